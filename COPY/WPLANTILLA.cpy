      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE PLANTILLAS DE COMUNICACIONES SALIENTES     *
      * LONGITUD DE REGISTRO (120)                                     *
      * UN TEXTO POR TIPO DE PIEZA DE LA COLA (MSG-TIPO DE WMSGCOLA),  *
      * IDIOMA Y VERSION. PGMDESPACHO ARMA CADA PIEZA CON LA PLANTILLA *
      * DEL IDIOMA DEL CLIENTE (CLI-PREFERRED-LANGUAGE); SI NO HAY     *
      * PLANTILLA EN ESE IDIOMA USA LA DE 'ESPANOL' Y SI TAMPOCO HAY,  *
      * DESPACHA EL MSG-TEXTO ORIGINAL DEL PRODUCTOR (VERSION 0).      *
      * DE UN MISMO TIPO E IDIOMA SE TOMA LA VERSION MAS ALTA CON      *
      * PLT-FECHA-VIGENCIA MENOR O IGUAL A LA FECHA DE PROCESO, Y ESA  *
      * VERSION QUEDA ASENTADA EN EL LOG DE ENTREGAS (WENTREGA).       *
      * MARCAS DE REEMPLAZO DENTRO DE PLT-TEXTO:                       *
      *   &NOM = NOMBRE Y APELLIDO DEL CLIENTE                         *
      *   &VEH = PATENTE DEL VEHICULO (PIEZAS VTOV / RCLL / ENCS)      *
      *   &TAR = TARJETA ENMASCARADA, SOLO ULTIMOS 4 DIGITOS           *
      *   &FEC = FECHA DE LA PIEZA (MSG-FECHA-ALTA) DD/MM/AAAA         *
      *   &REF = REFERENCIA DE LA PIEZA (MSG-REFERENCIA)               *
      *   &DET = DETALLE DEL PRODUCTOR (MSG-TEXTO: VENCIMIENTOS, ETC)  *
      * EL TEXTO ARMADO SE CORTA EN 80 POSICIONES.                     *
      *----------------------------------------------------------------*
       01  REG-PLANTILLA.
           03 PLT-TIPO                     PIC  X(04).
           03 PLT-IDIOMA                   PIC  X(10).
              88 88-PLT-IDIOMA-BASE                  VALUE 'ESPANOL'.
           03 PLT-VERSION                  PIC  9(03).
           03 PLT-FECHA-VIGENCIA           PIC  9(08).
           03 PLT-TEXTO                    PIC  X(80).
           03 FILLER                       PIC  X(15).
