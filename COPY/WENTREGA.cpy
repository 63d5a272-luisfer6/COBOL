      *----------------------------------------------------------------*
      * COPY DEL LOG DE ENTREGAS DE COMUNICACIONES SALIENTES           *
      * LREC = 94                                                      *
      * UN REGISTRO POR PIEZA DE LA COLA (WMSGCOLA.cpy) DESPACHADA     *
      * POR PGMDESPACHO: POR QUE CANAL SALIO, EN QUE SOBRE (CANAL      *
      * IMPRESION) O POR QUE MOTIVO SE SUPRIMIO. LA GESTION DE         *
      * DEVOLUCIONES DEL CORREO (PGMCORREO) PUEDE REFERENCIAR EL       *
      * ENVIO ORIGINAL POR ENT-CLI-ID Y ENT-SOBRE.                     *
      * ENT-PLANTILLA-VERSION / ENT-IDIOMA: PLANTILLA (WPLANTILLA.cpy) *
      * CON QUE SE ARMO EL TEXTO. VERSION 0 = TEXTO ORIGINAL DE LA     *
      * COLA, SIN PLANTILLA.                                           *
      * EN LOS ENVIOS DE LISTADOS ('RPTD') ENT-CLI-ID ES EL NUMERO DE  *
      * ENVIO DEL LOG DE DISTRIBUCION (WDISTLOG) Y ENT-CANAL 'I' ES EL *
      * CORREO INTERNO A LA SUCURSAL.                                  *
      *----------------------------------------------------------------*
       01  REG-ENTREGA.
           03 ENT-FECHA                    PIC  9(08).
              88 88-ENT-IMPRESION               VALUE 'P'.
              88 88-ENT-EMAIL                   VALUE 'E'.
              88 88-ENT-SUPRIMIDO               VALUE 'S'.
              88 88-ENT-INTERNO                 VALUE 'I'.
           03 ENT-SOBRE                    PIC  9(07).
           03 ENT-MOTIVO                   PIC  X(25).
           03 ENT-REFERENCIA               PIC  X(20).
           03 ENT-PLANTILLA-VERSION        PIC  9(03).
           03 ENT-IDIOMA                   PIC  X(10).
