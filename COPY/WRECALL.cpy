      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE CAMPANIAS DE RECALL DE FABRICANTES         *
      * LREC = 100                                                     *
      * UNA CAMPANIA POR REGISTRO, TAL COMO LA ANUNCIA EL FABRICANTE.  *
      * EL ALCANCE ES MARCA + MODELO (MODELO EN BLANCO = TODOS LOS     *
      * MODELOS DE LA MARCA) DENTRO DEL RANGO DE VEH-ID AFECTADO       *
      * RCL-VEH-ID-DESDE / RCL-VEH-ID-HASTA (HASTA EN CERO = SIN TOPE).*
      * SOLO LAS CAMPANIAS ACTIVAS ('A') SE CRUZAN CONTRA EL MAESTRO   *
      * DE VEHICULOS (PGMRECALL); LAS CERRADAS ('C') SIGUEN SALIENDO   *
      * EN EL REPORTE DE CUMPLIMIENTO (RPTRECALL).                     *
      * EL TALLER ABRE LAS ORDENES DE RECALL CON LA DESCRIPCION        *
      * 'RECALL ' + RCL-CAMPANIA: ASI SE RECONOCE EL TRABAJO HECHO,    *
      * TANTO EN LAS ORDENES QUE ABRE PGMRECALL PARA EL LOTE COMO EN   *
      * LAS DE LOS VEHICULOS VENDIDOS QUE TRAE SU TITULAR.             *
      *----------------------------------------------------------------*
       01  REG-RECALL.
           03 RCL-CAMPANIA                 PIC  X(10).
           03 RCL-FABRICANTE               PIC  X(12).
           03 RCL-MARCA                    PIC  X(08).
           03 RCL-MODELO                   PIC  X(09).
           03 RCL-VEH-ID-DESDE             PIC  9(05).
           03 RCL-VEH-ID-HASTA             PIC  9(05).
           03 RCL-DESCRIPCION              PIC  X(40).
           03 RCL-FECHA-ALTA               PIC  9(08).
           03 RCL-ESTADO                   PIC  X(01).
              88 88-RCL-ACTIVA                       VALUE 'A'.
              88 88-RCL-CERRADA                      VALUE 'C'.
           03 FILLER                       PIC  X(02).
