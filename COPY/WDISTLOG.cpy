      *----------------------------------------------------------------*
      * COPY DEL LOG DE DISTRIBUCION DE LISTADOS                       *
      * LONGITUD DE REGISTRO (180)                                     *
      * UN REGISTRO POR ENVIO DE UN LISTADO DEL SPOOL A UN             *
      * DESTINATARIO (WDISTRIB). LO GRABA PGMDISTRIB AL ENCOLAR LA     *
      * PIEZA 'RPTD' EN LA COLA DE COMUNICACIONES (WMSGCOLA) Y LO      *
      * CIERRA RPTDISTPEN A LA MANANA SIGUIENTE CONTRA EL LOG DE       *
      * ENTREGAS DEL DESPACHADOR (WENTREGA, ENT-CLI-ID = NRO-ENVIO):   *
      * QUIEN RECIBIO QUE LISTADO, POR QUE CANAL Y CUANDO.             *
      *   DSL-ESTADO = 'P' ENCOLADO, SIN CONFIRMAR                     *
      *                'E' ENTREGADO (CANAL / FECHA / HORA DE ENTREGA) *
      *                'N' NO ENTREGADO, CON MOTIVO (SE MARCA EN EL    *
      *                    CONTROL DE LA MANANA SIGUIENTE)             *
      *                'X' LISTADO SIN DESTINATARIOS: SOLO DEJA        *
      *                    CONSTANCIA DE QUE EL SEQ YA SE PROCESO      *
      *                    (DSL-NRO-ENVIO 0)                           *
      *   DSL-CANAL  = 'E' EMAIL / 'I' CORREO INTERNO / 'S' SUPRIMIDO  *
      *----------------------------------------------------------------*
       01  REG-DISTLOG.
           03 DSL-NRO-ENVIO                PIC  9(10).
           03 DSL-SPL-SEQ                  PIC  9(07).
           03 DSL-REPORTE                  PIC  X(12).
           03 DSL-FECHA-LISTADO            PIC  9(08).
           03 DSL-SUCURSAL                 PIC  9(04).
           03 DSL-DESTINATARIO             PIC  X(30).
           03 DSL-EMAIL                    PIC  X(46).
           03 DSL-FECHA-ENCOLADO           PIC  9(08).
           03 DSL-HORA-ENCOLADO            PIC  9(06).
           03 DSL-ESTADO                   PIC  X(01).
              88 88-DSL-PENDIENTE                    VALUE 'P'.
              88 88-DSL-ENTREGADO                    VALUE 'E'.
              88 88-DSL-NO-ENTREGADO                 VALUE 'N'.
              88 88-DSL-SIN-DESTINO                  VALUE 'X'.
           03 DSL-CANAL                    PIC  X(01).
           03 DSL-FECHA-ENTREGA            PIC  9(08).
           03 DSL-HORA-ENTREGA             PIC  9(06).
           03 DSL-MOTIVO                   PIC  X(25).
           03 FILLER                       PIC  X(08).
