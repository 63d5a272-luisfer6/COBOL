      *----------------------------------------------------------------*
      * COPY DEL REGISTRO DE ENCUESTAS DE SATISFACCION                 *
      * LREC = 140                                                     *
      * UNA ENCUESTA POR VENTA APLICADA (VTAVEHI) O POR ORDEN DE TALLER*
      * CERRADA (ABMORDEN). AMBOS ENCOLAN LA PIEZA TIPO 'ENCS' EN LA   *
      * COLA DE COMUNICACIONES (WMSGCOLA.cpy) CON ENC-CLAVE COMO       *
      * MSG-REFERENCIA, Y DEJAN ESTE REGISTRO EN LA COLA DE ENCUESTAS  *
      * ENVIADAS. PGMENCUES LA INCORPORA AL REGISTRO DE ENCUESTAS Y LE *
      * APLICA LAS RESPUESTAS RECIBIDAS (WENCRESP.cpy) POR ENC-CLAVE.  *
      * RPTNPS INFORMA EL NPS MENSUAL CON LAS RESPONDIDAS.             *
      * ENC-CLAVE: VENTA = 'VTA' + PATENTE + FECHA DE VENTA (AAAAMMDD) *
      *            TALLER = 'ORD' + NRO DE ORDEN + VEH-ID              *
      * ENC-CATEGORIA SEGUN PUNTAJE (0 A 10): 9-10 PROMOTOR, 7-8       *
      * NEUTRO, 0-6 DETRACTOR.                                         *
      *----------------------------------------------------------------*
       01  REG-ENCUESTA.
           03 ENC-CLAVE                    PIC  X(20).
           03 ENC-ORIGEN                   PIC  X(01).
              88 88-ENC-VENTA                   VALUE 'V'.
              88 88-ENC-TALLER                  VALUE 'T'.
           03 ENC-CLI-ID                   PIC  9(10).
           03 ENC-FECHA-HECHO              PIC  9(08).
           03 ENC-FECHA-ENVIO              PIC  9(08).
           03 ENC-VEN-ID                   PIC  9(10).
           03 ENC-VEH-ID                   PIC  X(05).
           03 ENC-PATENTE                  PIC  X(09).
           03 ENC-ORD-NRO                  PIC  9(06).
           03 ENC-ESTADO                   PIC  X(01).
              88 88-ENC-PENDIENTE               VALUE 'P'.
              88 88-ENC-RESPONDIDA              VALUE 'R'.
           03 ENC-FECHA-RESPUESTA          PIC  9(08).
           03 ENC-PUNTAJE                  PIC  9(02).
           03 ENC-CATEGORIA                PIC  X(01).
              88 88-ENC-PROMOTOR                VALUE 'P'.
              88 88-ENC-NEUTRO                  VALUE 'N'.
              88 88-ENC-DETRACTOR               VALUE 'D'.
           03 ENC-COMENTARIO               PIC  X(40).
           03 FILLER                       PIC  X(11).
