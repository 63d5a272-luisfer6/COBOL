      *----------------------------------------------------------------*
      * COPY DE LAS RESPUESTAS A ENCUESTAS DE SATISFACCION             *
      * LREC = 80                                                      *
      * LO QUE DEVUELVE EL CLIENTE (FORMULARIO IMPRESO O EMAIL) CON LA *
      * REFERENCIA DE LA PIEZA RECIBIDA (MSG-REFERENCIA = ENC-CLAVE).  *
      * PGMENCUES LA VINCULA CON LA VENTA U ORDEN DE TALLER EN EL      *
      * REGISTRO DE ENCUESTAS (WENCUESTA.cpy); LAS QUE NO SE PUEDEN    *
      * VINCULAR VAN A RECHAZOS CON SU MOTIVO.                         *
      *----------------------------------------------------------------*
       01  REG-ENCRESP.
           03 ERS-CLAVE                    PIC  X(20).
           03 ERS-CLI-ID                   PIC  9(10).
           03 ERS-FECHA                    PIC  9(08).
           03 ERS-PUNTAJE                  PIC  9(02).
           03 ERS-COMENTARIO               PIC  X(40).
