      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ACUSES DEL CRM (CRMACK)                    *
      * LREC = 50                                                      *
      * LO DEVUELVE EL CRM: UN REGISTRO POR NOVEDAD RECIBIDA, CON LA   *
      * SECUENCIA DEL HEADER DE LA TANDA. LO PROCESA PGMCRMDEL.        *
      *   ACK-RESULTADO = 'A' ACEPTADA / 'R' RECHAZADA (CON MOTIVO)    *
      *----------------------------------------------------------------*
       01  REG-CRMACK.
           05  ACK-SECUENCIA                PIC 9(09).
           05  ACK-RESULTADO                PIC X(01).
               88 88-ACK-ACEPTADA                     VALUE 'A'.
               88 88-ACK-RECHAZADA                    VALUE 'R'.
           05  ACK-FECHA                    PIC 9(08).
           05  ACK-MOTIVO                   PIC X(30).
           05  FILLER                       PIC X(02).
