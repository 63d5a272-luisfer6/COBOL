      *----------------------------------------------------------------*
      * COPY DEL CONTROL DE NOVEDADES ENVIADAS AL CRM (CRMCTL)         *
      * LREC = 60                                                      *
      * UN REGISTRO POR NOVEDAD DIARIA (SECUENCIA CORRELATIVA). LO     *
      * MANTIENE PGMCRMDEL (LEE EL ANTERIOR Y GRABA EL NUEVO):         *
      *   CCT-ESTADO = 'E' ENVIADA, ESPERANDO ACUSE DEL CRM            *
      *                'A' ACEPTADA POR EL CRM                         *
      *                'R' RECHAZADA POR EL CRM (SE REENVIA)           *
      * UNA NOVEDAD QUE SIGUE EN 'E' AL DIA SIGUIENTE DEL ENVIO SE     *
      * CONSIDERA PERDIDA Y SE REENVIA CON LA MISMA SECUENCIA.         *
      *----------------------------------------------------------------*
       01  REG-CRMCTL.
           05  CCT-SECUENCIA                PIC 9(09).
           05  CCT-FECHA-DATOS              PIC 9(08).
           05  CCT-FECHA-ENVIO              PIC 9(08).
           05  CCT-CANT-ENVIOS              PIC 9(03).
           05  CCT-CANT-DETALLES            PIC 9(09).
           05  CCT-ESTADO                   PIC X(01).
               88 88-CCT-ENVIADA                      VALUE 'E'.
               88 88-CCT-ACEPTADA                     VALUE 'A'.
               88 88-CCT-RECHAZADA                    VALUE 'R'.
           05  CCT-FECHA-ACUSE              PIC 9(08).
           05  FILLER                       PIC X(14).
