      *----------------------------------------------------------------*
      * COPY DEL PARAMETRO DE CAPACIDAD DIARIA DEL TALLER              *
      * LREC = 20                                                      *
      * UN SOLO REGISTRO: CANTIDAD DE BAHIAS DE TRABAJO Y HORAS POR    *
      * BAHIA EN UN DIA HABIL. LA CAPACIDAD DEL DIA ES BAHIAS POR      *
      * HORAS; PGMTURNOS NO DA UN TURNO QUE LA SUPERE Y RPTTURNOS LA   *
      * MUESTRA EN LA AGENDA DIARIA. SE CAMBIA EDITANDO EL ARCHIVO.    *
      *----------------------------------------------------------------*
       01  REG-CAPTALLER.
           03 CAP-BAHIAS                   PIC  9(02).
           03 CAP-HORAS-BAHIA              PIC  9(02)V99.
           03 FILLER                       PIC  X(14).
