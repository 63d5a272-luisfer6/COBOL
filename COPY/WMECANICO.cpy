      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE MECANICOS DEL TALLER                       *
      * LREC = 60                                                      *
      * UN REGISTRO POR MECANICO CON SU TARIFA POR HORA (BASE DEL      *
      * COSTO DE MANO DE OBRA QUE CALCULA ABMORDEN AL CERRAR UNA       *
      * ORDEN) Y LAS HORAS DISPONIBLES POR MES (CONTRA LAS QUE         *
      * RPTMECAN MIDE LA PRODUCTIVIDAD). MEC-ESTADO 'A' ACTIVO /       *
      * 'I' INACTIVO (YA NO CARGA HORAS NUEVAS).                       *
      *----------------------------------------------------------------*
       01  REG-MECANICO.
           03 MEC-ID                       PIC  9(04).
           03 MEC-NOMBRE                   PIC  X(30).
           03 MEC-TARIFA-HORA              PIC  9(05)V99.
           03 MEC-HORAS-MES                PIC  9(03).
           03 MEC-ESTADO                   PIC  X(01).
              88 88-MEC-ACTIVO                       VALUE 'A'.
              88 88-MEC-INACTIVO                     VALUE 'I'.
           03 FILLER                       PIC  X(15).
