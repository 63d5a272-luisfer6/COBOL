      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE HORAS DE MANO DE OBRA DEL TALLER           *
      * LREC = 50                                                      *
      * UN REGISTRO POR PARTE DE HORAS: ORDEN DE TRABAJO, MECANICO     *
      * (WMECANICO.cpy), FECHA, HORAS TRABAJADAS Y TAREA REALIZADA.    *
      * EL TALLER LOS AGREGA A MEDIDA QUE SE TRABAJA. AL CERRAR LA     *
      * ORDEN ABMORDEN VALORIZA SUS HORAS CON LA TARIFA DE CADA        *
      * MECANICO Y ESE ES EL IMPORTE DE MANO DE OBRA DE LA ORDEN.      *
      * RPTMECAN LOS RESUME POR MES.                                   *
      *----------------------------------------------------------------*
       01  REG-ORDHORA.
           03 HOR-ORD-NRO                  PIC  9(06).
           03 HOR-MEC-ID                   PIC  9(04).
           03 HOR-FECHA                    PIC  9(08).
           03 HOR-HORAS                    PIC  9(02)V99.
           03 HOR-TAREA                    PIC  X(20).
           03 FILLER                       PIC  X(08).
