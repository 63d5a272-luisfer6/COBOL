      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE STOCK DE PRODUCTOS Y REPUESTOS             *
      * LREC = 50                                                      *
      * UN REGISTRO POR PRODUCTO (STK-COD = PRD-COD DE WPRODMST.cpy)   *
      * CON LA EXISTENCIA EN DEPOSITO. LA EXISTENCIA SOLO LA MUEVE     *
      * PGMSTOCK AL APLICAR LOS MOVIMIENTOS (WSTKMOV.cpy) Y PUEDE      *
      * QUEDAR NEGATIVA: ESO SALE COMO EXCEPCION. STK-MINIMO ES EL     *
      * PUNTO DE PEDIDO Y STK-REPOSICION LA CANTIDAD HABITUAL DE       *
      * COMPRA; LOS PRODUCTOS POR DEBAJO DEL MINIMO LOS INFORMA        *
      * RPTREPOS. STK-COSTO-PROMEDIO ES EL COSTO PROMEDIO PONDERADO    *
      * QUE PGMSTOCK RECALCULA CON CADA RECEPCION VALORIZADA.          *
      *----------------------------------------------------------------*
       01  REG-STOCK.
           03 STK-COD                      PIC  9(06).
           03 STK-EXISTENCIA               PIC S9(07).
           03 STK-MINIMO                   PIC  9(07).
           03 STK-REPOSICION               PIC  9(07).
           03 STK-FEC-ULT-MOV              PIC  9(08).
           03 STK-COSTO-PROMEDIO           PIC  9(07)V99.
           03 FILLER                       PIC  X(06).
