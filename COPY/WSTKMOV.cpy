      *----------------------------------------------------------------*
      * COPY DE MOVIMIENTOS DE STOCK                                   *
      * LREC = 60                                                      *
      * MISMO FORMATO PARA LA COLA DE MOVIMIENTOS A APLICAR (STKNOV)   *
      * Y PARA EL MAYOR DE MOVIMIENTOS (STKMOV). LA COLA LA ALIMENTAN  *
      * TSTVTA01 (UNA POR LINEA DE DETALLE DE VENTA ACEPTADA),         *
      * ABMORDEN (REPUESTOS ENTREGADOS A UNA ORDEN DE TALLER) Y EL     *
      * DEPOSITO (RECEPCIONES, REFERENCIA = NRO DE REMITO). PGMSTOCK   *
      * LA APLICA SOBRE EL MAESTRO (WSTOCK.cpy), PASA CADA MOVIMIENTO  *
      * AL MAYOR CON EL SALDO RESULTANTE EN MOV-SALDO Y LA VACIA.      *
      *   'V' VENTA              (SALIDA, REFERENCIA = NRO DE VENTA)   *
      *   'D' DEVOLUCION         (ENTRADA, REFERENCIA = NRO DE VENTA)  *
      *   'O' CONSUMO DE TALLER  (SALIDA, REFERENCIA = NRO DE OT)      *
      *   'R' RECEPCION          (ENTRADA, REFERENCIA = REMITO)        *
      * LAS RECEPCIONES CONTRA ORDEN DE COMPRA LAS GRABA PGMCOMPR CON  *
      * EL COSTO UNITARIO EN MOV-COSTO-UNITARIO (EN CERO EN LOS DEMAS  *
      * MOVIMIENTOS); PGMSTOCK LO PROMEDIA EN STK-COSTO-PROMEDIO.      *
      *----------------------------------------------------------------*
       01  REG-STKMOV.
           03 MOV-COD-PRODUCTO             PIC  9(06).
           03 MOV-FECHA                    PIC  9(08).
           03 MOV-HORA                     PIC  9(06).
           03 MOV-TIPO                     PIC  X(01).
              88 88-MOV-VENTA                        VALUE 'V'.
              88 88-MOV-DEVOLUCION                   VALUE 'D'.
              88 88-MOV-CONSUMO-OT                   VALUE 'O'.
              88 88-MOV-RECEPCION                    VALUE 'R'.
              88 88-MOV-ENTRADA                      VALUE 'D' 'R'.
              88 88-MOV-SALIDA                       VALUE 'V' 'O'.
           03 MOV-CANTIDAD                 PIC  9(05).
           03 MOV-PROGRAMA                 PIC  X(08).
           03 MOV-REFERENCIA               PIC  X(10).
           03 MOV-SALDO                    PIC S9(07).
           03 MOV-COSTO-UNITARIO           PIC  9(07)V99.
