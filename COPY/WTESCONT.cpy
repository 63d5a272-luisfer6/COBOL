      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE RECUENTO DEL TESORO DE SUCURSAL (TESCONT)  *
      * LONGITUD DE REGISTRO (40)                                      *
      * LO CARGA EL TESORERO DE CADA SUCURSAL AL CIERRE DEL DIA: UN    *
      * REGISTRO POR SUCURSAL Y MONEDA CON EL EFECTIVO CONTADO EN EL   *
      * TESORO. PGMTESORO LO CRUZA CONTRA EL SALDO SEGUN LIBROS.       *
      *----------------------------------------------------------------*
       01  REG-TESCONT.
           03 TCN-SUC-COD                  PIC  9(04).
           03 TCN-COD-MONEDA               PIC  X(03).
           03 TCN-FECHA                    PIC  9(08).
           03 TCN-IMPORTE                  PIC  9(13)V99.
           03 TCN-TESORERO                 PIC  X(10).
