      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE REPOSICIONES DE CAJA CHICA (REPOTES)       *
      * LONGITUD DE REGISTRO (32)                                      *
      * UN REGISTRO POR SUCURSAL EN CADA CORRIDA DE PGMREPOCAJ CON EL  *
      * IMPORTE QUE EL TESORO DE LA SUCURSAL ENTREGA AL FONDO. SE      *
      * AGREGA AL FINAL; PGMTESORO TOMA LAS REPOSICIONES DEL DIA COMO  *
      * SALIDA DEL TESORO. LOS FONDOS SON EN PESOS.                    *
      *----------------------------------------------------------------*
       01  REG-REPOCAJ.
           03 RPC-SUC-COD                  PIC  9(04).
           03 RPC-FECHA                    PIC  9(08).
           03 RPC-IMPORTE                  PIC  9(11)V99.
           03 RPC-VALES                    PIC  9(07).
