      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE DEBITOS POR RECURSO DE CHEQUES DESCONTADOS  *
      *LONGITUD DE REGISTRO (50)                                       *
      *CUANDO UN CHEQUE VENDIDO EN DESCUENTO (ESTADO 'V', VER          *
      *WDESCHQ.cpy) REBOTA, LA ENTIDAD FINANCIERA DEBITA EL NOMINAL    *
      *POR RECURSO. PGMRETBCO GRABA AQUI UN REGISTRO POR CADA UNO      *
      *(SE AGREGA AL FINAL) Y PASA EL CHEQUE A 'R', CON LO QUE         *
      *PGMCOBCHQ LE ABRE EL CASO DE COBRANZA AL LIBRADOR.              *
      *----------------------------------------------------------------*
       01  REG-RECDESC.
           03 RCD-CHEQUE-NUMERO            PIC  9(05).
           03 RCD-NOMBRE                   PIC  X(15).
           03 RCD-NUMERO                   PIC  X(04).
           03 RCD-FECHA                    PIC  9(08).
           03 RCD-IMPORTE                  PIC  9(06)V99.
           03 FILLER                       PIC  X(10).
