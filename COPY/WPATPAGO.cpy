      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE PAGOS DE PATENTE (PATPAGO)                 *
      * LONGITUD DE REGISTRO (47)                                      *
      * UN REGISTRO POR PAGO DE PATENTE MUNICIPAL: LOS CAPTURADOS EN   *
      * CAJA Y LOS RECIBIDOS POR LAS REDES DE COBRANZA EXTERNAS (VER   *
      * PGMCOBRED, CAJERO VIRTUAL DE REDES Y RECIBO EN CERO). PGMPATEN *
      * LOS APLICA SOBRE LA CUENTA PATENTE / PERIODO.                  *
      *----------------------------------------------------------------*
       01  REG-PATPAGO.
           03 PPA-PATENTE                  PIC  X(09).
           03 PPA-PERIODO                  PIC  9(06).
           03 PPA-FECHA                    PIC  X(10).
           03 PPA-IMPORTE                  PIC  9(09)V99.
           03 PPA-COD-CAJERO               PIC  9(03).
           03 PPA-NRO-RECIBO               PIC  9(08).
