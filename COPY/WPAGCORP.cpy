      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE PAGOS DE EMPRESAS (TARJETAS CORPORATIVAS)  *
      * LONGITUD DE REGISTRO (40)                                      *
      * UN REGISTRO POR PAGO UNICO RECIBIDO DE UNA EMPRESA CONTRA SU   *
      * FACTURA CONSOLIDADA (EMPRESA + PERIODO, VER WFACCORP.cpy).     *
      * PGMPAGCORP LO DISTRIBUYE ENTRE LAS TARJETAS DE LA FACTURA Y    *
      * LO POSTEA COMO PAGOS POR TARJETA.                              *
      *   PCO-CANAL = MISMOS CANALES QUE WPAGOTAR.cpy (CA / DB / TR /  *
      *               HB)                                              *
      *----------------------------------------------------------------*
       01  REG-PAGCORP.
           03 PCO-ID-EMPRESA               PIC  9(06).
           03 PCO-PERIODO                  PIC  9(06).
           03 PCO-FECHA                    PIC  9(08).
           03 PCO-IMPORTE                  PIC  9(09)V99.
           03 PCO-CANAL                    PIC  X(02).
           03 FILLER                       PIC  X(07).
