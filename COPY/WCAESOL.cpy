      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE SOLICITUD DE CAE (FACTURA ELECTRONICA)      *
      *LONGITUD DE REGISTRO (100)                                      *
      *UN REGISTRO POR COMPROBANTE EMITIDO, EN EL FORMATO DE LA        *
      *AUTORIDAD FISCAL. LO GENERA FACTURAS EN MODO 'S' Y SE ENVIA     *
      *PARA SU AUTORIZACION; LA RESPUESTA (WCAERES.cpy) LA IMPORTA     *
      *CAEIMP.                                                         *
      *  SOL-CBTE-TIPO   006 FACTURA B / 008 NOTA DE CREDITO B         *
      *  SOL-PTO-VTA     PUNTO DE VENTA = SUCURSAL EMISORA             *
      *  SOL-CBTE-NRO    NRO DE VENTA DEL COMPROBANTE                  *
      *  SOL-CONCEPTO    1 = PRODUCTOS                                 *
      *  SOL-DOC-TIPO    96 = DNI DEL CLIENTE (ID-CLIENTE)             *
      *  SOL-IMP-NETO / SOL-IMP-IVA SEGUN LA ALICUOTA VIGENTE A LA     *
      *  FECHA DEL COMPROBANTE (ALICIVA); EXENTO VA TODO EN NETO       *
      *  SOL-CBTE-ASOC   NOTA DE CREDITO: NRO DE LA FACTURA ORIGINAL   *
      *----------------------------------------------------------------*
       01  REG-CAESOL.
           03 SOL-CBTE-TIPO                PIC  9(03).
              88 88-SOL-FACTURA-B                    VALUE 006.
              88 88-SOL-NOTA-CREDITO-B               VALUE 008.
           03 SOL-PTO-VTA                  PIC  9(05).
           03 SOL-CBTE-NRO                 PIC  9(08).
           03 SOL-CBTE-FCH                 PIC  9(08).
           03 SOL-CONCEPTO                 PIC  9(01).
           03 SOL-DOC-TIPO                 PIC  9(02).
           03 SOL-DOC-NRO                  PIC  9(11).
           03 SOL-IMP-TOTAL                PIC  9(13)V99.
           03 SOL-IMP-NETO                 PIC  9(13)V99.
           03 SOL-IMP-IVA                  PIC  9(13)V99.
           03 SOL-MON-ID                   PIC  X(03).
           03 SOL-ALIC-IVA                 PIC  9(02)V99.
           03 SOL-CBTE-ASOC                PIC  9(08).
           03 FILLER                       PIC  X(02).
