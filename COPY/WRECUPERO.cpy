      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE RECUPEROS DE CUENTAS CASTIGADAS             *
      *LONGITUD DE REGISTRO (70)                                       *
      *UN REGISTRO POR COBRO RECIBIDO SOBRE UNA CUENTA DEL LEDGER DE   *
      *CASTIGOS (WCASTIGO.cpy). LO GRABAN:                             *
      *  RCP-ORIGEN = 'P' PGMPAGOS, PAGO A UNA TARJETA CASTIGADA       *
      *                   (COLA RECUPTAR, EN EXTEND)                   *
      *               'C' PGMCTACTE, PAGO A UNA FACTURA CASTIGADA      *
      *                   (COLA RECUPCC, EN EXTEND)                    *
      *               'A' RENDICION MENSUAL DE UNA AGENCIA DE          *
      *                   COBRANZA (AGERECUP, INFORMA RCP-AGENCIA)     *
      *ABMCASTIG APLICA LAS TRES COLAS AL LEDGER, LAS COPIA A LA       *
      *HISTORIA RECUHIST Y LAS DEJA VACIAS.                            *
      *RCP-FECHA VA EN AAAAMMDD. RCP-CANAL ES EL PAG-CANAL DEL PAGO    *
      *DE TARJETA (BLANCO EN LOS DEMAS ORIGENES).                      *
      *----------------------------------------------------------------*
       01  REG-RECUPERO.
           03 RCP-ORIGEN                   PIC  X(01).
              88 88-RCP-PAGO-TARJETA                 VALUE 'P'.
              88 88-RCP-PAGO-CTACTE                  VALUE 'C'.
              88 88-RCP-AGENCIA                      VALUE 'A'.
           03 RCP-CARTERA                  PIC  X(01).
              88 88-RCP-TARJETA                      VALUE 'T'.
              88 88-RCP-CTACTE                       VALUE 'C'.
           03 RCP-NRO-TARJETA              PIC  X(19).
           03 RCP-CLI-ID                   PIC  9(10).
           03 RCP-NRO-FACTURA              PIC  9(08).
           03 RCP-FECHA                    PIC  9(08).
           03 RCP-IMPORTE                  PIC  9(11)V99.
           03 RCP-AGENCIA                  PIC  X(04).
           03 RCP-CANAL                    PIC  X(02).
           03 FILLER                       PIC  X(04).
