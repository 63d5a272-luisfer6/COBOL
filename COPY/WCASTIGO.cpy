      *----------------------------------------------------------------*
      *COPY DEL LEDGER DE CUENTAS CASTIGADAS (INCOBRABLES)             *
      *LONGITUD DE REGISTRO (120)                                      *
      *UN REGISTRO POR CUENTA DADA DE BAJA DE LA CARTERA ACTIVA POR    *
      *ABMCASTIG (CASTIGOS -> CASTACT, QUE LO REEMPLAZA):              *
      *  CAS-CARTERA = 'T' SALDO DE TARJETA (CLAVE CAS-NRO-TARJETA;    *
      *                CAS-CLI-ID ES EL TITULAR SEGUN TARCLI)          *
      *                'C' FACTURA DE CUENTA CORRIENTE (CLAVE          *
      *                CAS-CLI-ID + CAS-NRO-FACTURA)                   *
      *  CAS-IMPORTE-CASTIGADO = SALDO DEUDOR AL MOMENTO DEL CASTIGO   *
      *  CAS-RECUPERADO        = TOTAL COBRADO DESPUES DEL CASTIGO     *
      *                          (PAGOS DIRECTOS Y AGENCIAS)           *
      *  CAS-RECUP-AGENCIA     = PARTE DE LO RECUPERADO INFORMADA POR  *
      *                          LAS AGENCIAS EXTERNAS                 *
      *  CAS-AGENCIA           = AGENCIA DE COBRANZA ASIGNADA (BLANCO  *
      *                          SI LA GESTION ES INTERNA)             *
      *  CAS-ESTADO = 'C' CASTIGADA CON SALDO PENDIENTE                *
      *               'R' RECUPERADA (RECUPERADO >= CASTIGADO)         *
      *LAS TARJETAS Y FACTURAS DEL LEDGER NO VUELVEN A LA CARTERA      *
      *ACTIVA: PGMPAGOS, PGMCTACTE Y GENMORA LO CONSULTAN PARA         *
      *EXCLUIRLAS Y PARA DESVIAR SUS PAGOS COMO RECUPEROS.             *
      *----------------------------------------------------------------*
       01  REG-CASTIGO.
           03 CAS-CLAVE.
              05 CAS-CARTERA               PIC  X(01).
                 88 88-CAS-TARJETA                   VALUE 'T'.
                 88 88-CAS-CTACTE                    VALUE 'C'.
              05 CAS-NRO-TARJETA           PIC  X(19).
              05 CAS-CLI-ID                PIC  9(10).
              05 CAS-NRO-FACTURA           PIC  9(08).
           03 CAS-ID-SUCURSAL              PIC  9(04).
           03 CAS-FECHA-CASTIGO            PIC  9(08).
           03 CAS-IMPORTE-CASTIGADO        PIC  9(11)V99.
           03 CAS-RECUPERADO               PIC  9(11)V99.
           03 CAS-FECHA-ULT-RECUP          PIC  9(08).
           03 CAS-AGENCIA                  PIC  X(04).
           03 CAS-FECHA-ASIGNACION         PIC  9(08).
           03 CAS-RECUP-AGENCIA            PIC  9(11)V99.
           03 CAS-ESTADO                   PIC  X(01).
              88 88-CAS-CASTIGADA                    VALUE 'C'.
              88 88-CAS-RECUPERADA                   VALUE 'R'.
           03 CAS-USUARIO                  PIC  X(08).
           03 FILLER                       PIC  X(02).
