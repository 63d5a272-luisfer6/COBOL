      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE NOVEDADES DE CASTIGO DE INCOBRABLES         *
      *LONGITUD DE REGISTRO (60)                                       *
      *LO CARGA LA GERENCIA DE CREDITOS CON LAS CUENTAS APROBADAS Y LO *
      *APLICA ABMCASTIG SOBRE EL LEDGER DE CASTIGOS (WCASTIGO.cpy).    *
      *  CNV-COD-NOVEDAD = 'K' CASTIGO DE LA CUENTA (SI TRAE AGENCIA   *
      *                        SE ASIGNA EN EL MISMO PASO)             *
      *                    'A' ASIGNACION (O CAMBIO) DE AGENCIA DE     *
      *                        COBRANZA DE UNA CUENTA YA CASTIGADA     *
      *                    'D' RETIRO DE LA AGENCIA (VUELVE A GESTION  *
      *                        INTERNA)                                *
      *  CNV-CARTERA     = 'T' TARJETA (INFORMA CNV-NRO-TARJETA)       *
      *                    'C' CUENTA CORRIENTE (INFORMA CNV-CLI-ID Y  *
      *                        CNV-NRO-FACTURA)                        *
      *----------------------------------------------------------------*
       01  REG-CASNOV.
           03 CNV-COD-NOVEDAD              PIC  X(01).
              88 88-CNV-CASTIGO                      VALUE 'K'.
              88 88-CNV-ASIGNACION                   VALUE 'A'.
              88 88-CNV-RETIRO                       VALUE 'D'.
           03 CNV-CARTERA                  PIC  X(01).
              88 88-CNV-TARJETA                      VALUE 'T'.
              88 88-CNV-CTACTE                       VALUE 'C'.
           03 CNV-NRO-TARJETA              PIC  X(19).
           03 CNV-CLI-ID                   PIC  9(10).
           03 CNV-NRO-FACTURA              PIC  9(08).
           03 CNV-AGENCIA                  PIC  X(04).
           03 FILLER                       PIC  X(17).
