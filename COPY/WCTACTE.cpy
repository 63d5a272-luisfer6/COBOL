      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE CUENTA CORRIENTE DE CLIENTES                *
      *LONGITUD DE REGISTRO (65)                                       *
      *UN COMPROBANTE POR REGISTRO: LA FACTURA DE UNA VENTA A PLAZO    *
      *(CTA-NRO-FACTURA = VTA-NRO-VENTA DEL DOCUMENTO DE FACTURAS)     *
      *CON SU VENCIMIENTO, LO PAGADO A CUENTA Y EL SALDO ABIERTO.      *
      *LO MANTIENE PGMCTACTE: ALTA CON CADA VENTA A PLAZO ACEPTADA,    *
      *APLICACION DE PAGOS (WCTAPAG.cpy) Y CIERRE CUANDO EL SALDO      *
      *LLEGA A CERO. CTA-ESTADO = 'A' ABIERTA / 'C' CANCELADA.         *
      *CTA-ID-SUCURSAL ES LA SUCURSAL DE LA VENTA (ID-SUCURSAL); LOS   *
      *COMPROBANTES ANTERIORES A ESTE DATO VIENEN EN CERO.             *
      *CTA-ESTADO = 'K' CASTIGADA: LA FACTURA FUE DADA DE BAJA COMO    *
      *INCOBRABLE (ABMCASTIG); SALE DE LA CARTERA ACTIVA Y LOS PAGOS   *
      *QUE LLEGUEN SE REGISTRAN COMO RECUPERO (WRECUPERO.cpy).         *
      *----------------------------------------------------------------*
       01  REG-CTACTE.
           03 CTA-CLAVE.
           03 CTA-ESTADO                   PIC  X(01).
              88 88-CTA-ABIERTA                      VALUE 'A'.
              88 88-CTA-CANCELADA                    VALUE 'C'.
              88 88-CTA-CASTIGADA                    VALUE 'K'.
           03 CTA-ID-SUCURSAL              PIC  9(04).
