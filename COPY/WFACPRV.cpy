      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE FACTURAS DE PROVEEDORES (CUENTAS A PAGAR)  *
      * LREC = 150                                                     *
      * UN REGISTRO POR COMPROBANTE RECIBIDO DE UN PROVEEDOR. CLAVE:   *
      * PROVEEDOR + LETRA + PUNTO DE VENTA + NUMERO. LO MANTIENE       *
      * PGMFACPRV (FACPRVANT -> FACPRVNUE), QUE VALIDA CADA FACTURA    *
      * CONTRA LA ORDEN DE COMPRA (WORDCOMP.cpy) Y LAS RECEPCIONES     *
      * (WRECEPC.cpy). FAC-OC-NRO EN CERO = GASTO SIN ORDEN DE COMPRA. *
      * FAC-SUCURSAL ES LA SUCURSAL A LA QUE SE IMPUTA EL CREDITO      *
      * FISCAL EN LA POSICION MENSUAL DE IVA (PGMIVA).                 *
      *  'P' PENDIENTE  : ADEUDADA, ENTRA AL AGING Y A LA PROYECCION   *
      *                   DE TESORERIA (PRYTESOR) A SU VENCIMIENTO     *
      *  'C' CANCELADA  : SELECCIONADA A PAGO, SE PIDIO EL CHEQUE A    *
      *                   PGMCHQEMI (CUENTA Y FECHA EN EL REGISTRO)    *
      *  'X' ANULADA    : NO ENTRA AL LIBRO IVA COMPRAS                *
      *----------------------------------------------------------------*
       01  REG-FACPRV.
           03 FAC-CLAVE.
              05 FAC-PRV-ID                PIC  9(06).
              05 FAC-TIPO-CBTE             PIC  X(01).
                 88 88-FAC-TIPO-A                    VALUE 'A'.
                 88 88-FAC-TIPO-B                    VALUE 'B'.
                 88 88-FAC-TIPO-C                    VALUE 'C'.
              05 FAC-PTO-VTA               PIC  9(04).
              05 FAC-NRO-CBTE              PIC  9(08).
           03 FAC-FECHA-EMISION            PIC  9(08).
           03 FAC-FECHA-VTO                PIC  9(08).
           03 FAC-FECHA-REGISTRO           PIC  9(08).
           03 FAC-SUCURSAL                 PIC  9(04).
           03 FAC-OC-NRO                   PIC  9(06).
           03 FAC-REMITO                   PIC  X(10).
           03 FAC-NETO-GRAVADO             PIC  9(11)V99.
           03 FAC-NETO-NO-GRAVADO          PIC  9(11)V99.
           03 FAC-IVA                      PIC  9(11)V99.
           03 FAC-PERCEPCIONES             PIC  9(09)V99.
           03 FAC-TOTAL                    PIC  9(11)V99.
           03 FAC-ESTADO                   PIC  X(01).
              88 88-FAC-PENDIENTE                    VALUE 'P'.
              88 88-FAC-CANCELADA                    VALUE 'C'.
              88 88-FAC-ANULADA                      VALUE 'X'.
           03 FAC-FECHA-PAGO               PIC  9(08).
           03 FAC-CTA-BANCO                PIC  X(10).
           03 FILLER                       PIC  X(05).
