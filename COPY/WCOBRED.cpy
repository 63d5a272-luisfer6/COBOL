      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DIARIO DE COBRANZAS DE LAS REDES EXTERNAS     *
      * LONGITUD DE REGISTRO (80)                                      *
      * LO ENVIA CADA RED DE COBRO EXTERNA (PAGO FACIL, RAPIPAGO,      *
      * COBRO EXPRESS) CON LOS PAGOS QUE RECIBIO DE NUESTROS CLIENTES; *
      * LLEGA CON EL HEADER / TRAILER ESTANDAR (VER WCTLARC.cpy, UNA   *
      * TANDA POR RED) Y LO IMPORTA PGMCOBRED.                         *
      *   CRB-RED          = 'PF' PAGO FACIL / 'RP' RAPIPAGO /         *
      *                      'CE' COBRO EXPRESS                        *
      *   CRB-NRO-OPERACION= NUMERO DE LA OPERACION EN LA RED; UNA     *
      *                      OPERACION REPETIDA ES UN PAGO DUPLICADO   *
      *   CRB-FECHA-COBRO  = FECHA EN QUE EL CLIENTE PAGO (AAAAMMDD)   *
      *   CRB-FECHA-ACRED  = FECHA EN QUE LA RED ACREDITA EN EL BANCO  *
      *   CRB-TIPO         = 'T' SALDO DE TARJETA / 'P' PATENTE /      *
      *                      'C' FACTURA DE CUENTA CORRIENTE           *
      *   CRB-CLAVE-PAGO   = SEGUN EL TIPO: NRO DE TARJETA; PATENTE +  *
      *                      PERIODO (AAAAMM); CLIENTE + NRO DE FACTURA*
      *                      (FACTURA EN CERO = IMPUTACION AUTOMATICA) *
      *   CRB-IMPORTE      = IMPORTE COBRADO AL CLIENTE (CAMPO DE      *
      *                      IMPORTE DEL TRAILER)                      *
      *   CRB-COMISION     = COMISION QUE LA RED DESCUENTA DE LA       *
      *                      ACREDITACION POR ESTE COBRO               *
      *----------------------------------------------------------------*
       01  REG-COBRED.
           03 CRB-RED                      PIC  X(02).
              88 88-CRB-PAGOFACIL                    VALUE 'PF'.
              88 88-CRB-RAPIPAGO                     VALUE 'RP'.
              88 88-CRB-COBROEXPRESS                 VALUE 'CE'.
           03 CRB-NRO-OPERACION            PIC  X(10).
           03 CRB-FECHA-COBRO              PIC  9(08).
           03 CRB-FECHA-ACRED              PIC  9(08).
           03 CRB-TIPO                     PIC  X(01).
              88 88-CRB-TARJETA                      VALUE 'T'.
              88 88-CRB-PATENTE                      VALUE 'P'.
              88 88-CRB-CTACTE                       VALUE 'C'.
           03 CRB-CLAVE-PAGO               PIC  X(19).
           03 CRB-CLAVE-TARJETA REDEFINES CRB-CLAVE-PAGO.
              05 CRB-NRO-TARJETA           PIC  X(19).
           03 CRB-CLAVE-PATENTE REDEFINES CRB-CLAVE-PAGO.
              05 CRB-PATENTE               PIC  X(09).
              05 CRB-PERIODO               PIC  9(06).
              05 FILLER                    PIC  X(04).
           03 CRB-CLAVE-CTACTE REDEFINES CRB-CLAVE-PAGO.
              05 CRB-CLI-ID                PIC  9(10).
              05 CRB-NRO-FACTURA           PIC  9(08).
              05 FILLER                    PIC  X(01).
           03 CRB-IMPORTE                  PIC  9(09)V99.
           03 CRB-COMISION                 PIC  9(07)V99.
           03 FILLER                       PIC  X(12).
