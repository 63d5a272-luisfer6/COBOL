      *----------------------------------------------------------------*
      * COPY DEL DETALLE DE LA FACTURA CONSOLIDADA CORPORATIVA         *
      * LONGITUD DE REGISTRO (80)                                      *
      * LO GRABA FACCORP EN EL CIERRE MENSUAL: UN REGISTRO POR         *
      * TARJETA DE EMPLEADO FACTURADA A LA EMPRESA, CON SU SALDO DE    *
      * CIERRE DEL CICLO. PGMPAGCORP LO USA PARA DISTRIBUIR EL PAGO    *
      * UNICO DE LA EMPRESA ENTRE SUS TARJETAS.                        *
      *   FCD-PERIODO = AAAAMM DE LA FACTURA (LA FACTURA ES EMPRESA +  *
      *                 PERIODO)                                       *
      *----------------------------------------------------------------*
       01  REG-FACCORP.
           03 FCD-ID-EMPRESA               PIC  9(06).
           03 FCD-PERIODO                  PIC  9(06).
           03 FCD-NRO-TARJETA              PIC  X(19).
           03 FCD-NRO-CUENTA               PIC  9(08).
           03 FCD-CCOSTO                   PIC  X(06).
           03 FCD-SALDO-CIERRE             PIC S9(09)V99.
           03 FILLER                       PIC  X(24).
