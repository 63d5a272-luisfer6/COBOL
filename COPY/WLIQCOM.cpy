      *----------------------------------------------------------------*
      *COPY DEL REGISTRO DE LIQUIDACION A COMERCIOS                    *
      *LONGITUD DE REGISTRO (110)                                      *
      *UN REGISTRO POR COMERCIO Y PERIODO DE LIQUIDACION CON EL        *
      *TOTAL DE GASTOS ACEPTADOS DEL PERIODO, LA COMISION RETENIDA,    *
      *LAS RETENCIONES IMPOSITIVAS PRACTICADAS (INGRESOS BRUTOS Y      *
      *GANANCIAS, CON EL NRO DE CERTIFICADO ENTREGADO; CERO SI NO HUBO *
      *RETENCION) Y EL NETO A PAGAR:                                   *
      *  NETO = BRUTO - COMISION - RET. IIBB - RET. GANANCIAS          *
      *EL MISMO LAYOUT SE GRABA EN:                                    *
      *  - ORDPAGO: ORDENES DE PAGO DEL PERIODO (UNA POR COMERCIO)     *
      *  - LIQHIST: HISTORIA ACUMULADA DE LIQUIDACIONES, PARA          *
      *    RESPONDER RECLAMOS DE COMERCIOS SIN IR AL ARCHIVO FISICO    *
           03 LIQ-COMISION                 PIC  9(11)V99.
           03 LIQ-NETO                     PIC  9(11)V99.
           03 LIQ-FECHA-LIQ                PIC  9(08).
           03 LIQ-RET-IIBB                 PIC  9(11)V99.
           03 LIQ-RET-GAN                  PIC  9(11)V99.
           03 LIQ-NRO-CERTIF               PIC  9(08).
           03 FILLER                       PIC  X(07).
