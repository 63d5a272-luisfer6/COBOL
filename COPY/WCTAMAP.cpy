      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE IMPUTACION CONTABLE (CTAMAP)                *
      *LONGITUD DE REGISTRO (58)                                       *
      *UN REGISTRO POR ORIGEN Y CLAVE DE MOVIMIENTO CON LAS CUENTAS    *
      *DEL MAYOR A LAS QUE SE IMPUTA EL DEBE Y EL HABER. LO MANTIENE   *
      *CONTADURIA; GENASIENT LO USA PARA ARMAR LOS ASIENTOS DEL DIA.   *
      *ORIGENES:                                                       *
      *  RECA: RECAUDACION, CLAVE = CONCEPTO-RECAUDACION (RESXCONCEPTO)*
      *  IVAV: VENTAS DEL LIBRO IVA, CLAVE = VTA-COND-IVA (G/R/E).     *
      *        DEBE = DEUDORES POR VENTAS, HABER = VENTAS NETAS        *
      *  IVAI: IVA DEL LIBRO IVA, CLAVE = VTA-COND-IVA. HABER = IVA    *
      *        DEBITO FISCAL                                           *
      *  PAGO: COBRANZA DE TARJETAS, CLAVE = PAG-CANAL (CA/DB/TR/...)  *
      *  TARJ: CIERRE DE TARJETAS (SALCIERRE), CLAVE 'CARG'            *
      *  COMR: LIQUIDACION A COMERCIOS (ORDPAGO), CLAVES 'BRUT' (DEBE  *
      *        COMERCIOS A LIQUIDAR), 'NETO' (HABER ORDENES DE PAGO) Y *
      *        'COMI' (HABER INGRESO POR COMISIONES), 'RETB' Y 'RETG'  *
      *        (HABER RETENCIONES DE INGRESOS BRUTOS Y DE GANANCIAS A  *
      *        DEPOSITAR)                                              *
      *  PREV: AJUSTE DE LA PREVISION POR INCOBRABLES (PREVAJU), CLAVE *
      *        'CON' O 'REC' MAS LA CARTERA (T/C): 'CONT'/'CONC' DEBE  *
      *        CARGO POR INCOBRABILIDAD / HABER PREVISION; 'RECT'/     *
      *        'RECC' DEBE PREVISION / HABER RECUPERO DE PREVISIONES   *
      *UNA CLAVE EN BLANCO DENTRO DE UN ORIGEN ES LA IMPUTACION        *
      *GENERAL DEL ORIGEN PARA CLAVES SIN ENTRADA PROPIA.              *
      *----------------------------------------------------------------*
       01  REG-CTAMAP.
           03 MAP-ORIGEN                   PIC  X(04).
           03 MAP-CLAVE                    PIC  X(04).
           03 MAP-CTA-DEBE                 PIC  X(10).
           03 MAP-CTA-HABER                PIC  X(10).
           03 MAP-DESCRIPCION              PIC  X(30).
