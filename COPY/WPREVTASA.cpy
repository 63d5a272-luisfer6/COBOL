      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE PORCENTAJES DE PREVISION POR INCOBRABLES    *
      *LONGITUD DE REGISTRO (25)                                       *
      *UN REGISTRO POR CARTERA, BANDA DE ATRASO Y VERSION. GENPREVIS   *
      *APLICA EL PORCENTAJE VIGENTE AL CIERRE DEL PERIODO SOBRE EL     *
      *SALDO DE CADA BANDA:                                            *
      *  PVT-CARTERA   = 'T' TARJETAS / 'C' CUENTA CORRIENTE           *
      *  PVT-BANDA     = '000' AL DIA O A VENCER                       *
      *                  '030' HASTA 30 DIAS DE ATRASO                 *
      *                  '060' DE 31 A 60 DIAS                         *
      *                  '090' DE 61 A 90 DIAS                         *
      *                  '120' MAS DE 90 DIAS                          *
      *                  (EN TARJETAS ES EL BUCKET DE WMORATAR.cpy)    *
      *  PVT-PCT       = PORCENTAJE A PREVISIONAR SOBRE EL SALDO       *
      *                  (SIN RENGLON PARA LA BANDA NO SE PREVISIONA)  *
      *  PVT-VIG-DESDE/HASTA = VIGENCIA DE LA VERSION (CERO O BLANCO = *
      *                  SIN LIMITE DE ESE LADO).                      *
      *LA MANTIENE CONTADURIA CON ABMTASAS (TABLA 'PV').               *
      *----------------------------------------------------------------*
       01  REG-PREVTASA.
           03 PVT-CARTERA                  PIC  X(01).
              88 88-PVT-TARJETAS                     VALUE 'T'.
              88 88-PVT-CTACTE                       VALUE 'C'.
           03 PVT-BANDA                    PIC  X(03).
              88 88-PVT-BANDA-VALIDA                 VALUE '000' '030'
                                                     '060' '090' '120'.
           03 PVT-PCT                      PIC  9(03)V99.
           03 PVT-VIG-DESDE                PIC  9(08).
           03 PVT-VIG-HASTA                PIC  9(08).
