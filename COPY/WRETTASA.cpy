      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE ALICUOTAS DE RETENCION A COMERCIOS          *
      *LONGITUD DE REGISTRO (33)                                       *
      *UN REGISTRO POR IMPUESTO, CONDICION FISCAL DEL COMERCIO Y       *
      *VERSION. LIQCOMER RETIENE SOBRE EL BRUTO LIQUIDADO:             *
      *  RTT-IMPUESTO  = 'B' INGRESOS BRUTOS / 'G' GANANCIAS           *
      *  RTT-CONDICION = CONDICION DEL COMERCIO ANTE ESE IMPUESTO      *
      *                  (COM-COND-IIBB / COM-COND-GAN, VER            *
      *                  WCOMERCIO.cpy). SIN RENGLON PARA LA           *
      *                  CONDICION NO SE RETIENE (EXENTOS).            *
      *  RTT-PCT       = ALICUOTA DE RETENCION EN PORCENTAJE           *
      *  RTT-MINIMO    = MINIMO NO SUJETO A RETENCION POR              *
      *                  LIQUIDACION: SE RETIENE SOLO SOBRE EL         *
      *                  EXCEDENTE (CERO = SOBRE TODO EL BRUTO)        *
      *  RTT-VIG-DESDE/HASTA = VIGENCIA DE LA VERSION (CERO O BLANCO = *
      *                  SIN LIMITE DE ESE LADO).                      *
      *LA MANTIENE CONTADURIA CON ABMTASAS (TABLA 'RT').               *
      *----------------------------------------------------------------*
       01  REG-RETTASA.
           03 RTT-IMPUESTO                 PIC  X(01).
              88 88-RTT-IIBB                         VALUE 'B'.
              88 88-RTT-GANANCIAS                    VALUE 'G'.
           03 RTT-CONDICION                PIC  X(01).
           03 RTT-PCT                      PIC  9(02)V99.
           03 RTT-MINIMO                   PIC  9(09)V99.
           03 RTT-VIG-DESDE                PIC  9(08).
           03 RTT-VIG-HASTA                PIC  9(08).
