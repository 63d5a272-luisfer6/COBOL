      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE ALICUOTAS DE IVA                            *
      *LONGITUD DE REGISTRO (21)                                       *
      *UN REGISTRO POR CONDICION IMPOSITIVA (MISMOS CODIGOS QUE        *
      *VTA-COND-IVA: 'G' GENERAL / 'R' REDUCIDA / 'E' EXENTA) Y        *
      *VERSION:                                                        *
      *  ALI-TASA       = ALICUOTA EN PORCENTAJE                       *
      *  ALI-VIG-DESDE  = PRIMER DIA DE VIGENCIA (CERO O BLANCO =      *
      *                   DESDE SIEMPRE)                               *
      *  ALI-VIG-HASTA  = ULTIMO DIA DE VIGENCIA (CERO O BLANCO =      *
      *                   SIN FECHA DE FIN)                            *
      *PGMIVA APLICA A CADA VENTA LA ALICUOTA VIGENTE A SU FECHA.      *
      *LA TABLA SE MANTIENE CON ABMTASAS.                              *
      *----------------------------------------------------------------*
       01  REG-ALICIVA.
           03 ALI-CONDICION                PIC  X(01).
           03 ALI-TASA                     PIC  9(02)V99.
           03 ALI-VIG-DESDE                PIC  9(08).
           03 ALI-VIG-HASTA                PIC  9(08).
