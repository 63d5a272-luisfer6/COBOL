      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE TASAS DE ACUMULACION DE PUNTOS              *
      *LONGITUD DE REGISTRO (29)                                       *
      *UN REGISTRO POR REGLA DE ACUMULACION:                           *
      *  PTS-CATEGORIA = RUBRO DEL GASTO (MISMOS CODIGOS QUE           *
      *                  GTO-CATEGORIA: RE/RT/SU/CO/SE/OT)             *
      *                  DE PUNTOS DOBLES CON COMERCIOS PUNTUALES).    *
      *  PTS-TASA      = PUNTOS OTORGADOS POR CADA 100 PESOS DE        *
      *                  GASTO.                                        *
      *  PTS-VIG-DESDE/HASTA = VIGENCIA DE LA VERSION DE LA REGLA      *
      *                  (CERO O BLANCO = SIN LIMITE DE ESE LADO). SE  *
      *                  APLICA LA VIGENTE A LA FECHA DEL GASTO.       *
      *LA MANTIENE EL SECTOR COMERCIAL CON ABMTASAS, UN RENGLON POR    *
      *VERSION DE CADA REGLA.                                          *
      *----------------------------------------------------------------*
       01  REG-PTSTASA.
           03 PTS-CATEGORIA                PIC  X(02).
           03 PTS-COM-ID                   PIC  9(05).
           03 PTS-TASA                     PIC  9(04)V99.
           03 PTS-VIG-DESDE                PIC  9(08).
           03 PTS-VIG-HASTA                PIC  9(08).
