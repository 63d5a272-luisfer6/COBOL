      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE COMISIONES POR COMERCIO                     *
      *LONGITUD DE REGISTRO (25)                                       *
      *UN REGISTRO POR COMERCIO CON EL PORCENTAJE DE COMISION QUE      *
      *SE LE RETIENE EN LA LIQUIDACION (LIQCOMER). EL REGISTRO CON     *
      *CMT-COM-ID EN CERO ES LA COMISION GENERAL QUE SE APLICA A       *
      *LOS COMERCIOS SIN COMISION PACTADA.                             *
      *CMT-VIG-DESDE / CMT-VIG-HASTA: VIGENCIA DE LA VERSION (CERO O   *
      *BLANCO = SIN LIMITE DE ESE LADO). LOS CAMBIOS PROGRAMADOS SE    *
      *CARGAN CON ABMTASAS; EL PACTO DE UN COMERCIO PUNTUAL LO AJUSTA  *
      *ABMCOMER CON VIGENCIA DESDE LA FECHA DE PROCESO.                *
      *----------------------------------------------------------------*
       01  REG-COMTASA.
           03 CMT-COM-ID                   PIC  9(05).
           03 CMT-PCT-COMISION             PIC  9(02)V99.
           03 CMT-VIG-DESDE                PIC  9(08).
           03 CMT-VIG-HASTA                PIC  9(08).
