      *----------------------------------------------------------------*
      *COPY DE LA TABLA DE TASAS DE FINANCIACION DE TARJETAS           *
      *LONGITUD DE REGISTRO (26)                                       *
      *UN REGISTRO POR TIPO DE TARJETA (MISMO CONTENIDO QUE            *
      *TAR-TIPO-TARJETA DEL MAESTRO: '1 ' VISA / ' 2' MASTERCARD).     *
      *TAS-TASA-MENSUAL   = TASA DE INTERES MENSUAL EN PORCENTAJE      *
      *                     SOBRE EL SALDO FINANCIADO (REVOLVING).     *
      *TAS-PCT-PAGO-MIN   = PORCENTAJE DEL SALDO DE CIERRE QUE SE      *
      *                     EXIGE COMO PAGO MINIMO DEL CICLO.          *
      *TAS-VIG-DESDE/HASTA= VIGENCIA DE LA VERSION DE LA TASA (CERO O  *
      *                     BLANCO EN DESDE = DESDE SIEMPRE; EN HASTA  *
      *                     = SIN FECHA DE FIN). CADA TIPO PUEDE TENER *
      *                     VARIOS RENGLONES, UNO POR VERSION, Y LOS   *
      *                     PROGRAMAS TOMAN LA VIGENTE A LA FECHA DEL  *
      *                     PERIODO QUE PROCESAN.                      *
      *EL ARCHIVO SE MANTIENE CON ABMTASAS (VERSIONES CON VIGENCIA).   *
      *----------------------------------------------------------------*
       01  REG-TASATAR.
           03 TAS-TIPO-TARJETA             PIC  X(02).
           03 TAS-TASA-MENSUAL             PIC  9(02)V99.
           03 TAS-PCT-PAGO-MIN             PIC  9(02)V99.
           03 TAS-VIG-DESDE                PIC  9(08).
           03 TAS-VIG-HASTA                PIC  9(08).
