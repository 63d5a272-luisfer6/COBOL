      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DIARIO DE CLEARING DE LAS REDES DE TARJETAS   *
      * LONGITUD DE REGISTRO (80)                                      *
      * LO ENVIA CADA RED (VISA / MASTERCARD) CON LAS PRESENTACIONES   *
      * QUE LIQUIDA; LLEGA CON EL HEADER / TRAILER ESTANDAR (VER       *
      * WCTLARC.cpy, UNA TANDA POR RED) Y LO CONCILIA RECONCLR CONTRA  *
      * LOS GASTOS ACEPTADOS (GASTOSOK).                               *
      *   CLR-RED          = 'VI' VISA / 'MC' MASTERCARD               *
      *   CLR-FECHA-GASTO  = FECHA DEL CONSUMO (AAAAMMDD)              *
      *   CLR-COMERCIO     = COM-ID DEL MAESTRO DE COMERCIOS           *
      *   CLR-MONTO        = IMPORTE PRESENTADO EN PESOS (CAMPO DE     *
      *                      IMPORTE DEL TRAILER)                      *
      *   CLR-ARANCEL      = ARANCEL DE LA RED QUE SE DESCUENTA DE LA  *
      *                      ACREDITACION                              *
      *   CLR-REFERENCIA   = IDENTIFICACION DE LA PRESENTACION EN LA   *
      *                      RED; UNA REFERENCIA REPETIDA ES UNA       *
      *                      PRESENTACION DUPLICADA                    *
      *   CLR-FECHA-LIQ    = FECHA EN QUE LA RED ACREDITA EN EL BANCO  *
      *----------------------------------------------------------------*
       01  REG-CLEARING.
           03 CLR-RED                      PIC  X(02).
              88 88-CLR-VISA                         VALUE 'VI'.
              88 88-CLR-MASTERCARD                   VALUE 'MC'.
           03 CLR-NRO-TARJETA              PIC  9(19).
           03 CLR-FECHA-GASTO              PIC  9(08).
           03 CLR-COMERCIO                 PIC  9(05).
           03 CLR-MONTO                    PIC  9(09)V99.
           03 CLR-ARANCEL                  PIC  9(07)V99.
           03 CLR-REFERENCIA               PIC  X(12).
           03 CLR-FECHA-LIQ                PIC  9(08).
           03 FILLER                       PIC  X(06).
