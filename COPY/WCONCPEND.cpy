      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE PARTIDAS ABIERTAS DE LA CONCILIACION DE    *
      * CLEARING DE LAS REDES                                          *
      * LONGITUD DE REGISTRO (100)                                     *
      * LO MANTIENE RECONCLR (CONCPANT -> CONCPNUE): CADA CORRIDA      *
      * VUELVE A CRUZAR LAS PARTIDAS ABIERTAS CON LO QUE LLEGA EN EL   *
      * DIA Y ARRASTRA LAS QUE SIGUEN SIN PAREJA, CON SU FECHA DE ALTA *
      * ORIGINAL PARA LA ANTIGUEDAD.                                   *
      *   CPE-LADO  = 'G' GASTO ACEPTADO SIN PRESENTACION DE LA RED    *
      *               'C' PRESENTACION DE LA RED SIN GASTO ACEPTADO    *
      *   CPE-RED / CPE-ARANCEL / CPE-FECHA-LIQ SOLO EN EL LADO 'C'.   *
      *   CPE-REFERENCIA = GTO-ID (LADO 'G') O CLR-REFERENCIA ('C')    *
      *   CPE-FECHA-ALTA = PRIMERA CORRIDA EN QUE QUEDO ABIERTA        *
      *----------------------------------------------------------------*
       01  REG-CONCPEND.
           03 CPE-LADO                     PIC  X(01).
              88 88-CPE-LADO-GASTO                   VALUE 'G'.
              88 88-CPE-LADO-CLEARING                VALUE 'C'.
           03 CPE-RED                      PIC  X(02).
           03 CPE-NRO-TARJETA              PIC  9(19).
           03 CPE-FECHA-GASTO              PIC  9(08).
           03 CPE-COMERCIO                 PIC  9(05).
           03 CPE-MONTO                    PIC  9(09)V99.
           03 CPE-ARANCEL                  PIC  9(07)V99.
           03 CPE-REFERENCIA               PIC  X(12).
           03 CPE-FECHA-LIQ                PIC  9(08).
           03 CPE-FECHA-ALTA               PIC  9(08).
           03 FILLER                       PIC  X(17).
