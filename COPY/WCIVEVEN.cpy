      *----------------------------------------------------------------*
      * COPY DEL LIBRO DE EVENTOS DEL REGISTRO CIVIL (CIVEVEN)         *
      * LREC = 50                                                      *
      * UN REGISTRO POR NOVEDAD APLICADA POR ABMCIVIL SOBRE UNA        *
      * PERSONA (LAS NOVEDADES ESPEJO SOBRE EL CONYUGE GENERAN SU      *
      * PROPIO EVENTO, MARCADO EN CEV-ESPEJO). EL MAESTRO CIVIL SOLO   *
      * GUARDA EL ULTIMO ESTADO: ESTE LIBRO CONSERVA EL ESTADO CIVIL   *
      * ANTERIOR AL EVENTO PARA LAS ESTADISTICAS VITALES (RPTESTCIV).  *
      * CEV-TIPO USA LOS CODIGOS DE WCIVILNOV.cpy (A/M/D/V). GENERO Y  *
      * ESTADOS USAN LOS VALORES DE WECIVIL.cpy; CEV-ESTADO-ANTERIOR   *
      * VA EN CERO EN EL ALTA (NO HAY ESTADO PREVIO). EL LIBRO ES      *
      * HISTORIA: SOLO SE AGREGA.                                      *
      *----------------------------------------------------------------*
       01  REG-CIVEVEN.
           05  CEV-ID                       PIC 9(10).
           05  CEV-TIPO                     PIC X(01).
               88 88-CEV-ALTA                         VALUE 'A'.
               88 88-CEV-MATRIMONIO                   VALUE 'M'.
               88 88-CEV-DIVORCIO                     VALUE 'D'.
               88 88-CEV-VIUDEZ                       VALUE 'V'.
           05  CEV-GENERO                   PIC 9(02).
           05  CEV-ESTADO-ANTERIOR          PIC 9(02).
           05  CEV-ESTADO-NUEVO             PIC 9(02).
           05  CEV-CONYUGE-ID               PIC 9(10).
           05  CEV-FECHA-EVENTO.
               07  CEV-FECHA-EVENTO-AAAA    PIC 9(04).
               07  CEV-FECHA-EVENTO-MM      PIC 9(02).
               07  CEV-FECHA-EVENTO-DD      PIC 9(02).
           05  CEV-ESPEJO                   PIC X(01).
               88 88-CEV-ES-ESPEJO                    VALUE 'S'.
           05  CEV-FECHA-PROCESO            PIC 9(08).
           05  FILLER                       PIC X(06).
