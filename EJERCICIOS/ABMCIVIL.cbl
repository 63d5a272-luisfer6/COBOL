      * INGRESADO DE UN SOLO LADO APLICA AUTOMATICAMENTE LA NOVEDAD
      * ESPEJO SOBRE EL CONYUGE (MISMO ESTADO, MISMA FECHA, VINCULO
      * RECIPROCO), CON SU PROPIA SINCRONIZACION A CLINOV.
      * CADA NOVEDAD APLICADA (TAMBIEN LAS ESPEJO) SE ASIENTA EN EL
      * LIBRO DE EVENTOS CIVEVEN CON EL ESTADO CIVIL ANTERIOR, QUE EL
      * MAESTRO PIERDE, PARA LAS ESTADISTICAS VITALES (RPTESTCIV).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMCIVIL.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS  IS FS-CLINOV.

           SELECT CIVEVEN            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CivilEve
      -    'ntos.txt'
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS  IS FS-CIVEVEN.


       DATA DIVISION.
      *-------------
           BLOCK 0.
       01  REG-CLINOV-FD                  PIC X(289).

       FD  CIVEVEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CIVEVEN-FD                 PIC X(50).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROGRAMA                   PIC X(20) VALUE 'ABMCIVIL'.
           88 88-FS-CLINOV-EXISTE                   VALUE '05'.
           88 88-FS-CLINOV-NOEXISTE                 VALUE '35'.

       77  FS-CIVEVEN                     PIC X(02) VALUE ' '.
           88 88-FS-CIVEVEN-OK                      VALUE '00'.
           88 88-FS-CIVEVEN-EXISTE                  VALUE '05'.
           88 88-FS-CIVEVEN-NOEXISTE                VALUE '35'.

       77  WS-CANT-LEIDAS                 PIC 9(09) VALUE 0.
       77  WS-CANT-ALTAS                  PIC 9(09) VALUE 0.
       77  WS-CANT-MATRIMONIOS            PIC 9(09) VALUE 0.
       77  WS-CANT-SYNC-CLINOV            PIC 9(09) VALUE 0.
       77  WS-CANT-ESPEJOS                PIC 9(09) VALUE 0.
       77  WS-CANT-ESPEJO-FALLIDO         PIC 9(09) VALUE 0.
       77  WS-CANT-EVENTOS                PIC 9(09) VALUE 0.

       77  WS-FECHA-PROCESO               PIC 9(08) VALUE 0.
       77  WS-ESTADO-ANTERIOR             PIC 9(02) VALUE 0.
       77  WS-EVENTO-ESPEJO               PIC X(01) VALUE 'N'.

       77  WS-ESPEJO-OPCION               PIC X(01) VALUE 'N'.
           88 88-ESPEJO-ACTIVADO                    VALUE 'S'.

       COPY WCLINOV.

       COPY WCIVEVEN.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.

           MOVE CTE-PROGRAMA               TO WCANCELA-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1050-SIGNON-OPERADOR.

           PERFORM 1100-ABRO-ARCHIVOS.
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *    EL LIBRO DE EVENTOS ES HISTORIA PERSISTENTE: EXTEND.
           OPEN EXTEND CIVEVEN.

           EVALUATE TRUE
               WHEN 88-FS-CIVEVEN-OK
               WHEN 88-FS-CIVEVEN-EXISTE
                    CONTINUE
               WHEN 88-FS-CIVEVEN-NOEXISTE
                    OPEN OUTPUT CIVEVEN
                    IF NOT 88-FS-CIVEVEN-OK
                       MOVE '1100-ABRO-ARCHIVOS' TO WS-PARRAFO
                       MOVE 'CIVEVEN'            TO WCANCELA-RECURSO
                       MOVE 'OPEN'               TO WCANCELA-OPERACION
                       MOVE FS-CIVEVEN           TO WCANCELA-CODRET
                       MOVE 'ERROR EN OPEN'      TO WCANCELA-MENSAJE
                       MOVE WS-PARRAFO           TO WCANCELA-PARRAFO
                       PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    MOVE '1100-ABRO-ARCHIVOS' TO WS-PARRAFO
                    MOVE 'CIVEVEN'            TO WCANCELA-RECURSO
                    MOVE 'OPEN'               TO WCANCELA-OPERACION
                    MOVE FS-CIVEVEN           TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'      TO WCANCELA-MENSAJE
                    MOVE WS-PARRAFO           TO WCANCELA-PARRAFO
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-1100.
           EXIT.


       2200-APLICA-ALTA.

           MOVE 0                         TO WS-ESTADO-ANTERIOR.
           MOVE CIVILNOV-ID               TO CIVIL-ID.
           MOVE CIVILNOV-GENERO           TO CIVIL-GENERO.
           MOVE 1                         TO CIVIL-ESTADO-CIVIL.

           PERFORM 2600-GRABO-CIVIL.

           MOVE 'N'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-ALTAS.

       FIN-2200.

       2300-APLICA-MATRIMONIO.

           MOVE CIVIL-ESTADO-CIVIL        TO WS-ESTADO-ANTERIOR.
           MOVE 2                         TO CIVIL-ESTADO-CIVIL.
           MOVE CIVILNOV-CONYUGE-ID       TO CIVIL-CONYUGE-ID.
           MOVE CIVILNOV-FECHA-EVENTO     TO CIVIL-FECHA-EVENTO.

           PERFORM 2800-GENERO-SYNC-CLINOV.

           MOVE 'N'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-MATRIMONIOS.

           IF 88-ESPEJO-ACTIVADO
              GO TO FIN-2310
           END-IF.

           MOVE CIVIL-ESTADO-CIVIL        TO WS-ESTADO-ANTERIOR.
           MOVE 2                         TO CIVIL-ESTADO-CIVIL.
           MOVE CIVILNOV-ID               TO CIVIL-CONYUGE-ID.
           MOVE CIVILNOV-FECHA-EVENTO     TO CIVIL-FECHA-EVENTO.

           PERFORM 2800-GENERO-SYNC-CLINOV.

           MOVE 'S'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-ESPEJOS.

       FIN-2310.

           MOVE CIVIL-CONYUGE-ID          TO WS-ESPEJO-ID.

           MOVE CIVIL-ESTADO-CIVIL        TO WS-ESTADO-ANTERIOR.
           MOVE 3                         TO CIVIL-ESTADO-CIVIL.
           MOVE CIVILNOV-FECHA-EVENTO     TO CIVIL-FECHA-EVENTO.


           PERFORM 2800-GENERO-SYNC-CLINOV.

           MOVE 'N'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-DIVORCIOS.

           IF 88-ESPEJO-ACTIVADO
              GO TO FIN-2410
           END-IF.

           MOVE CIVIL-ESTADO-CIVIL        TO WS-ESTADO-ANTERIOR.
           MOVE 3                         TO CIVIL-ESTADO-CIVIL.
           MOVE CIVILNOV-FECHA-EVENTO     TO CIVIL-FECHA-EVENTO.


           PERFORM 2800-GENERO-SYNC-CLINOV.

           MOVE 'S'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-ESPEJOS.

       FIN-2410.

       2500-APLICA-VIUDEZ.

           MOVE CIVIL-ESTADO-CIVIL        TO WS-ESTADO-ANTERIOR.
           MOVE 4                         TO CIVIL-ESTADO-CIVIL.
           MOVE CIVILNOV-FECHA-EVENTO     TO CIVIL-FECHA-EVENTO.


           PERFORM 2800-GENERO-SYNC-CLINOV.

           MOVE 'N'                       TO WS-EVENTO-ESPEJO.
           PERFORM 2850-GRABO-EVENTO.

           ADD 1                          TO WS-CANT-VIUDEZ.

       FIN-2500.
       FIN-2800.
           EXIT.

      *--------------------------------------------------------------
      * ASIENTA EL EVENTO EN EL LIBRO CIVEVEN CON EL ESTADO ANTERIOR
      * Y EL NUEVO DEL REGISTRO RECIEN GRABADO (REG-CIVIL). EL TIPO
      * ES EL DE LA NOVEDAD, TAMBIEN PARA EL ESPEJO DEL CONYUGE.
      *--------------------------------------------------------------
       2850-GRABO-EVENTO.

           MOVE SPACES                    TO REG-CIVEVEN.
           INITIALIZE REG-CIVEVEN.

           MOVE CIVIL-ID                  TO CEV-ID.
           MOVE CIVILNOV-COD-NOVEDAD      TO CEV-TIPO.
           MOVE CIVIL-GENERO              TO CEV-GENERO.
           MOVE WS-ESTADO-ANTERIOR        TO CEV-ESTADO-ANTERIOR.
           MOVE CIVIL-ESTADO-CIVIL        TO CEV-ESTADO-NUEVO.
           MOVE CIVIL-CONYUGE-ID          TO CEV-CONYUGE-ID.
           MOVE CIVIL-FECHA-EVENTO        TO CEV-FECHA-EVENTO.
           MOVE WS-EVENTO-ESPEJO          TO CEV-ESPEJO.
           MOVE WS-FECHA-PROCESO          TO CEV-FECHA-PROCESO.

           WRITE REG-CIVEVEN-FD           FROM REG-CIVEVEN

           EVALUATE TRUE
               WHEN 88-FS-CIVEVEN-OK
                    ADD 1                 TO WS-CANT-EVENTOS
               WHEN OTHER
                    MOVE '2850-GRABO-EVENTO' TO WS-PARRAFO
                    MOVE 'CIVEVEN'           TO WCANCELA-RECURSO
                    MOVE 'WRITE'             TO WCANCELA-OPERACION
                    MOVE FS-CIVEVEN          TO WCANCELA-CODRET
                    MOVE 'ERROR EN WRITE'    TO WCANCELA-MENSAJE
                    MOVE WS-PARRAFO          TO WCANCELA-PARRAFO
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-2850.
           EXIT.

       2900-RECHAZO-NOVEDAD.

           DISPLAY 'NOVEDAD RECHAZADA - ID: ' CIVILNOV-ID.
           CLOSE CIVILNOV.
           CLOSE CIVILNOVRECH.
           CLOSE CLINOV.
           CLOSE CIVEVEN.

       FIN-3100.
           EXIT.
           DISPLAY 'NOVEDADES ESPEJO APLICADAS : ' WS-CANT-ESPEJOS.
           DISPLAY 'NOVEDADES ESPEJO FALLIDAS  : '
                                            WS-CANT-ESPEJO-FALLIDO.
           DISPLAY 'EVENTOS ASENTADOS CIVEVEN  : ' WS-CANT-EVENTOS.
           DISPLAY '**************************************************'.

       FIN-3200.
