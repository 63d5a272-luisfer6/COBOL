      ******************************************************************
      * REPORTE DIARIO DE TRANSFERENCIAS DE DOMINIO VENCIDAS
      * RECORRE LOS TRAMITES DE TRANSFERENCIA (TRANSF) Y LISTA LOS
      * QUE SIGUEN PENDIENTES CON EL PLAZO LEGAL YA CUMPLIDO A LA
      * FECHA DEL DIA: VEHICULO, COMPRADOR, FECHA DE VENTA, PLAZO,
      * DIAS DE ATRASO, PRIMER PASO PENDIENTE Y DOCUMENTOS QUE
      * TODAVIA FALTAN. AL PIE, TRAMITES PENDIENTES EN TERMINO Y
      * VENCIDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTTRANSF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSF           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'rencias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSF.

           SELECT RPTTRF           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'renciasVencidas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTTRF.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF
           RECORDING MODE IS F.
       01  REG-TRANSF-FD                  PIC X(110).

       FD  RPTTRF
           RECORDING MODE IS F.
       01  REG-RPTTRF-FD                  PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-TRANSF                      PIC X(02) VALUE ' '.
           88 88-FS-TRANSF-OK                       VALUE '00'.
           88 88-FS-TRANSF-EOF                      VALUE '10'.
           88 88-FS-TRANSF-NOEXISTE                 VALUE '35'.

       77  WS-TRANSF-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-TRANSF-ABIERTO                     VALUE 'S'.

       77  FS-RPTTRF                      PIC X(02) VALUE ' '.
           88 88-FS-RPTTRF-OK                       VALUE '00'.

       77  WS-LEIDOS-TRAMITES             PIC 9(05) VALUE 0.
       77  WS-CANT-PENDIENTES             PIC 9(05) VALUE 0.
       77  WS-CANT-VENCIDOS               PIC 9(05) VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-DIAS-ATRASO                 PIC 9(05) VALUE 0.
       77  WS-DIAS-ATRASO-ED              PIC ZZZZ9.
       77  WS-IDX-PASO                    PIC 9(01) VALUE 0.
       77  WS-IDX-DOC                     PIC 9(01) VALUE 0.
       77  WS-PASO-PENDIENTE              PIC 9(01) VALUE 0.
       77  WS-POS-DOC                     PIC 9(03) VALUE 0.

      *------------------------------------------------------
      * DESCRIPCION DE PASOS Y DOCUMENTOS DEL TRAMITE (MISMO
      * ORDEN QUE WTRANSF.cpy)
      *------------------------------------------------------
       01  WS-DESC-PASOS.
           05 FILLER        PIC X(12) VALUE 'FIRMA FORMUL'.
           05 FILLER        PIC X(12) VALUE 'VERIFICACION'.
           05 FILLER        PIC X(12) VALUE 'PRESENTACION'.
           05 FILLER        PIC X(12) VALUE 'ENTREGA TIT.'.
       01  WS-DESC-PASOS-R REDEFINES WS-DESC-PASOS.
           05 WS-DESC-PASO OCCURS 4 TIMES PIC X(12).

       01  WS-DESC-DOCS.
           05 FILLER        PIC X(04) VALUE 'F08 '.
           05 FILLER        PIC X(04) VALUE 'TIT '.
           05 FILLER        PIC X(04) VALUE 'CED '.
           05 FILLER        PIC X(04) VALUE 'LDEU'.
           05 FILLER        PIC X(04) VALUE 'DNI '.
       01  WS-DESC-DOCS-R REDEFINES WS-DESC-DOCS.
           05 WS-DESC-DOC OCCURS 5 TIMES PIC X(04).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WTRANSF.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-TRANSF-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           OPEN INPUT TRANSF.

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    SET 88-TRANSF-ABIERTO TO TRUE
               WHEN 88-FS-TRANSF-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE TRAMITES DE TRANSFERENCIA'
                    SET 88-FS-TRANSF-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTTRF.

           EVALUATE TRUE
               WHEN 88-FS-RPTTRF-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTTRF FS: ' FS-RPTTRF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTTRF-FD.
           MOVE 'TRANSFERENCIAS DE DOMINIO VENCIDAS AL:'
                                          TO REG-RPTTRF-FD (01:38).
           MOVE WS-CURRENT-DATE-DATE      TO REG-RPTTRF-FD (40:08).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTTRF-FD.
           MOVE 'VEH.  PATENTE   COMPRADOR  VENTA    PLAZO    '
                                          TO REG-RPTTRF-FD (01:46).
           MOVE 'ATRASO PASO PENDIENTE DOC. FALTANTES'
                                          TO REG-RPTTRF-FD (47:36).
           PERFORM 2600-GRABO-LINEA.

           IF NOT 88-FS-TRANSF-EOF
              PERFORM 1100-LEO-TRAMITE
           END-IF.

       1000-FIN.
           EXIT.

       1100-LEO-TRAMITE.

           INITIALIZE REG-TRANSF.

           READ TRANSF INTO REG-TRANSF

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    ADD 1 TO WS-LEIDOS-TRAMITES
               WHEN 88-FS-TRANSF-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       2000-PROCESO.

           IF 88-TRF-PENDIENTE
              ADD 1 TO WS-CANT-PENDIENTES
              IF WS-CURRENT-DATE-DATE > TRF-FECHA-LIMITE
                 ADD 1 TO WS-CANT-VENCIDOS
                 PERFORM 2100-LINEA-VENCIDO
              END-IF
           END-IF.

           PERFORM 1100-LEO-TRAMITE.

       2000-FIN.
           EXIT.

      *------------------------------------------------------------
      * TRAMITE VENCIDO: DIAS CORRIDOS DE ATRASO SOBRE EL PLAZO,
      * PRIMER PASO SIN CUMPLIR Y DOCUMENTOS NO RECIBIDOS.
      *------------------------------------------------------------
       2100-LINEA-VENCIDO.

           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-DATE)
                 - FUNCTION INTEGER-OF-DATE (TRF-FECHA-LIMITE).
           MOVE WS-DIAS-ATRASO            TO WS-DIAS-ATRASO-ED.

           MOVE 0                         TO WS-PASO-PENDIENTE.
           PERFORM VARYING WS-IDX-PASO FROM 4 BY -1
                     UNTIL WS-IDX-PASO < 1
              IF NOT 88-TRF-PASO-CUMPLIDO (WS-IDX-PASO)
                 MOVE WS-IDX-PASO         TO WS-PASO-PENDIENTE
              END-IF
           END-PERFORM.

           MOVE SPACES                    TO REG-RPTTRF-FD.
           MOVE TRF-VEH-ID                TO REG-RPTTRF-FD (01:05).
           MOVE TRF-PATENTE               TO REG-RPTTRF-FD (07:09).
           MOVE TRF-CLI-ID                TO REG-RPTTRF-FD (17:10).
           MOVE TRF-FECHA-VENTA           TO REG-RPTTRF-FD (28:08).
           MOVE TRF-FECHA-LIMITE          TO REG-RPTTRF-FD (37:08).
           MOVE WS-DIAS-ATRASO-ED         TO REG-RPTTRF-FD (47:05).
           IF WS-PASO-PENDIENTE > 0
              MOVE WS-DESC-PASO (WS-PASO-PENDIENTE)
                                          TO REG-RPTTRF-FD (54:12)
           END-IF.

           MOVE 69                        TO WS-POS-DOC.
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                     UNTIL WS-IDX-DOC > 5
              IF NOT 88-TRF-DOC-RECIBIDO (WS-IDX-DOC)
                 MOVE WS-DESC-DOC (WS-IDX-DOC)
                   TO REG-RPTTRF-FD (WS-POS-DOC:04)
                 ADD 5                    TO WS-POS-DOC
              END-IF
           END-PERFORM.

           PERFORM 2600-GRABO-LINEA.

       2100-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTTRF-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTTRF-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTTRF FS: ' FS-RPTTRF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-RPTTRF-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'TRAMITES PENDIENTES:'    TO REG-RPTTRF-FD (01:20).
           MOVE WS-CANT-PENDIENTES        TO REG-RPTTRF-FD (22:05).
           MOVE 'VENCIDOS:'               TO REG-RPTTRF-FD (29:09).
           MOVE WS-CANT-VENCIDOS          TO REG-RPTTRF-FD (39:05).
           PERFORM 2600-GRABO-LINEA.

           IF 88-TRANSF-ABIERTO
              CLOSE TRANSF
           END-IF.
           CLOSE RPTTRF.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTTRANSF             '.
           DISPLAY '**************************************************'.
           DISPLAY 'TRAMITES LEIDOS            : ' WS-LEIDOS-TRAMITES.
           DISPLAY 'TRAMITES PENDIENTES        : ' WS-CANT-PENDIENTES.
           DISPLAY 'TRAMITES VENCIDOS          : ' WS-CANT-VENCIDOS.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTTRANSF.
