      ******************************************************************
      * REPORTE DE CUMPLIMIENTO DE CAMPANIAS DE RECALL
      * POR CADA CAMPANIA DEL MAESTRO DE RECALL (ACTIVA O CERRADA)
      * LISTA LOS VEHICULOS ALCANZADOS QUE REGISTRO PGMRECALL
      * (RECVEH) Y SU SITUACION SEGUN LAS ORDENES DE TRABAJO DEL
      * TALLER CON DESCRIPCION 'RECALL ' + CAMPANIA:
      *   COMPLETO  : ORDEN CERRADA (SE MUESTRA LA FECHA DE CIERRE)
      *   EN TALLER : ORDEN ABIERTA
      *   PENDIENTE : SIN ORDEN (VEHICULO VENDIDO QUE EL TITULAR NO
      *               TRAJO TODAVIA, O APERTURA RECHAZADA)
      * AL PIE DE CADA CAMPANIA, AFECTADOS DEL LOTE Y VENDIDOS,
      * AVISOS, SIN CONTACTO, SITUACIONES Y PORCENTAJE DE
      * CUMPLIMIENTO; AL FINAL, LOS TOTALES GENERALES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRECALL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECALL           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecallCa
      -    'mpanias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECALL.

           SELECT RECVEH           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecallVe
      -    'hiculos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECVEH.

           SELECT ORDTRAB          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesT
      -    'rabajo.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDTRAB.

           SELECT RPTRCL           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecallCu
      -    'mplimiento.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTRCL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL
           RECORDING MODE IS F.
       01  REG-RECALL-FD                  PIC X(100).

       FD  RECVEH
           RECORDING MODE IS F.
       01  REG-RECVEH-FD                  PIC X(60).

       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                 PIC X(78).

       FD  RPTRCL
           RECORDING MODE IS F.
       01  REG-RPTRCL-FD                  PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-RECALL                      PIC X(02) VALUE ' '.
           88 88-FS-RECALL-OK                       VALUE '00'.
           88 88-FS-RECALL-EOF                      VALUE '10'.
           88 88-FS-RECALL-NOEXISTE                 VALUE '35'.

       77  WS-RECALL-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-RECALL-ABIERTO                     VALUE 'S'.

       77  FS-RECVEH                      PIC X(02) VALUE ' '.
           88 88-FS-RECVEH-OK                       VALUE '00'.
           88 88-FS-RECVEH-EOF                      VALUE '10'.
           88 88-FS-RECVEH-NOEXISTE                 VALUE '35'.

       77  FS-ORDTRAB                     PIC X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDTRAB-EOF                     VALUE '10'.
           88 88-FS-ORDTRAB-NOEXISTE                VALUE '35'.

       77  FS-RPTRCL                      PIC X(02) VALUE ' '.
           88 88-FS-RPTRCL-OK                       VALUE '00'.

       77  WS-LEIDAS-CAMPANIAS            PIC 9(05) VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-SITUACION                   PIC X(10) VALUE SPACES.
       77  WS-FEC-CIERRE                  PIC 9(08) VALUE 0.
       77  WS-ORDEN-HALLADA               PIC 9(04) VALUE 0.
       77  WS-PORCENTAJE                  PIC 9(03)V99 VALUE 0.
       77  WS-PORCENTAJE-ED               PIC ZZ9,99.
       77  WS-CANTIDAD-ED                 PIC ZZZZ9.

      *------------------------------------------------------
      * CONTADORES POR CAMPANIA Y GENERALES (MISMO ORDEN)
      *------------------------------------------------------
       01  WS-TOTALES-CAMPANIA.
           05 WS-CAM-AFECTADOS            PIC 9(05) VALUE 0.
           05 WS-CAM-LOTE                 PIC 9(05) VALUE 0.
           05 WS-CAM-VENDIDOS             PIC 9(05) VALUE 0.
           05 WS-CAM-AVISADOS             PIC 9(05) VALUE 0.
           05 WS-CAM-SIN-CONTACTO         PIC 9(05) VALUE 0.
           05 WS-CAM-COMPLETOS            PIC 9(05) VALUE 0.
           05 WS-CAM-EN-TALLER            PIC 9(05) VALUE 0.
           05 WS-CAM-PENDIENTES           PIC 9(05) VALUE 0.

       01  WS-TOTALES-GENERALES.
           05 WS-GRL-AFECTADOS            PIC 9(05) VALUE 0.
           05 WS-GRL-LOTE                 PIC 9(05) VALUE 0.
           05 WS-GRL-VENDIDOS             PIC 9(05) VALUE 0.
           05 WS-GRL-AVISADOS             PIC 9(05) VALUE 0.
           05 WS-GRL-SIN-CONTACTO         PIC 9(05) VALUE 0.
           05 WS-GRL-COMPLETOS            PIC 9(05) VALUE 0.
           05 WS-GRL-EN-TALLER            PIC 9(05) VALUE 0.
           05 WS-GRL-PENDIENTES           PIC 9(05) VALUE 0.

      *------------------------------------------------------
      * VEHICULOS ALCANZADOS (RECVEH) EN TABLA
      *------------------------------------------------------
       77  WCN-TOPE-AFECTADOS             PIC 9(04) VALUE 5000.
       77  WS-CANT-AFECTADOS              PIC 9(04) VALUE 0.
       01  WS-TABLA-AFECTADOS.
           05 WS-AFECTADO-TAB OCCURS 5000 TIMES
                              INDEXED BY IDX-AFECTADO.
              10 WAF-REGISTRO             PIC X(60).

      *------------------------------------------------------
      * ORDENES DE RECALL DEL TALLER (DESCRIPCION 'RECALL ')
      *------------------------------------------------------
       77  WCN-TOPE-ORDENES               PIC 9(04) VALUE 2000.
       77  WS-CANT-ORDENES                PIC 9(04) VALUE 0.
       01  WS-TABLA-ORDENES.
           05 WS-ORDEN-TAB OCCURS 2000 TIMES
                           INDEXED BY IDX-ORDEN.
              10 WOR-VEH-ID               PIC X(05).
              10 WOR-CAMPANIA             PIC X(10).
              10 WOR-ESTADO               PIC X(01).
              10 WOR-FEC-CIERRE           PIC 9(08).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WRECALL.

       COPY WRECVEH.

       COPY WORDTRAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-RECALL-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1100-CARGO-AFECTADOS.

           PERFORM 1200-CARGO-ORDENES.

           OPEN INPUT RECALL.

           EVALUATE TRUE
               WHEN 88-FS-RECALL-OK
                    SET 88-RECALL-ABIERTO TO TRUE
               WHEN 88-FS-RECALL-NOEXISTE
                    DISPLAY 'SIN MAESTRO DE CAMPANIAS DE RECALL'
                    SET 88-FS-RECALL-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECALL FS: ' FS-RECALL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTRCL.

           EVALUATE TRUE
               WHEN 88-FS-RPTRCL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTRCL FS: ' FS-RPTRCL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE 'CUMPLIMIENTO DE CAMPANIAS DE RECALL AL:'
                                          TO REG-RPTRCL-FD (01:39).
           MOVE WS-CURRENT-DATE-DATE      TO REG-RPTRCL-FD (41:08).
           PERFORM 2600-GRABO-LINEA.

           IF NOT 88-FS-RECALL-EOF
              PERFORM 1300-LEO-CAMPANIA
           END-IF.

       1000-FIN.
           EXIT.

       1100-CARGO-AFECTADOS.

           OPEN INPUT RECVEH.

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
                    PERFORM 1110-LEO-AFECTADO
                    PERFORM UNTIL 88-FS-RECVEH-EOF
                       IF WS-CANT-AFECTADOS < WCN-TOPE-AFECTADOS
                          ADD 1 TO WS-CANT-AFECTADOS
                          MOVE REG-RECVEH-FD
                            TO WAF-REGISTRO (WS-CANT-AFECTADOS)
                       ELSE
                          DISPLAY 'TABLA DE AFECTADOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1110-LEO-AFECTADO
                    END-PERFORM
                    CLOSE RECVEH
               WHEN 88-FS-RECVEH-NOEXISTE
                    DISPLAY 'SIN VEHICULOS ALCANZADOS POR RECALL'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       1110-LEO-AFECTADO.

           READ RECVEH

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
               WHEN 88-FS-RECVEH-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1110-FIN.
           EXIT.

      *------------------------------------------------------------
      * SOLO INTERESAN LAS ORDENES DE RECALL: LA CAMPANIA VIENE EN
      * LA DESCRIPCION A CONTINUACION DE 'RECALL '.
      *------------------------------------------------------------
       1200-CARGO-ORDENES.

           OPEN INPUT ORDTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    PERFORM 1210-LEO-ORDEN
                    PERFORM UNTIL 88-FS-ORDTRAB-EOF
                       IF ORD-DESCRIPCION (01:07) = 'RECALL '
                          PERFORM 1220-AGREGO-ORDEN
                       END-IF
                       PERFORM 1210-LEO-ORDEN
                    END-PERFORM
                    CLOSE ORDTRAB
               WHEN 88-FS-ORDTRAB-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE ORDENES DE TRABAJO'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-ORDEN.

           INITIALIZE REG-ORDTRAB.

           READ ORDTRAB INTO REG-ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
               WHEN 88-FS-ORDTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1210-FIN.
           EXIT.

       1220-AGREGO-ORDEN.

           IF WS-CANT-ORDENES < WCN-TOPE-ORDENES
              ADD 1 TO WS-CANT-ORDENES
              SET IDX-ORDEN TO WS-CANT-ORDENES
              MOVE ORD-VEH-ID             TO WOR-VEH-ID (IDX-ORDEN)
              MOVE ORD-DESCRIPCION (08:10)
                                          TO WOR-CAMPANIA (IDX-ORDEN)
              MOVE ORD-ESTADO             TO WOR-ESTADO (IDX-ORDEN)
              MOVE ORD-FEC-CIERRE         TO WOR-FEC-CIERRE (IDX-ORDEN)
           ELSE
              DISPLAY 'TABLA DE ORDENES DE RECALL COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1220-FIN.
           EXIT.

       1300-LEO-CAMPANIA.

           INITIALIZE REG-RECALL.

           READ RECALL INTO REG-RECALL

           EVALUATE TRUE
               WHEN 88-FS-RECALL-OK
                    ADD 1 TO WS-LEIDAS-CAMPANIAS
               WHEN 88-FS-RECALL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECALL FS: ' FS-RECALL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

       2000-PROCESO.

           INITIALIZE WS-TOTALES-CAMPANIA.

           PERFORM 2100-CABECERA-CAMPANIA.

           PERFORM VARYING IDX-AFECTADO FROM 1 BY 1
                     UNTIL IDX-AFECTADO > WS-CANT-AFECTADOS
              MOVE WAF-REGISTRO (IDX-AFECTADO) TO REG-RECVEH
              IF RCV-CAMPANIA = RCL-CAMPANIA
                 PERFORM 2200-LINEA-VEHICULO
              END-IF
           END-PERFORM.

           PERFORM 2300-PIE-CAMPANIA.

           PERFORM 1300-LEO-CAMPANIA.

       2000-FIN.
           EXIT.

       2100-CABECERA-CAMPANIA.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           PERFORM 2600-GRABO-LINEA.

           MOVE 'CAMPANIA:'               TO REG-RPTRCL-FD (01:09).
           MOVE RCL-CAMPANIA              TO REG-RPTRCL-FD (11:10).
           MOVE 'FABRICANTE:'             TO REG-RPTRCL-FD (23:11).
           MOVE RCL-FABRICANTE            TO REG-RPTRCL-FD (35:12).
           MOVE 'MARCA:'                  TO REG-RPTRCL-FD (49:06).
           MOVE RCL-MARCA                 TO REG-RPTRCL-FD (56:08).
           MOVE 'MODELO:'                 TO REG-RPTRCL-FD (66:07).
           IF RCL-MODELO = SPACES
              MOVE 'TODOS'                TO REG-RPTRCL-FD (74:05)
           ELSE
              MOVE RCL-MODELO             TO REG-RPTRCL-FD (74:09)
           END-IF.
           IF 88-RCL-CERRADA
              MOVE '(CERRADA)'            TO REG-RPTRCL-FD (85:09)
           END-IF.
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE 'RANGO VEH-ID:'           TO REG-RPTRCL-FD (01:13).
           MOVE RCL-VEH-ID-DESDE          TO REG-RPTRCL-FD (15:05).
           MOVE 'A'                       TO REG-RPTRCL-FD (21:01).
           IF RCL-VEH-ID-HASTA = 0
              MOVE 'FIN'                  TO REG-RPTRCL-FD (23:03)
           ELSE
              MOVE RCL-VEH-ID-HASTA       TO REG-RPTRCL-FD (23:05)
           END-IF.
           MOVE RCL-DESCRIPCION           TO REG-RPTRCL-FD (30:40).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE 'VEH.  PATENTE   ACCION       ORDEN  TITULAR    '
                                          TO REG-RPTRCL-FD (01:47).
           MOVE 'ALTA     SITUACION  CIERRE'
                                          TO REG-RPTRCL-FD (48:26).
           PERFORM 2600-GRABO-LINEA.

       2100-FIN.
           EXIT.

      *------------------------------------------------------------
      * SITUACION DEL VEHICULO: LA ORDEN DE RECALL DE LA CAMPANIA
      * MAS AVANZADA (UNA CERRADA PREVALECE SOBRE UNA ABIERTA).
      *------------------------------------------------------------
       2200-LINEA-VEHICULO.

           ADD 1 TO WS-CAM-AFECTADOS.

           EVALUATE TRUE
               WHEN 88-RCV-ORDEN-LOTE
                    ADD 1 TO WS-CAM-LOTE
               WHEN 88-RCV-AVISO-TITULAR
                    ADD 1 TO WS-CAM-VENDIDOS
                    ADD 1 TO WS-CAM-AVISADOS
               WHEN OTHER
                    ADD 1 TO WS-CAM-VENDIDOS
                    ADD 1 TO WS-CAM-SIN-CONTACTO
           END-EVALUATE.

           MOVE 0                         TO WS-ORDEN-HALLADA.
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                     UNTIL IDX-ORDEN > WS-CANT-ORDENES
              IF  WOR-VEH-ID (IDX-ORDEN)   = RCV-VEH-ID
              AND WOR-CAMPANIA (IDX-ORDEN) = RCV-CAMPANIA
                 IF WS-ORDEN-HALLADA = 0
                 OR WOR-ESTADO (IDX-ORDEN) = 'C'
                    SET WS-ORDEN-HALLADA TO IDX-ORDEN
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 0                         TO WS-FEC-CIERRE.
           IF WS-ORDEN-HALLADA = 0
              MOVE 'PENDIENTE'            TO WS-SITUACION
              ADD 1 TO WS-CAM-PENDIENTES
           ELSE
              SET IDX-ORDEN TO WS-ORDEN-HALLADA
              IF WOR-ESTADO (IDX-ORDEN) = 'C'
                 MOVE 'COMPLETO'          TO WS-SITUACION
                 MOVE WOR-FEC-CIERRE (IDX-ORDEN) TO WS-FEC-CIERRE
                 ADD 1 TO WS-CAM-COMPLETOS
              ELSE
                 MOVE 'EN TALLER'         TO WS-SITUACION
                 ADD 1 TO WS-CAM-EN-TALLER
              END-IF
           END-IF.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE RCV-VEH-ID                TO REG-RPTRCL-FD (01:05).
           MOVE RCV-PATENTE               TO REG-RPTRCL-FD (07:09).
           EVALUATE TRUE
               WHEN 88-RCV-ORDEN-LOTE
                    MOVE 'ORDEN LOTE'     TO REG-RPTRCL-FD (17:12)
                    MOVE RCV-ORD-NRO      TO REG-RPTRCL-FD (30:06)
               WHEN 88-RCV-AVISO-TITULAR
                    MOVE 'AVISO TITUL.'   TO REG-RPTRCL-FD (17:12)
                    MOVE RCV-CLI-ID       TO REG-RPTRCL-FD (37:10)
               WHEN OTHER
                    MOVE 'SIN CONTACTO'   TO REG-RPTRCL-FD (17:12)
                    MOVE RCV-CLI-ID       TO REG-RPTRCL-FD (37:10)
           END-EVALUATE.
           MOVE RCV-FECHA                 TO REG-RPTRCL-FD (48:08).
           MOVE WS-SITUACION              TO REG-RPTRCL-FD (57:10).
           IF WS-FEC-CIERRE > 0
              MOVE WS-FEC-CIERRE          TO REG-RPTRCL-FD (68:08)
           END-IF.
           PERFORM 2600-GRABO-LINEA.

       2200-FIN.
           EXIT.

       2300-PIE-CAMPANIA.

           PERFORM 2400-LINEAS-TOTALES.

           ADD WS-CAM-AFECTADOS           TO WS-GRL-AFECTADOS.
           ADD WS-CAM-LOTE                TO WS-GRL-LOTE.
           ADD WS-CAM-VENDIDOS            TO WS-GRL-VENDIDOS.
           ADD WS-CAM-AVISADOS            TO WS-GRL-AVISADOS.
           ADD WS-CAM-SIN-CONTACTO        TO WS-GRL-SIN-CONTACTO.
           ADD WS-CAM-COMPLETOS           TO WS-GRL-COMPLETOS.
           ADD WS-CAM-EN-TALLER           TO WS-GRL-EN-TALLER.
           ADD WS-CAM-PENDIENTES          TO WS-GRL-PENDIENTES.

       2300-FIN.
           EXIT.

      *------------------------------------------------------------
      * TOTALES DE WS-TOTALES-CAMPANIA (PIE DE CAMPANIA Y, CARGADOS
      * CON LOS GENERALES, PIE DEL REPORTE).
      *------------------------------------------------------------
       2400-LINEAS-TOTALES.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE 'AFECTADOS:'              TO REG-RPTRCL-FD (01:10).
           MOVE WS-CAM-AFECTADOS          TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (12:05).
           MOVE 'LOTE:'                   TO REG-RPTRCL-FD (19:05).
           MOVE WS-CAM-LOTE               TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (25:05).
           MOVE 'VENDIDOS:'               TO REG-RPTRCL-FD (32:09).
           MOVE WS-CAM-VENDIDOS           TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (42:05).
           MOVE 'AVISADOS:'               TO REG-RPTRCL-FD (49:09).
           MOVE WS-CAM-AVISADOS           TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (59:05).
           MOVE 'SIN CONTACTO:'           TO REG-RPTRCL-FD (66:13).
           MOVE WS-CAM-SIN-CONTACTO       TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (80:05).
           PERFORM 2600-GRABO-LINEA.

           IF WS-CAM-AFECTADOS > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-CAM-COMPLETOS * 100 / WS-CAM-AFECTADOS
           ELSE
              MOVE 0                      TO WS-PORCENTAJE
           END-IF.
           MOVE WS-PORCENTAJE             TO WS-PORCENTAJE-ED.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           MOVE 'COMPLETOS:'              TO REG-RPTRCL-FD (01:10).
           MOVE WS-CAM-COMPLETOS          TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (12:05).
           MOVE 'EN TALLER:'              TO REG-RPTRCL-FD (19:10).
           MOVE WS-CAM-EN-TALLER          TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (30:05).
           MOVE 'PENDIENTES:'             TO REG-RPTRCL-FD (37:11).
           MOVE WS-CAM-PENDIENTES         TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-RPTRCL-FD (49:05).
           MOVE 'CUMPLIMIENTO %:'         TO REG-RPTRCL-FD (56:15).
           MOVE WS-PORCENTAJE-ED          TO REG-RPTRCL-FD (72:06).
           PERFORM 2600-GRABO-LINEA.

       2400-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTRCL-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTRCL-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTRCL FS: ' FS-RPTRCL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-RPTRCL-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'TOTAL GENERAL DE CAMPANIAS'
                                          TO REG-RPTRCL-FD (01:26).
           PERFORM 2600-GRABO-LINEA.

           MOVE WS-TOTALES-GENERALES      TO WS-TOTALES-CAMPANIA.
           PERFORM 2400-LINEAS-TOTALES.

           IF 88-RECALL-ABIERTO
              CLOSE RECALL
           END-IF.
           CLOSE RPTRCL.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTRECALL             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CAMPANIAS LEIDAS           : ' WS-LEIDAS-CAMPANIAS.
           DISPLAY 'VEHICULOS AFECTADOS        : ' WS-GRL-AFECTADOS.
           DISPLAY 'RECALLS COMPLETOS          : ' WS-GRL-COMPLETOS.
           DISPLAY 'RECALLS PENDIENTES         : ' WS-GRL-PENDIENTES.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTRECALL.
