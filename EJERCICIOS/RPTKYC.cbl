       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTKYC.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REPORTE DE LEGAJOS KYC VENCIDOS. RECORRE EL MAESTRO DE
      * LEGAJOS (KYCNUE, GRABADO POR ABMKYC) Y PARA CADA CLIENTE
      * CONSULTA LA REGLA COMUN DE SITUACION (UTLKYC): FRECUENCIA DE
      * REVISION SEGUN SU BANDA DE RIESGO VIGENTE Y VENCIMIENTO DEL
      * DOCUMENTO. LISTA EN DOS BLOQUES:
      *   - CLIENTES CON DOCUMENTO DE IDENTIDAD VENCIDO
      *   - CLIENTES CON LA REVISION PERIODICA VENCIDA
      * CON LOS DIAS DE ATRASO DE CADA UNO, Y AL PIE LOS TOTALES POR
      * BANDA DE RIESGO. LOS CLIENTES DE AMBOS BLOQUES NO VINCULAN
      * TARJETAS NUEVAS (VER PGMTARCLI).
      * TODO EN RPTKYC.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

           SELECT KYCNUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-KYCNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYCNUE.

           SELECT RPTKYC        ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTKYC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTKYC.

       DATA DIVISION.

       FILE SECTION.

       FD  KYCNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYCNUE-FD                 PIC X(100).

       FD  RPTKYC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTKYC-FD                 PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-KYCNUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTKYC             PIC X(128) VALUE SPACES.

       77  FS-KYCNUE                     PIC  X(02) VALUE ' '.
           88 88-FS-KYCNUE-OK                       VALUE '00'.
           88 88-FS-KYCNUE-EOF                      VALUE '10'.

       77  FS-RPTKYC                     PIC  X(02) VALUE ' '.
           88 88-FS-RPTKYC-OK                       VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-LEIDOS-KYCNUE              PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTKYC            PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * LEGAJOS VENCIDOS, GUARDADOS PARA LISTARLOS POR BLOQUE
      *------------------------------------------------------
       77  WCN-TOPE-VENCIDOS             PIC  9(05) VALUE 5000.
       77  WS-CANT-VENCIDOS              PIC  9(05) VALUE 0.
       01  WS-TABLA-VENCIDOS.
           05 WS-VENCIDO-TAB OCCURS 5000 TIMES
                             INDEXED BY IDX-VEN.
              10 WVE-ESTADO              PIC  X(01).
              10 WVE-CLI-ID              PIC  9(10).
              10 WVE-TIPO-DOC            PIC  X(03).
              10 WVE-NRO-DOC             PIC  X(15).
              10 WVE-FECHA-VTO-DOC       PIC  9(08).
              10 WVE-FECHA-VERIF         PIC  9(08).
              10 WVE-BANDA               PIC  X(01).
              10 WVE-MESES               PIC  9(02).
              10 WVE-FECHA-PROX-REV      PIC  9(08).
              10 WVE-DIAS-ATRASO         PIC  9(05).

      *------------------------------------------------------
      * TOTALES POR BANDA DE RIESGO. LA POSICION 6 ES
      * 'SIN CALIFICACION'.
      *------------------------------------------------------
       01  WCN-BANDAS                    PIC  X(06) VALUE 'ABCDE '.
       01  WCN-BANDAS-R REDEFINES WCN-BANDAS.
           05 WCN-BANDA OCCURS 6 TIMES   PIC  X(01).

       01  WS-TABLA-BANDAS.
           05 WS-BANDA-TAB OCCURS 6 TIMES.
              10 WBA-LEGAJOS             PIC  9(07).
              10 WBA-DOC-VENCIDO         PIC  9(07).
              10 WBA-REV-VENCIDA         PIC  9(07).

       77  WS-IDX-BANDA                  PIC  9(01) VALUE 0.
       77  WS-IDX-BUSCA                  PIC  9(01) VALUE 0.
       77  WS-ESTADO-BLOQUE              PIC  X(01) VALUE SPACES.
       77  WS-CANT-BLOQUE                PIC  9(05) VALUE 0.
       77  WS-DIAS-ATRASO                PIC S9(07) VALUE 0.

       77  WS-CANT-ED                    PIC  ZZZZZZ9.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-FECHA-ED                   PIC  9999/99/99.

       COPY WKYC.

       COPY WUTLKYC.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-EVALUO-LEGAJO THRU FIN-2000
                UNTIL 88-FS-KYCNUE-EOF.

           PERFORM 4000-EMITO-REPORTE.

           MOVE 'S' TO WS-FIN-NORMAL.

           PERFORM 3000-FINALIZO.

           GOBACK.

       1000-INICIO.
      *-------------

      *    MARCA DE ARRANQUE PARA LA DURACION DEL JOB EN EL
      *    CONTROL DE CORRIDAS (VER RUNCTL / RPTBATTRD).
           INITIALIZE WRUNCTL.
           SET 88-RUNCTL-MARCA-INICIO TO TRUE.
           CALL 'RUNCTL' USING WRUNCTL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           INITIALIZE WS-TABLA-BANDAS.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.

           PERFORM 2100-LEO-KYCNUE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'KYCNUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-KYCNUE

           MOVE 'RPTKYC'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTKYC.

       FIN-1005.
           EXIT.

       1006-RESUELVO-UN-ARCHIVO.
      *-------------------------

           CALL 'UTLPATH' USING WUTLPATH

           IF NOT 88-WUTLPATH-OK
              DISPLAY 'ERROR DE ARRANQUE - ARCHIVO SIN PATH: '
                      WUTLPATH-LOGICO
              DISPLAY WUTLPATH-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              GOBACK
           END-IF.

       FIN-1006.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT KYCNUE

           EVALUATE TRUE
               WHEN 88-FS-KYCNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYCNUE'
                    DISPLAY 'FILE STATUS' FS-KYCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTKYC

           EVALUATE TRUE
               WHEN 88-FS-RPTKYC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTKYC'
                    DISPLAY 'FILE STATUS' FS-RPTKYC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SITUACION DE CADA LEGAJO SEGUN UTLKYC. LOS VENCIDOS SE
      * GUARDAN CON SUS DIAS DE ATRASO: DESDE EL VENCIMIENTO DEL
      * DOCUMENTO O DESDE LA FECHA EN QUE CORRESPONDIA REVISAR.
      *------------------------------------------------------------
       2000-EVALUO-LEGAJO.
      *-------------------

           INITIALIZE WUTLKYC.
           MOVE KYC-CLI-ID                TO WUTLKYC-CLI-ID.
           MOVE KYC-FECHA-VTO-DOC         TO WUTLKYC-FECHA-VTO-DOC.
           MOVE KYC-FECHA-VERIFICACION    TO WUTLKYC-FECHA-VERIF.
           MOVE WS-FECHA-PROCESO          TO WUTLKYC-FECHA-PROCESO.
           CALL 'UTLKYC' USING WUTLKYC.

           IF 88-WUTLKYC-ERROR
              DISPLAY 'LEGAJO KYC CON FECHAS INVALIDAS: ' KYC-CLI-ID
              PERFORM 2100-LEO-KYCNUE
              GO TO FIN-2000
           END-IF.

           PERFORM 2200-UBICO-BANDA.
           ADD 1 TO WBA-LEGAJOS (WS-IDX-BANDA).

           IF 88-WUTLKYC-VIGENTE
              PERFORM 2100-LEO-KYCNUE
              GO TO FIN-2000
           END-IF.

           IF 88-WUTLKYC-DOC-VENCIDO
              ADD 1 TO WBA-DOC-VENCIDO (WS-IDX-BANDA)
              COMPUTE WS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                    - FUNCTION INTEGER-OF-DATE (KYC-FECHA-VTO-DOC)
           ELSE
              ADD 1 TO WBA-REV-VENCIDA (WS-IDX-BANDA)
              IF WUTLKYC-FECHA-PROX-REV > 0
                 COMPUTE WS-DIAS-ATRASO =
                         FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                       - FUNCTION INTEGER-OF-DATE
                                  (WUTLKYC-FECHA-PROX-REV)
              ELSE
                 MOVE 0 TO WS-DIAS-ATRASO
              END-IF
           END-IF.

           IF WS-CANT-VENCIDOS NOT < WCN-TOPE-VENCIDOS
              DISPLAY 'TABLA DE LEGAJOS VENCIDOS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-VENCIDOS.
           SET IDX-VEN                    TO WS-CANT-VENCIDOS.
           MOVE WUTLKYC-ESTADO            TO WVE-ESTADO (IDX-VEN).
           MOVE KYC-CLI-ID                TO WVE-CLI-ID (IDX-VEN).
           MOVE KYC-TIPO-DOC              TO WVE-TIPO-DOC (IDX-VEN).
           MOVE KYC-NRO-DOC               TO WVE-NRO-DOC (IDX-VEN).
           MOVE KYC-FECHA-VTO-DOC
             TO WVE-FECHA-VTO-DOC (IDX-VEN).
           MOVE KYC-FECHA-VERIFICACION    TO WVE-FECHA-VERIF (IDX-VEN).
           MOVE WUTLKYC-BANDA             TO WVE-BANDA (IDX-VEN).
           MOVE WUTLKYC-MESES-REVISION    TO WVE-MESES (IDX-VEN).
           MOVE WUTLKYC-FECHA-PROX-REV
             TO WVE-FECHA-PROX-REV (IDX-VEN).
           MOVE WS-DIAS-ATRASO            TO WVE-DIAS-ATRASO (IDX-VEN).

           PERFORM 2100-LEO-KYCNUE.

       FIN-2000.
           EXIT.

       2100-LEO-KYCNUE.
      *----------------

           INITIALIZE REG-KYC.

           READ KYCNUE INTO REG-KYC

           EVALUATE TRUE
               WHEN 88-FS-KYCNUE-OK
                    ADD 1 TO WS-LEIDOS-KYCNUE
               WHEN 88-FS-KYCNUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ KYCNUE FS: ' FS-KYCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *    UNA BANDA DESCONOCIDA O SIN CALIFICACION VA A LA POSICION 6
       2200-UBICO-BANDA.
      *-----------------

           MOVE 6 TO WS-IDX-BANDA.

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                     UNTIL WS-IDX-BUSCA > 5
              IF WCN-BANDA (WS-IDX-BUSCA) = WUTLKYC-BANDA
                 MOVE WS-IDX-BUSCA TO WS-IDX-BANDA
              END-IF
           END-PERFORM.

       FIN-2200.
           EXIT.

       4000-EMITO-REPORTE.
      *-------------------

           MOVE 'LEGAJOS KYC VENCIDOS AL'
                                         TO REG-RPTKYC-FD (01:23).
           MOVE WS-FECHA-PROCESO         TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTKYC-FD (25:10).
           PERFORM 4600-WRITE-RPTKYC.
           PERFORM 4600-WRITE-RPTKYC.

           MOVE 'D'                      TO WS-ESTADO-BLOQUE.
           MOVE 'DOCUMENTO DE IDENTIDAD VENCIDO'
                                         TO REG-RPTKYC-FD (01:30).
           PERFORM 4100-BLOQUE.

           MOVE 'R'                      TO WS-ESTADO-BLOQUE.
           MOVE 'REVISION PERIODICA VENCIDA'
                                         TO REG-RPTKYC-FD (01:26).
           PERFORM 4100-BLOQUE.

           PERFORM 4300-RESUMEN-BANDAS.

       FIN-4000.
           EXIT.

      *------------------------------------------------------------
      * UN BLOQUE DEL LISTADO: TITULO YA ARMADO EN LA LINEA,
      * ENCABEZADO DE COLUMNAS, DETALLE Y CANTIDAD
      *------------------------------------------------------------
       4100-BLOQUE.
      *------------

           PERFORM 4600-WRITE-RPTKYC.

           MOVE 'CLI-ID'                 TO REG-RPTKYC-FD (01:06).
           MOVE 'DOCUMENTO'              TO REG-RPTKYC-FD (13:09).
           MOVE 'VTO DOC'                TO REG-RPTKYC-FD (33:07).
           MOVE 'VERIFICADO'             TO REG-RPTKYC-FD (44:10).
           MOVE 'BANDA'                  TO REG-RPTKYC-FD (55:05).
           MOVE 'MESES'                  TO REG-RPTKYC-FD (61:05).
           MOVE 'REVISAR EL'             TO REG-RPTKYC-FD (67:10).
           MOVE 'DIAS ATRASO'            TO REG-RPTKYC-FD (78:11).
           PERFORM 4600-WRITE-RPTKYC.

           MOVE 0 TO WS-CANT-BLOQUE.
           PERFORM VARYING IDX-VEN FROM 1 BY 1
                     UNTIL IDX-VEN > WS-CANT-VENCIDOS
              IF WVE-ESTADO (IDX-VEN) = WS-ESTADO-BLOQUE
                 ADD 1 TO WS-CANT-BLOQUE
                 PERFORM 4110-LINEA-DETALLE
              END-IF
           END-PERFORM.

           IF WS-CANT-BLOQUE = 0
              MOVE '  (SIN CASOS)'       TO REG-RPTKYC-FD (01:13)
              PERFORM 4600-WRITE-RPTKYC
           END-IF.

           MOVE 'CANTIDAD:'              TO REG-RPTKYC-FD (01:09).
           MOVE WS-CANT-BLOQUE           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTKYC-FD (11:07).
           PERFORM 4600-WRITE-RPTKYC.
           PERFORM 4600-WRITE-RPTKYC.

       FIN-4100.
           EXIT.

       4110-LINEA-DETALLE.
      *-------------------

           MOVE WVE-CLI-ID (IDX-VEN)     TO REG-RPTKYC-FD (01:10).
           MOVE WVE-TIPO-DOC (IDX-VEN)   TO REG-RPTKYC-FD (13:03).
           MOVE WVE-NRO-DOC (IDX-VEN)    TO REG-RPTKYC-FD (17:15).
           IF WVE-FECHA-VTO-DOC (IDX-VEN) > 0
              MOVE WVE-FECHA-VTO-DOC (IDX-VEN) TO WS-FECHA-ED
              MOVE WS-FECHA-ED           TO REG-RPTKYC-FD (33:10)
           ELSE
              MOVE 'SIN VTO'             TO REG-RPTKYC-FD (33:07)
           END-IF.
           IF WVE-FECHA-VERIF (IDX-VEN) > 0
              MOVE WVE-FECHA-VERIF (IDX-VEN) TO WS-FECHA-ED
              MOVE WS-FECHA-ED           TO REG-RPTKYC-FD (44:10)
           ELSE
              MOVE 'NUNCA'               TO REG-RPTKYC-FD (44:05)
           END-IF.
           IF WVE-BANDA (IDX-VEN) = SPACE
              MOVE 'S/C'                 TO REG-RPTKYC-FD (56:03)
           ELSE
              MOVE WVE-BANDA (IDX-VEN)   TO REG-RPTKYC-FD (57:01)
           END-IF.
           MOVE WVE-MESES (IDX-VEN)      TO REG-RPTKYC-FD (63:02).
           IF WVE-FECHA-PROX-REV (IDX-VEN) > 0
              MOVE WVE-FECHA-PROX-REV (IDX-VEN) TO WS-FECHA-ED
              MOVE WS-FECHA-ED           TO REG-RPTKYC-FD (67:10)
           END-IF.
           MOVE WVE-DIAS-ATRASO (IDX-VEN) TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTKYC-FD (82:05).
           PERFORM 4600-WRITE-RPTKYC.

       FIN-4110.
           EXIT.

       4300-RESUMEN-BANDAS.
      *--------------------

           MOVE 'RESUMEN POR BANDA DE RIESGO'
                                         TO REG-RPTKYC-FD (01:27).
           PERFORM 4600-WRITE-RPTKYC.
           MOVE 'BANDA'                  TO REG-RPTKYC-FD (01:05).
           MOVE 'LEGAJOS'                TO REG-RPTKYC-FD (20:07).
           MOVE 'DOC VENCIDO'            TO REG-RPTKYC-FD (30:11).
           MOVE 'REV VENCIDA'            TO REG-RPTKYC-FD (44:11).
           PERFORM 4600-WRITE-RPTKYC.

           PERFORM VARYING WS-IDX-BANDA FROM 1 BY 1
                     UNTIL WS-IDX-BANDA > 6
              IF WS-IDX-BANDA = 6
                 MOVE 'SIN CALIFICACION' TO REG-RPTKYC-FD (01:16)
              ELSE
                 MOVE WCN-BANDA (WS-IDX-BANDA)
                                         TO REG-RPTKYC-FD (01:01)
              END-IF
              MOVE WBA-LEGAJOS (WS-IDX-BANDA)     TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-RPTKYC-FD (20:07)
              MOVE WBA-DOC-VENCIDO (WS-IDX-BANDA) TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-RPTKYC-FD (34:07)
              MOVE WBA-REV-VENCIDA (WS-IDX-BANDA) TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-RPTKYC-FD (48:07)
              PERFORM 4600-WRITE-RPTKYC
           END-PERFORM.

       FIN-4300.
           EXIT.

       4600-WRITE-RPTKYC.
      *------------------

           WRITE REG-RPTKYC-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTKYC-OK
                    ADD 1 TO WS-GRABADOS-RPTKYC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTKYC FS: ' FS-RPTKYC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTKYC-FD.

       FIN-4600.
           EXIT.

       3000-FINALIZO.
      *--------------

           PERFORM 3100-CIERRO-ARCHIVOS.
           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

       3100-CIERRO-ARCHIVOS.
      *---------------------

           CLOSE KYCNUE
                 RPTKYC.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTKYC'                TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-KYCNUE        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTKYC      TO RUNCTL-GRABADOS.
           MOVE 0                       TO RUNCTL-IMPORTE.
           IF WS-FIN-NORMAL = 'S'
              SET 88-RUNCTL-OK          TO TRUE
           ELSE
              SET 88-RUNCTL-ABEND       TO TRUE
           END-IF.

           CALL 'RUNCTL' USING WRUNCTL.

       FIN-3200.
           EXIT.

       3300-TOTALES-CONTROL.
      *---------------------

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTKYC                '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-KYCNUE        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEGAJOS LEIDOS           : ' WS-CONTADOR-ED.
           MOVE WS-CANT-VENCIDOS        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEGAJOS VENCIDOS         : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTKYC      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTKYC.
