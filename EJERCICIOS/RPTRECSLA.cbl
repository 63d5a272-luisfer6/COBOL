       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTRECSLA.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REPORTE DIARIO DE ATRASO (SLA) DE LOS RECLAMOS DE CLIENTES.
      * RECORRE EL MAESTRO DE RECLAMOS (RECLANUE, GRABADO POR
      * ABMRECLAM) Y TOMA LOS PENDIENTES (ABIERTOS O EN PROCESO):
      *  - DETALLE POR AREA RESPONSABLE DE LOS QUE YA PASARON LA
      *    FECHA PROMETIDA AL CLIENTE, CON LOS DIAS CORRIDOS DE
      *    ATRASO, Y EL SUBTOTAL DEL AREA POR TRAMO DE ATRASO
      *  - RESUMEN POR AREA: PENDIENTES, EN TERMINO, VENCIDOS Y
      *    VENCIDOS POR TRAMO (1-3, 4-7, 8-15, 16-30, MAS DE 30 DIAS)
      * TODO EN RPTRECSLA.
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

           SELECT RECLANUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLANUE.

           SELECT RPTRECSLA     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTRECSLA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTRECSLA.

       DATA DIVISION.

       FILE SECTION.

       FD  RECLANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLANUE-FD               PIC X(200).

       FD  RPTRECSLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTRECSLA-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RECLANUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTRECSLA          PIC X(128) VALUE SPACES.

       77  FS-RECLANUE                   PIC  X(02) VALUE ' '.
           88 88-FS-RECLANUE-OK                     VALUE '00'.
           88 88-FS-RECLANUE-EOF                    VALUE '10'.

       77  FS-RPTRECSLA                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTRECSLA-OK                    VALUE '00'.

       77  WS-LEIDOS-RECLANUE            PIC  9(09) VALUE 0.
       77  WS-CANT-PENDIENTES            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTRECSLA         PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-DIAS-ATRASO                PIC  9(05) VALUE 0.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-CANT-ED                    PIC  ZZZZZ9.
       77  WS-IDX-AREA                   PIC  9(01) VALUE 0.
       77  WS-IDX-TRAMO                  PIC  9(01) VALUE 0.
       77  WS-IDX-BUSCA                  PIC  9(01) VALUE 0.
       77  WS-POS-COL                    PIC  9(03) VALUE 0.
       77  WS-CANT-AREA-VENC             PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * AREAS RESPONSABLES (MISMOS CODIGOS QUE WRECLAMO.cpy).
      * LA ULTIMA POSICION JUNTA LOS CODIGOS DESCONOCIDOS.
      *------------------------------------------------------
       01  WCN-AREAS.
           05 FILLER        PIC X(23) VALUE 'TARTARJETAS            '.
           05 FILLER        PIC X(23) VALUE 'VTAVENTAS              '.
           05 FILLER        PIC X(23) VALUE 'TALTALLER              '.
           05 FILLER        PIC X(23) VALUE 'CAJCAJA / TESORERIA    '.
           05 FILLER        PIC X(23) VALUE 'ATCATENCION AL CLIENTE '.
           05 FILLER        PIC X(23) VALUE '???SIN AREA VALIDA     '.
       01  WCN-AREAS-R REDEFINES WCN-AREAS.
           05 WCN-AREA-TAB OCCURS 6 TIMES.
              10 WCN-AREA-COD            PIC X(03).
              10 WCN-AREA-DESC           PIC X(20).

      *------------------------------------------------------
      * TOPE EN DIAS DE CADA TRAMO DE ATRASO (EL ULTIMO
      * TRAMO ES ABIERTO)
      *------------------------------------------------------
       01  WCN-TRAMOS.
           05 FILLER                     PIC 9(05) VALUE 3.
           05 FILLER                     PIC 9(05) VALUE 7.
           05 FILLER                     PIC 9(05) VALUE 15.
           05 FILLER                     PIC 9(05) VALUE 30.
           05 FILLER                     PIC 9(05) VALUE 99999.
       01  WCN-TRAMOS-R REDEFINES WCN-TRAMOS.
           05 WCN-TRAMO-HASTA OCCURS 5 TIMES PIC 9(05).

       01  WS-TABLA-AREAS.
           05 WS-AREA-TAB OCCURS 6 TIMES.
              10 WAR-PENDIENTES          PIC 9(05).
              10 WAR-EN-TERMINO          PIC 9(05).
              10 WAR-VENCIDOS            PIC 9(05).
              10 WAR-TRAMO OCCURS 5 TIMES PIC 9(05).

       01  WS-TOTALES.
           05 WTO-PENDIENTES             PIC 9(05).
           05 WTO-EN-TERMINO             PIC 9(05).
           05 WTO-VENCIDOS               PIC 9(05).
           05 WTO-TRAMO OCCURS 5 TIMES   PIC 9(05).

      *------------------------------------------------------
      * RECLAMOS VENCIDOS PARA EL DETALLE POR AREA
      *------------------------------------------------------
       77  WCN-TOPE-VENC                 PIC 9(05) VALUE 5000.
       77  WS-CANT-VENC                  PIC 9(05) VALUE 0.
       01  WS-TABLA-VENC.
           05 WS-VENC-TAB OCCURS 5000 TIMES
                          INDEXED BY IDX-VENC.
              10 WVE-AREA                PIC 9(01).
              10 WVE-NRO-RECLAMO         PIC 9(08).
              10 WVE-CLI-ID              PIC 9(10).
              10 WVE-CATEGORIA           PIC X(01).
              10 WVE-REFERENCIA          PIC X(20).
              10 WVE-SUCURSAL            PIC 9(04).
              10 WVE-FECHA-ALTA          PIC 9(08).
              10 WVE-FECHA-PROMETIDA     PIC 9(08).
              10 WVE-ESTADO              PIC X(01).
              10 WVE-DIAS                PIC 9(05).

       COPY WRECLAMO.

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

           PERFORM 2000-PROCESO
                UNTIL 88-FS-RECLANUE-EOF.

           PERFORM 4000-EMITO-VENCIDOS.

           PERFORM 4300-EMITO-RESUMEN.

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

           INITIALIZE WS-TABLA-AREAS
                      WS-TOTALES.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.

           PERFORM 2100-LEO-RECLANUE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RECLANUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLANUE

           MOVE 'RPTRECSLA'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTRECSLA.

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

           OPEN INPUT RECLANUE

           EVALUATE TRUE
               WHEN 88-FS-RECLANUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLANUE'
                    DISPLAY 'FILE STATUS' FS-RECLANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTRECSLA

           EVALUATE TRUE
               WHEN 88-FS-RPTRECSLA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTRECSLA'
                    DISPLAY 'FILE STATUS' FS-RPTRECSLA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SOLO LOS PENDIENTES. VENCIDO = FECHA PROMETIDA ANTERIOR AL
      * DIA DE PROCESO.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           IF 88-REC-PENDIENTE
              ADD 1 TO WS-CANT-PENDIENTES
              PERFORM 2200-UBICO-AREA
              ADD 1 TO WAR-PENDIENTES (WS-IDX-AREA)
              IF REC-FECHA-PROMETIDA < WS-FECHA-PROCESO
                 PERFORM 2300-ACUMULO-VENCIDO
              ELSE
                 ADD 1 TO WAR-EN-TERMINO (WS-IDX-AREA)
              END-IF
           END-IF.

           PERFORM 2100-LEO-RECLANUE.

       FIN-2000.
           EXIT.

       2100-LEO-RECLANUE.
      *------------------

           INITIALIZE REG-RECLAMO.

           READ RECLANUE INTO REG-RECLAMO

           EVALUATE TRUE
               WHEN 88-FS-RECLANUE-OK
                    ADD 1 TO WS-LEIDOS-RECLANUE
               WHEN 88-FS-RECLANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLANUE FS: ' FS-RECLANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-UBICO-AREA.
      *----------------

           MOVE 6 TO WS-IDX-AREA.

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                     UNTIL WS-IDX-BUSCA > 5
              IF WCN-AREA-COD (WS-IDX-BUSCA) = REC-AREA
                 MOVE WS-IDX-BUSCA TO WS-IDX-AREA
              END-IF
           END-PERFORM.

       FIN-2200.
           EXIT.

       2300-ACUMULO-VENCIDO.
      *---------------------

           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE (REC-FECHA-PROMETIDA).

           MOVE 0 TO WS-IDX-TRAMO.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                     UNTIL WS-IDX-TRAMO > 4
                        OR WS-DIAS-ATRASO NOT > WCN-TRAMO-HASTA
                                                   (WS-IDX-TRAMO)
              CONTINUE
           END-PERFORM.

           ADD 1 TO WAR-VENCIDOS (WS-IDX-AREA).
           ADD 1 TO WAR-TRAMO (WS-IDX-AREA WS-IDX-TRAMO).

           IF WS-CANT-VENC NOT < WCN-TOPE-VENC
              DISPLAY 'TABLA DE RECLAMOS VENCIDOS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-VENC.
           MOVE WS-IDX-AREA          TO WVE-AREA (WS-CANT-VENC).
           MOVE REC-NRO-RECLAMO      TO WVE-NRO-RECLAMO (WS-CANT-VENC).
           MOVE REC-CLI-ID           TO WVE-CLI-ID (WS-CANT-VENC).
           MOVE REC-CATEGORIA        TO WVE-CATEGORIA (WS-CANT-VENC).
           MOVE REC-REFERENCIA       TO WVE-REFERENCIA (WS-CANT-VENC).
           MOVE REC-SUCURSAL         TO WVE-SUCURSAL (WS-CANT-VENC).
           MOVE REC-FECHA-ALTA       TO WVE-FECHA-ALTA (WS-CANT-VENC).
           MOVE REC-FECHA-PROMETIDA
             TO WVE-FECHA-PROMETIDA (WS-CANT-VENC).
           MOVE REC-ESTADO           TO WVE-ESTADO (WS-CANT-VENC).
           MOVE WS-DIAS-ATRASO       TO WVE-DIAS (WS-CANT-VENC).

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * DETALLE DE VENCIDOS AGRUPADO POR AREA, CON EL SUBTOTAL DEL
      * AREA POR TRAMO DE ATRASO
      *------------------------------------------------------------
       4000-EMITO-VENCIDOS.
      *--------------------

           MOVE SPACES                   TO REG-RPTRECSLA-FD.
           MOVE 'RECLAMOS DE CLIENTES VENCIDOS AL:'
                                         TO REG-RPTRECSLA-FD (01:33).
           MOVE WS-FECHA-PROCESO         TO REG-RPTRECSLA-FD (35:08).
           PERFORM 4600-WRITE-RPTRECSLA.

           PERFORM VARYING WS-IDX-AREA FROM 1 BY 1
                     UNTIL WS-IDX-AREA > 6
              IF WAR-VENCIDOS (WS-IDX-AREA) > 0
                 PERFORM 4100-EMITO-AREA
              END-IF
           END-PERFORM.

           IF WS-CANT-VENC = 0
              PERFORM 4600-WRITE-RPTRECSLA
              MOVE 'SIN RECLAMOS VENCIDOS'
                                         TO REG-RPTRECSLA-FD (01:21)
              PERFORM 4600-WRITE-RPTRECSLA
           END-IF.

       FIN-4000.
           EXIT.

       4100-EMITO-AREA.
      *----------------

           PERFORM 4600-WRITE-RPTRECSLA.
           MOVE 'AREA:'                  TO REG-RPTRECSLA-FD (01:05).
           MOVE WCN-AREA-COD (WS-IDX-AREA)
                                         TO REG-RPTRECSLA-FD (07:03).
           MOVE WCN-AREA-DESC (WS-IDX-AREA)
                                         TO REG-RPTRECSLA-FD (11:20).
           PERFORM 4600-WRITE-RPTRECSLA.

           MOVE 'RECLAMO'                TO REG-RPTRECSLA-FD (01:07).
           MOVE 'CLIENTE'                TO REG-RPTRECSLA-FD (10:07).
           MOVE 'CAT'                    TO REG-RPTRECSLA-FD (21:03).
           MOVE 'REFERENCIA'             TO REG-RPTRECSLA-FD (25:10).
           MOVE 'SUC.'                   TO REG-RPTRECSLA-FD (46:04).
           MOVE 'ALTA'                   TO REG-RPTRECSLA-FD (51:04).
           MOVE 'PROMETIDO'              TO REG-RPTRECSLA-FD (60:09).
           MOVE 'ESTADO'                 TO REG-RPTRECSLA-FD (70:06).
           MOVE 'DIAS ATRASO'            TO REG-RPTRECSLA-FD (82:11).
           PERFORM 4600-WRITE-RPTRECSLA.

           MOVE 0 TO WS-CANT-AREA-VENC.
           PERFORM VARYING IDX-VENC FROM 1 BY 1
                     UNTIL IDX-VENC > WS-CANT-VENC
              IF WVE-AREA (IDX-VENC) = WS-IDX-AREA
                 PERFORM 4110-LINEA-VENCIDO
              END-IF
           END-PERFORM.

           MOVE 'SUBTOTAL AREA'          TO REG-RPTRECSLA-FD (01:13).
           MOVE WCN-AREA-COD (WS-IDX-AREA)
                                         TO REG-RPTRECSLA-FD (15:03).
           MOVE 'VENCIDOS:'              TO REG-RPTRECSLA-FD (20:09).
           MOVE WS-CANT-AREA-VENC        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (30:06).
           MOVE 'POR TRAMO 1-3/4-7/8-15/16-30/+30:'
                                         TO REG-RPTRECSLA-FD (38:33).
           MOVE 72 TO WS-POS-COL.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                     UNTIL WS-IDX-TRAMO > 5
              MOVE WAR-TRAMO (WS-IDX-AREA WS-IDX-TRAMO) TO WS-CANT-ED
              MOVE WS-CANT-ED TO REG-RPTRECSLA-FD (WS-POS-COL:06)
              ADD 7 TO WS-POS-COL
           END-PERFORM.
           PERFORM 4600-WRITE-RPTRECSLA.

       FIN-4100.
           EXIT.

       4110-LINEA-VENCIDO.
      *-------------------

           ADD 1 TO WS-CANT-AREA-VENC.

           MOVE WVE-NRO-RECLAMO (IDX-VENC)
                                         TO REG-RPTRECSLA-FD (01:08).
           MOVE WVE-CLI-ID (IDX-VENC)    TO REG-RPTRECSLA-FD (10:10).
           MOVE WVE-CATEGORIA (IDX-VENC) TO REG-RPTRECSLA-FD (22:01).
           MOVE WVE-REFERENCIA (IDX-VENC)
                                         TO REG-RPTRECSLA-FD (25:20).
           MOVE WVE-SUCURSAL (IDX-VENC)  TO REG-RPTRECSLA-FD (46:04).
           MOVE WVE-FECHA-ALTA (IDX-VENC)
                                         TO REG-RPTRECSLA-FD (51:08).
           MOVE WVE-FECHA-PROMETIDA (IDX-VENC)
                                         TO REG-RPTRECSLA-FD (60:08).
           IF WVE-ESTADO (IDX-VENC) = 'P'
              MOVE 'EN PROCESO'          TO REG-RPTRECSLA-FD (70:10)
           ELSE
              MOVE 'ABIERTO'             TO REG-RPTRECSLA-FD (70:07)
           END-IF.
           MOVE WVE-DIAS (IDX-VENC)      TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTRECSLA-FD (88:05).
           PERFORM 4600-WRITE-RPTRECSLA.

       FIN-4110.
           EXIT.

      *------------------------------------------------------------
      * RESUMEN POR AREA DE TODOS LOS PENDIENTES Y TOTAL GENERAL
      *------------------------------------------------------------
       4300-EMITO-RESUMEN.
      *-------------------

           PERFORM 4600-WRITE-RPTRECSLA.
           PERFORM 4600-WRITE-RPTRECSLA.
           MOVE 'RESUMEN DE RECLAMOS PENDIENTES POR AREA AL:'
                                         TO REG-RPTRECSLA-FD (01:43).
           MOVE WS-FECHA-PROCESO         TO REG-RPTRECSLA-FD (45:08).
           PERFORM 4600-WRITE-RPTRECSLA.

           MOVE 'AREA'                   TO REG-RPTRECSLA-FD (01:04).
           MOVE 'PENDIENTES'             TO REG-RPTRECSLA-FD (26:10).
           MOVE 'EN TERMINO'             TO REG-RPTRECSLA-FD (37:10).
           MOVE 'VENCIDOS'               TO REG-RPTRECSLA-FD (50:08).
           MOVE '1-3'                    TO REG-RPTRECSLA-FD (63:03).
           MOVE '4-7'                    TO REG-RPTRECSLA-FD (70:03).
           MOVE '8-15'                   TO REG-RPTRECSLA-FD (76:04).
           MOVE '16-30'                  TO REG-RPTRECSLA-FD (82:05).
           MOVE '+30'                    TO REG-RPTRECSLA-FD (91:03).
           PERFORM 4600-WRITE-RPTRECSLA.

           PERFORM VARYING WS-IDX-AREA FROM 1 BY 1
                     UNTIL WS-IDX-AREA > 6
              IF WAR-PENDIENTES (WS-IDX-AREA) > 0
                 OR WS-IDX-AREA < 6
                 PERFORM 4310-LINEA-RESUMEN
              END-IF
           END-PERFORM.

           PERFORM 4600-WRITE-RPTRECSLA.
           MOVE 'TOTAL GENERAL'          TO REG-RPTRECSLA-FD (01:13).
           MOVE WTO-PENDIENTES           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (30:06).
           MOVE WTO-EN-TERMINO           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (41:06).
           MOVE WTO-VENCIDOS             TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (52:06).
           MOVE 60 TO WS-POS-COL.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                     UNTIL WS-IDX-TRAMO > 5
              MOVE WTO-TRAMO (WS-IDX-TRAMO) TO WS-CANT-ED
              MOVE WS-CANT-ED TO REG-RPTRECSLA-FD (WS-POS-COL:06)
              ADD 7 TO WS-POS-COL
           END-PERFORM.
           PERFORM 4600-WRITE-RPTRECSLA.

       FIN-4300.
           EXIT.

       4310-LINEA-RESUMEN.
      *-------------------

           MOVE WCN-AREA-COD (WS-IDX-AREA)
                                         TO REG-RPTRECSLA-FD (01:03).
           MOVE WCN-AREA-DESC (WS-IDX-AREA)
                                         TO REG-RPTRECSLA-FD (05:20).
           MOVE WAR-PENDIENTES (WS-IDX-AREA) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (30:06).
           MOVE WAR-EN-TERMINO (WS-IDX-AREA) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (41:06).
           MOVE WAR-VENCIDOS (WS-IDX-AREA) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECSLA-FD (52:06).

           ADD WAR-PENDIENTES (WS-IDX-AREA) TO WTO-PENDIENTES.
           ADD WAR-EN-TERMINO (WS-IDX-AREA) TO WTO-EN-TERMINO.
           ADD WAR-VENCIDOS (WS-IDX-AREA)   TO WTO-VENCIDOS.

           MOVE 60 TO WS-POS-COL.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                     UNTIL WS-IDX-TRAMO > 5
              MOVE WAR-TRAMO (WS-IDX-AREA WS-IDX-TRAMO) TO WS-CANT-ED
              MOVE WS-CANT-ED TO REG-RPTRECSLA-FD (WS-POS-COL:06)
              ADD WAR-TRAMO (WS-IDX-AREA WS-IDX-TRAMO)
                TO WTO-TRAMO (WS-IDX-TRAMO)
              ADD 7 TO WS-POS-COL
           END-PERFORM.
           PERFORM 4600-WRITE-RPTRECSLA.

       FIN-4310.
           EXIT.

       4600-WRITE-RPTRECSLA.
      *---------------------

           WRITE REG-RPTRECSLA-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTRECSLA-OK
                    ADD 1 TO WS-GRABADOS-RPTRECSLA
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTRECSLA FS: '
                                                         FS-RPTRECSLA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTRECSLA-FD.

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

           CLOSE RECLANUE
                 RPTRECSLA.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTRECSLA'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-RECLANUE      TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTRECSLA   TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: RPTRECSLA             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-RECLANUE      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECLAMOS LEIDOS          : ' WS-CONTADOR-ED.
           MOVE WS-CANT-PENDIENTES      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECLAMOS PENDIENTES      : ' WS-CONTADOR-ED.
           MOVE WS-CANT-VENC            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECLAMOS VENCIDOS        : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTRECSLA   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTRECSLA.
