       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMLAVADO.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MONITOR DIARIO DE PREVENCION DE LAVADO DE ACTIVOS SOBRE LOS
      * INGRESOS DE DINERO DEL DIA, POR LOS TRES CANALES:
      *   - RECDIAR  : COBROS DE CAJA (SOLO COBROS NORMALES; LOS
      *                CHEQUES SE TOMAN DE CHEQACEP, NO DEL CONCEPTO
      *                'CHEQ', PARA NO CONTARLOS DOS VECES). LA MONEDA
      *                EXTRANJERA SE PASA A PESOS CON COTIZA A LA FECHA
      *                DE LA RECAUDACION.
      *   - VENTAS   : VENTAS AL CONTADO
      *   - CHEQACEP : CHEQUES RECIBIDOS. EL LIBRADOR SE IDENTIFICA
      *                POR APELLIDO CONTRA CLIENTES (COMO PGMCHEQUE).
      * SE ABRE UN CASO EN AMLCASOS (WAMLCASO, ESTADO 'A'):
      *   - 'U' POR CADA OPERACION IGUAL O MAYOR AL UMBRAL
      *   - 'E' ESTRUCTURACION: CLIENTE CON UNA OPERACION DEL DIA EN
      *     LA BANDA APENAS INFERIOR AL UMBRAL QUE ACUMULA EN LA
      *     VENTANA MOVIL AL MENOS WCN-MIN-OPERACIONES OPERACIONES EN
      *     LA BANDA (CUALQUIER CANAL) POSTERIORES AL ULTIMO CASO 'E'
      *     QUE YA TENGA ABIERTO.
      * LAS OPERACIONES EN LA BANDA SE GUARDAN EN AMLOPER (WAMLOPE);
      * AMLOPEACT LO REEMPLAZA CON LAS QUE SIGUEN EN LA VENTANA. UNA
      * OPERACION YA REGISTRADA (MISMO CANAL, REFERENCIA Y FECHA) O UN
      * CASO 'U' YA ABIERTO NO SE REPITEN SI SE REPROCESA EL DIA.
      * LAS ALERTAS NUEVAS SALEN EN EL LISTADO AMLALERT PARA
      * CUMPLIMIENTO, QUE LAS TRABAJA CON ABMAMLCAS.
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

           SELECT RECDIAR       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECDIAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECDIAR.

           SELECT VENTAS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENTAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENTAS.

           SELECT CHEQACEP      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CHEQACEP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHEQACEP.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT COTIZA        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COTIZA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COTIZA.

           SELECT AMLOPER       ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLOPER
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLOPER.

           SELECT AMLOPEACT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLOPEACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLOPEACT.

           SELECT AMLCASOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLCASOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLCASOS.

           SELECT AMLALERT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLALERT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLALERT.

       DATA DIVISION.

       FILE SECTION.

       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECDIAR-FD                PIC X(59).

       FD  VENTAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENTAS-FD                 PIC X(100).

       FD  CHEQACEP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CHEQACEP-FD               PIC X(55).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  COTIZA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COTIZA-FD                 PIC X(24).

       FD  AMLOPER
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLOPER-FD                PIC X(60).

       FD  AMLOPEACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLOPEACT-FD              PIC X(60).

       FD  AMLCASOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLCASOS-FD               PIC X(160).

       FD  AMLALERT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLALERT-FD               PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RECDIAR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENTAS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CHEQACEP           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-COTIZA             PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLOPER            PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLOPEACT          PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLCASOS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLALERT           PIC X(128) VALUE SPACES.

       77  FS-RECDIAR                    PIC  X(02) VALUE ' '.
           88 88-FS-RECDIAR-OK                      VALUE '00'.
           88 88-FS-RECDIAR-EOF                     VALUE '10'.
           88 88-FS-RECDIAR-NOEXISTE                VALUE '35'.

       77  FS-VENTAS                     PIC  X(02) VALUE ' '.
           88 88-FS-VENTAS-OK                       VALUE '00'.
           88 88-FS-VENTAS-EOF                      VALUE '10'.
           88 88-FS-VENTAS-NOEXISTE                 VALUE '35'.

       77  FS-CHEQACEP                   PIC  X(02) VALUE ' '.
           88 88-FS-CHEQACEP-OK                     VALUE '00'.
           88 88-FS-CHEQACEP-EOF                    VALUE '10'.
           88 88-FS-CHEQACEP-NOEXISTE               VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.
           88 88-FS-CLIENTES-NOEXISTE               VALUE '35'.

       77  FS-COTIZA                     PIC  X(02) VALUE ' '.
           88 88-FS-COTIZA-OK                       VALUE '00'.
           88 88-FS-COTIZA-EOF                      VALUE '10'.
           88 88-FS-COTIZA-NOEXISTE                 VALUE '35'.

       77  FS-AMLOPER                    PIC  X(02) VALUE ' '.
           88 88-FS-AMLOPER-OK                      VALUE '00'.
           88 88-FS-AMLOPER-EOF                     VALUE '10'.
           88 88-FS-AMLOPER-NOEXISTE                VALUE '35'.

       77  FS-AMLOPEACT                  PIC  X(02) VALUE ' '.
           88 88-FS-AMLOPEACT-OK                    VALUE '00'.

       77  FS-AMLCASOS                   PIC  X(02) VALUE ' '.
           88 88-FS-AMLCASOS-OK                     VALUE '00'.
           88 88-FS-AMLCASOS-EOF                    VALUE '10'.
           88 88-FS-AMLCASOS-NOEXISTE               VALUE '35'.

       77  FS-AMLALERT                   PIC  X(02) VALUE ' '.
           88 88-FS-AMLALERT-OK                     VALUE '00'.

      *------------------------------------------------------
      * PARAMETROS REGULATORIOS (IMPORTES EN PESOS)
      *   UMBRAL        : OPERACION UNICA QUE SE REPORTA SIEMPRE
      *   PCT-BANDA     : LA BANDA "APENAS INFERIOR" VA DESDE ESTE
      *                   PORCENTAJE DEL UMBRAL HASTA EL UMBRAL
      *   DIAS-VENTANA  : VENTANA MOVIL, INCLUIDO EL DIA DE PROCESO
      *   MIN-OPERACIONES: CANTIDAD EN LA BANDA QUE HACE CASO 'E'
      *------------------------------------------------------
       77  WCN-UMBRAL                    PIC  9(11)V99
                                                  VALUE 1000000,00.
       77  WCN-PCT-BANDA                 PIC  9(03) VALUE 80.
       77  WCN-DIAS-VENTANA              PIC  9(03) VALUE 10.
       77  WCN-MIN-OPERACIONES           PIC  9(03) VALUE 3.
       77  WCN-MONEDA-LOCAL              PIC  X(03) VALUE 'ARS'.
       77  WCN-CONCEPTO-CHEQUE           PIC  X(04) VALUE 'CHEQ'.

       77  WS-PISO-BANDA                 PIC  9(11)V99 VALUE 0.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-DESDE                PIC  9(08) VALUE 0.
       77  WS-FECHA-INT                  PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * OPERACION EN EVALUACION (COMUN A LOS TRES CANALES)
      *------------------------------------------------------
       01  WS-OPERACION.
           05 WS-OPE-CLI-ID              PIC  9(10).
           05 WS-OPE-NOMBRE              PIC  X(30).
           05 WS-OPE-FECHA               PIC  9(08).
           05 WS-OPE-FECHA-X REDEFINES WS-OPE-FECHA
                                         PIC  X(08).
           05 WS-OPE-CANAL               PIC  X(01).
           05 WS-OPE-REFERENCIA          PIC  X(12).
           05 WS-OPE-IMPORTE             PIC  9(11)V99.

       77  WS-TASA                       PIC  9(07)V9(04) VALUE 0.
       77  WS-REF-CAJERO                 PIC  9(03) VALUE 0.
       77  WS-REF-RECIBO                 PIC  9(08) VALUE 0.
       77  WS-REF-VENTA                  PIC  9(08) VALUE 0.
       77  WS-REF-CHEQUE                 PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * CLIENTES (ID Y APELLIDO)
      *------------------------------------------------------
       77  WCN-TOPE-CLI                  PIC  9(05) VALUE 1000.
       77  WS-CANT-CLI                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CLI.
           05 WS-CLI-TAB OCCURS 1000 TIMES
                         INDEXED BY IDX-CLI.
              10 WCL-ID                  PIC  9(10).
              10 WCL-APELLIDO            PIC  X(30).

      *------------------------------------------------------
      * COTIZACIONES POR MONEDA Y FECHA (COTIZA)
      *------------------------------------------------------
       77  WCN-TOPE-COTIZAS              PIC  9(05) VALUE 200.
       77  WS-CANT-COTIZAS               PIC  9(05) VALUE 0.
       01  WS-TABLA-COTIZAS.
           05 WS-COTIZA-TAB OCCURS 200 TIMES
                            INDEXED BY IDX-COTIZA.
              10 WCO-MONEDA              PIC  X(03).
              10 WCO-FECHA               PIC  X(10).
              10 WCO-TASA                PIC  9(07)V9(04).

      *------------------------------------------------------
      * CASOS 'U' YA ABIERTOS DENTRO DE LA VENTANA (PARA NO
      * REPETIRLOS AL REPROCESAR) Y ULTIMO HASTA DE LOS CASOS
      * 'E' POR CLIENTE
      *------------------------------------------------------
       77  WCN-TOPE-CASOS-U              PIC  9(05) VALUE 500.
       77  WS-CANT-CASOS-U               PIC  9(05) VALUE 0.
       01  WS-TABLA-CASOS-U.
           05 WS-CASO-U-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-CASO-U.
              10 WCU-CANAL               PIC  X(01).
              10 WCU-REFERENCIA          PIC  X(12).
              10 WCU-FECHA               PIC  9(08).

       77  WCN-TOPE-CASOS-E              PIC  9(05) VALUE 500.
       77  WS-CANT-CASOS-E               PIC  9(05) VALUE 0.
       01  WS-TABLA-CASOS-E.
           05 WS-CASO-E-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-CASO-E.
              10 WCE-CLI-ID              PIC  9(10).
              10 WCE-HASTA               PIC  9(08).

      *------------------------------------------------------
      * OPERACIONES EN LA BANDA DENTRO DE LA VENTANA
      * (AMLOPER + LAS DEL DIA, WOP-NUEVA = 'S')
      *------------------------------------------------------
       77  WCN-TOPE-OPER                 PIC  9(05) VALUE 2000.
       77  WS-CANT-OPER                  PIC  9(05) VALUE 0.
       01  WS-TABLA-OPER.
           05 WS-OPER-TAB OCCURS 2000 TIMES
                          INDEXED BY IDX-OPER IDX-OPER2.
              10 WOP-CLI-ID              PIC  9(10).
              10 WOP-FECHA               PIC  9(08).
              10 WOP-CANAL               PIC  X(01).
              10 WOP-REFERENCIA          PIC  X(12).
              10 WOP-IMPORTE             PIC  9(11)V99.
              10 WOP-NUEVA               PIC  X(01).

      *------------------------------------------------------
      * ACUMULADOS DEL CLIENTE EN ANALISIS DE ESTRUCTURACION
      *------------------------------------------------------
       77  WS-EST-CLI-ID                 PIC  9(10) VALUE 0.
       77  WS-EST-DESDE-CASO             PIC  9(08) VALUE 0.
       77  WS-EST-CANT                   PIC  9(03) VALUE 0.
       77  WS-EST-IMPORTE                PIC  9(13)V99 VALUE 0.
       77  WS-EST-FECHA-MIN              PIC  9(08) VALUE 0.
       77  WS-EST-FECHA-MAX              PIC  9(08) VALUE 0.
       77  WS-EST-CANAL                  PIC  X(01) VALUE SPACES.
       77  WS-EST-REFERENCIA             PIC  X(12) VALUE SPACES.

       77  WS-ULTIMO-CASO                PIC  9(08) VALUE 0.

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.
           88 88-ENCONTRADO                         VALUE 'S'.
           88 88-NO-ENCONTRADO                      VALUE 'N'.

       77  WS-LEIDOS-RECDIAR             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VENTAS              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CHEQACEP            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-AMLOPER             PIC  9(09) VALUE 0.
       77  WS-OPER-EVALUADAS             PIC  9(09) VALUE 0.
       77  WS-OPER-EN-BANDA              PIC  9(09) VALUE 0.
       77  WS-OPER-SIN-CLIENTE           PIC  9(09) VALUE 0.
       77  WS-SIN-COTIZACION             PIC  9(09) VALUE 0.
       77  WS-INVALIDOS                  PIC  9(09) VALUE 0.
       77  WS-DESBORDES                  PIC  9(09) VALUE 0.
       77  WS-CASOS-UMBRAL               PIC  9(09) VALUE 0.
       77  WS-CASOS-ESTRUCT              PIC  9(09) VALUE 0.
       77  WS-CASOS-REPETIDOS            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-AMLOPEACT         PIC  9(09) VALUE 0.
       77  WS-IMPORTE-ALERTAS            PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CASO-ED                    PIC  ZZZZZZZ9.
       77  WS-CANT-ED                    PIC  ZZ9.

       COPY WRECAUDACION.

       COPY WVENTAS.

       COPY WCHEQUE.

       COPY WCLIENTE.

       COPY WCOTIZA.

       COPY WAMLOPE.

       COPY WAMLCASO.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO-RECDIAR.
           PERFORM 2100-PROCESO-VENTAS.
           PERFORM 2200-PROCESO-CHEQACEP.

           PERFORM 2500-ANALIZO-ESTRUCTURACION.

           PERFORM 2700-GRABO-AMLOPEACT.

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

      *    PRIMER DIA DE LA VENTANA MOVIL (EL DIA DE PROCESO ES EL
      *    ULTIMO) Y PISO DE LA BANDA INMEDIATAMENTE INFERIOR
           COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - WCN-DIAS-VENTANA + 1.
           COMPUTE WS-FECHA-DESDE =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-INT).

           COMPUTE WS-PISO-BANDA ROUNDED =
                   WCN-UMBRAL * WCN-PCT-BANDA / 100.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-CLIENTES.
           PERFORM 1030-CARGO-COTIZA.
           PERFORM 1040-CARGO-AMLCASOS.
           PERFORM 1050-CARGO-AMLOPER.

      *    LOS CASOS NUEVOS SE AGREGAN AL FINAL DEL ARCHIVO
           OPEN EXTEND AMLCASOS.

           IF FS-AMLCASOS = '35'
              OPEN OUTPUT AMLCASOS
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLCASOS'
                    DISPLAY 'FILE STATUS' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RECDIAR'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECDIAR

           MOVE 'VENTAS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENTAS

           MOVE 'CHEQACEP'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CHEQACEP

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'COTIZA'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COTIZA

           MOVE 'AMLOPER'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLOPER

           MOVE 'AMLOPEACT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLOPEACT

           MOVE 'AMLCASOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLCASOS

           MOVE 'AMLALERT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLALERT.

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

           OPEN OUTPUT AMLOPEACT

           EVALUATE TRUE
               WHEN 88-FS-AMLOPEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLOPEACT'
                    DISPLAY 'FILE STATUS' FS-AMLOPEACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AMLALERT

           EVALUATE TRUE
               WHEN 88-FS-AMLALERT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLALERT'
                    DISPLAY 'FILE STATUS' FS-AMLALERT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                    TO REG-AMLALERT-FD.
           MOVE 'ALERTAS DE PREVENCION DE LAVADO DE ACTIVOS - FECHA:'
                                          TO REG-AMLALERT-FD (01:52).
           MOVE WS-FECHA-PROCESO          TO REG-AMLALERT-FD (54:08).
           PERFORM 2900-WRITE-AMLALERT.

           MOVE SPACES                    TO REG-AMLALERT-FD.
           MOVE 'CASO'                    TO REG-AMLALERT-FD (05:04).
           MOVE 'T'                       TO REG-AMLALERT-FD (10:01).
           MOVE 'CLIENTE'                 TO REG-AMLALERT-FD (12:07).
           MOVE 'NOMBRE'                  TO REG-AMLALERT-FD (23:06).
           MOVE 'C'                       TO REG-AMLALERT-FD (54:01).
           MOVE 'REFERENCIA'              TO REG-AMLALERT-FD (56:10).
           MOVE 'DESDE'                   TO REG-AMLALERT-FD (69:05).
           MOVE 'HASTA'                   TO REG-AMLALERT-FD (78:05).
           MOVE 'OPS'                     TO REG-AMLALERT-FD (87:03).
           MOVE 'IMPORTE ARS'             TO REG-AMLALERT-FD (103:11).
           PERFORM 2900-WRITE-AMLALERT.

       FIN-1010.
           EXIT.

       1020-CARGO-CLIENTES.
      *--------------------

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    PERFORM 1021-LEO-CLIENTE
                    PERFORM UNTIL 88-FS-CLIENTES-EOF
                       IF WS-CANT-CLI < WCN-TOPE-CLI
                          ADD 1 TO WS-CANT-CLI
                          MOVE CLI-ID
                            TO WCL-ID       (WS-CANT-CLI)
                          MOVE CLI-LAST-NAME
                            TO WCL-APELLIDO (WS-CANT-CLI)
                       END-IF
                       PERFORM 1021-LEO-CLIENTE
                    END-PERFORM
                    CLOSE CLIENTES

               WHEN 88-FS-CLIENTES-NOEXISTE
                    DISPLAY 'MAESTRO CLIENTES NO DISPONIBLE - LOS '
                    DISPLAY 'CHEQUES QUEDAN SIN CLIENTE IDENTIFICADO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES'
                    DISPLAY 'FILE STATUS' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CLIENTE.
      *-----------------

           INITIALIZE REG-CLIENTES.

           READ CLIENTES INTO REG-CLIENTES

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
               WHEN 88-FS-CLIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIENTES FS: ' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-COTIZA.
      *------------------

           OPEN INPUT COTIZA.

           EVALUATE TRUE
               WHEN 88-FS-COTIZA-OK
                    PERFORM 1031-LEO-COTIZA
                    PERFORM UNTIL 88-FS-COTIZA-EOF
                       IF WS-CANT-COTIZAS < WCN-TOPE-COTIZAS
                          ADD 1 TO WS-CANT-COTIZAS
                          MOVE COT-MONEDA
                            TO WCO-MONEDA (WS-CANT-COTIZAS)
                          MOVE COT-FECHA
                            TO WCO-FECHA  (WS-CANT-COTIZAS)
                          MOVE COT-TASA
                            TO WCO-TASA   (WS-CANT-COTIZAS)
                       END-IF
                       PERFORM 1031-LEO-COTIZA
                    END-PERFORM
                    CLOSE COTIZA

               WHEN 88-FS-COTIZA-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE COTIZACIONES - SOLO SE '
                    DISPLAY 'EVALUA RECAUDACION EN ARS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COTIZA'
                    DISPLAY 'FILE STATUS' FS-COTIZA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-COTIZA.
      *----------------

           INITIALIZE REG-COTIZA.

           READ COTIZA INTO REG-COTIZA

           EVALUATE TRUE
               WHEN 88-FS-COTIZA-OK
               WHEN 88-FS-COTIZA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COTIZA FS: ' FS-COTIZA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * DE LOS CASOS EXISTENTES SE TOMA EL ULTIMO NUMERO, LOS 'U'
      * DE OPERACIONES DENTRO DE LA VENTANA Y EL HASTA MAS ALTO DE
      * LOS 'E' DE CADA CLIENTE (CUALQUIERA SEA SU ESTADO: UN CASO
      * DESCARTADO TAMPOCO SE VUELVE A ABRIR CON LAS MISMAS
      * OPERACIONES).
      *------------------------------------------------------------
       1040-CARGO-AMLCASOS.
      *--------------------

           OPEN INPUT AMLCASOS.

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    PERFORM 1041-LEO-AMLCASOS
                    PERFORM UNTIL 88-FS-AMLCASOS-EOF
                       PERFORM 1042-REGISTRO-CASO THRU FIN-1042
                       PERFORM 1041-LEO-AMLCASOS
                    END-PERFORM
                    CLOSE AMLCASOS

               WHEN 88-FS-AMLCASOS-NOEXISTE
                    DISPLAY 'AMLCASOS INEXISTENTE - SE CREA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLCASOS'
                    DISPLAY 'FILE STATUS' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-AMLCASOS.
      *------------------

           INITIALIZE REG-AMLCASO.

           READ AMLCASOS INTO REG-AMLCASO

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
               WHEN 88-FS-AMLCASOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AMLCASOS FS: ' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1042-REGISTRO-CASO.
      *-------------------

           IF ACA-NRO-CASO NOT NUMERIC
              GO TO FIN-1042
           END-IF.

           IF ACA-NRO-CASO > WS-ULTIMO-CASO
              MOVE ACA-NRO-CASO           TO WS-ULTIMO-CASO
           END-IF.

           IF ACA-FECHA-DESDE NOT NUMERIC
           OR ACA-FECHA-HASTA NOT NUMERIC
              GO TO FIN-1042
           END-IF.

           EVALUATE TRUE
               WHEN 88-ACA-UMBRAL
                    IF ACA-FECHA-DESDE >= WS-FECHA-DESDE
                       IF WS-CANT-CASOS-U < WCN-TOPE-CASOS-U
                          ADD 1 TO WS-CANT-CASOS-U
                          MOVE ACA-CANAL
                            TO WCU-CANAL      (WS-CANT-CASOS-U)
                          MOVE ACA-REFERENCIA
                            TO WCU-REFERENCIA (WS-CANT-CASOS-U)
                          MOVE ACA-FECHA-DESDE
                            TO WCU-FECHA      (WS-CANT-CASOS-U)
                       ELSE
                          ADD 1 TO WS-DESBORDES
                       END-IF
                    END-IF

               WHEN 88-ACA-ESTRUCTURACION
                    SET IDX-CASO-E TO 1
                    SEARCH WS-CASO-E-TAB
                        AT END
                           IF WS-CANT-CASOS-E < WCN-TOPE-CASOS-E
                              ADD 1 TO WS-CANT-CASOS-E
                              MOVE ACA-CLI-ID
                                TO WCE-CLI-ID (WS-CANT-CASOS-E)
                              MOVE ACA-FECHA-HASTA
                                TO WCE-HASTA  (WS-CANT-CASOS-E)
                           ELSE
                              ADD 1 TO WS-DESBORDES
                           END-IF
                        WHEN IDX-CASO-E > WS-CANT-CASOS-E
                           IF WS-CANT-CASOS-E < WCN-TOPE-CASOS-E
                              ADD 1 TO WS-CANT-CASOS-E
                              MOVE ACA-CLI-ID
                                TO WCE-CLI-ID (WS-CANT-CASOS-E)
                              MOVE ACA-FECHA-HASTA
                                TO WCE-HASTA  (WS-CANT-CASOS-E)
                           ELSE
                              ADD 1 TO WS-DESBORDES
                           END-IF
                        WHEN WCE-CLI-ID (IDX-CASO-E) = ACA-CLI-ID
                           IF ACA-FECHA-HASTA > WCE-HASTA (IDX-CASO-E)
                              MOVE ACA-FECHA-HASTA
                                TO WCE-HASTA (IDX-CASO-E)
                           END-IF
                    END-SEARCH
           END-EVALUATE.

       FIN-1042.
           EXIT.

      *------------------------------------------------------------
      * LA HISTORIA DE LA BANDA SE CARGA SOLO CON LO QUE SIGUE EN
      * LA VENTANA; LO ANTERIOR SE DESCARTA Y NO PASA A AMLOPEACT.
      *------------------------------------------------------------
       1050-CARGO-AMLOPER.
      *-------------------

           OPEN INPUT AMLOPER.

           EVALUATE TRUE
               WHEN 88-FS-AMLOPER-OK
                    PERFORM 1051-LEO-AMLOPER
                    PERFORM UNTIL 88-FS-AMLOPER-EOF
                       IF AOP-FECHA IS NUMERIC
                       AND AOP-FECHA >= WS-FECHA-DESDE
                          IF WS-CANT-OPER < WCN-TOPE-OPER
                             ADD 1 TO WS-CANT-OPER
                             MOVE AOP-CLI-ID
                               TO WOP-CLI-ID     (WS-CANT-OPER)
                             MOVE AOP-FECHA
                               TO WOP-FECHA      (WS-CANT-OPER)
                             MOVE AOP-CANAL
                               TO WOP-CANAL      (WS-CANT-OPER)
                             MOVE AOP-REFERENCIA
                               TO WOP-REFERENCIA (WS-CANT-OPER)
                             MOVE AOP-IMPORTE
                               TO WOP-IMPORTE    (WS-CANT-OPER)
                             MOVE 'N'
                               TO WOP-NUEVA      (WS-CANT-OPER)
                          ELSE
                             ADD 1 TO WS-DESBORDES
                          END-IF
                       END-IF
                       PERFORM 1051-LEO-AMLOPER
                    END-PERFORM
                    CLOSE AMLOPER

               WHEN 88-FS-AMLOPER-NOEXISTE
                    DISPLAY 'AMLOPER INEXISTENTE - VENTANA VACIA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLOPER'
                    DISPLAY 'FILE STATUS' FS-AMLOPER
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-AMLOPER.
      *-----------------

           INITIALIZE REG-AMLOPE.

           READ AMLOPER INTO REG-AMLOPE

           EVALUATE TRUE
               WHEN 88-FS-AMLOPER-OK
                    ADD 1 TO WS-LEIDOS-AMLOPER
               WHEN 88-FS-AMLOPER-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AMLOPER FS: ' FS-AMLOPER
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * CANAL RECAUDACION
      *------------------------------------------------------------
       2000-PROCESO-RECDIAR.
      *---------------------

           OPEN INPUT RECDIAR.

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    PERFORM 2010-LEO-RECDIAR
                    PERFORM UNTIL 88-FS-RECDIAR-EOF
                       PERFORM 2020-OPERACION-RECDIAR THRU FIN-2020
                       PERFORM 2010-LEO-RECDIAR
                    END-PERFORM
                    CLOSE RECDIAR

               WHEN 88-FS-RECDIAR-NOEXISTE
                    DISPLAY 'RECDIAR INEXISTENTE - SIN RECAUDACION'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECDIAR'
                    DISPLAY 'FILE STATUS' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-RECDIAR.
      *-----------------

           INITIALIZE RECAUDACION-REG.

           READ RECDIAR INTO RECAUDACION-REG

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    ADD 1 TO WS-LEIDOS-RECDIAR
               WHEN 88-FS-RECDIAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECDIAR FS: ' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-OPERACION-RECDIAR.
      *-----------------------

      *    ANULACIONES Y DEVOLUCIONES NO SON INGRESO DE DINERO; LOS
      *    CHEQUES SE EVALUAN DESDE CHEQACEP
           IF NOT 88-REC-COBRO
           OR CONCEPTO-RECAUDACION = WCN-CONCEPTO-CHEQUE
              GO TO FIN-2020
           END-IF.

           INITIALIZE WS-OPERACION.
           STRING FECHA-AAAA FECHA-MM FECHA-DD
                  DELIMITED BY SIZE INTO WS-OPE-FECHA-X.

           IF WS-OPE-FECHA-X NOT NUMERIC
           OR IMPORTE NOT NUMERIC
              ADD 1 TO WS-INVALIDOS
              DISPLAY 'RECAUDACION INVALIDA, CAJERO: ' COD-CAJERO
                      ' RECIBO: ' REC-NRO-RECIBO
              GO TO FIN-2020
           END-IF.

           IF COD-MONEDA = WCN-MONEDA-LOCAL OR COD-MONEDA = SPACES
              MOVE 1                      TO WS-TASA
           ELSE
              SET 88-NO-ENCONTRADO        TO TRUE
              PERFORM VARYING IDX-COTIZA FROM 1 BY 1
                        UNTIL IDX-COTIZA > WS-CANT-COTIZAS
                           OR 88-ENCONTRADO
                 IF WCO-MONEDA (IDX-COTIZA) = COD-MONEDA
                 AND WCO-FECHA (IDX-COTIZA) = FECHA-RECAUDACION
                    MOVE WCO-TASA (IDX-COTIZA) TO WS-TASA
                    SET 88-ENCONTRADO     TO TRUE
                 END-IF
              END-PERFORM
              IF 88-NO-ENCONTRADO
                 ADD 1 TO WS-SIN-COTIZACION
                 DISPLAY 'SIN COTIZACION ' COD-MONEDA ' AL '
                         FECHA-RECAUDACION ' - RECIBO NO EVALUADO: '
                         REC-NRO-RECIBO
                 GO TO FIN-2020
              END-IF
           END-IF.

           MOVE 'R'                       TO WS-OPE-CANAL.
           MOVE COD-CAJERO                TO WS-REF-CAJERO.
           MOVE REC-NRO-RECIBO            TO WS-REF-RECIBO.
           STRING WS-REF-CAJERO WS-REF-RECIBO
                  DELIMITED BY SIZE INTO WS-OPE-REFERENCIA.
           COMPUTE WS-OPE-IMPORTE ROUNDED = IMPORTE * WS-TASA.

           IF REC-ID-CLIENTE IS NUMERIC
              MOVE REC-ID-CLIENTE         TO WS-OPE-CLI-ID
           END-IF.

           PERFORM 2300-NOMBRE-POR-ID THRU FIN-2300.

           PERFORM 2400-EVALUO-OPERACION THRU FIN-2400.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * CANAL VENTAS AL CONTADO
      *------------------------------------------------------------
       2100-PROCESO-VENTAS.
      *--------------------

           OPEN INPUT VENTAS.

           EVALUATE TRUE
               WHEN 88-FS-VENTAS-OK
                    PERFORM 2110-LEO-VENTAS
                    PERFORM UNTIL 88-FS-VENTAS-EOF
                       PERFORM 2120-OPERACION-VENTA THRU FIN-2120
                       PERFORM 2110-LEO-VENTAS
                    END-PERFORM
                    CLOSE VENTAS

               WHEN 88-FS-VENTAS-NOEXISTE
                    DISPLAY 'VENTAS INEXISTENTE - SIN VENTAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENTAS'
                    DISPLAY 'FILE STATUS' FS-VENTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2110-LEO-VENTAS.
      *----------------

           INITIALIZE REG-VENTAS.

           READ VENTAS INTO REG-VENTAS

           EVALUATE TRUE
               WHEN 88-FS-VENTAS-OK
                    ADD 1 TO WS-LEIDOS-VENTAS
               WHEN 88-FS-VENTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENTAS FS: ' FS-VENTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-OPERACION-VENTA.
      *---------------------

           IF NOT 88-VTA-VENTA
           OR NOT 88-VTA-CONTADO
              GO TO FIN-2120
           END-IF.

           INITIALIZE WS-OPERACION.
           STRING FECHA-VENTA (1:4) FECHA-VENTA (6:2) FECHA-VENTA (9:2)
                  DELIMITED BY SIZE INTO WS-OPE-FECHA-X.

           IF WS-OPE-FECHA-X NOT NUMERIC
           OR IMP-TOTAL NOT NUMERIC
              ADD 1 TO WS-INVALIDOS
              DISPLAY 'VENTA INVALIDA: ' VTA-NRO-VENTA
              GO TO FIN-2120
           END-IF.

           MOVE 'V'                       TO WS-OPE-CANAL.
           MOVE VTA-NRO-VENTA             TO WS-REF-VENTA.
           MOVE WS-REF-VENTA              TO WS-OPE-REFERENCIA.
           MOVE IMP-TOTAL                 TO WS-OPE-IMPORTE.

           IF ID-CLIENTE IS NUMERIC
              MOVE ID-CLIENTE             TO WS-OPE-CLI-ID
           END-IF.

           PERFORM 2300-NOMBRE-POR-ID THRU FIN-2300.

           PERFORM 2400-EVALUO-OPERACION THRU FIN-2400.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * CANAL CHEQUES RECIBIDOS
      *------------------------------------------------------------
       2200-PROCESO-CHEQACEP.
      *----------------------

           OPEN INPUT CHEQACEP.

           EVALUATE TRUE
               WHEN 88-FS-CHEQACEP-OK
                    PERFORM 2210-LEO-CHEQACEP
                    PERFORM UNTIL 88-FS-CHEQACEP-EOF
                       PERFORM 2220-OPERACION-CHEQUE THRU FIN-2220
                       PERFORM 2210-LEO-CHEQACEP
                    END-PERFORM
                    CLOSE CHEQACEP

               WHEN 88-FS-CHEQACEP-NOEXISTE
                    DISPLAY 'CHEQACEP INEXISTENTE - SIN CHEQUES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHEQACEP'
                    DISPLAY 'FILE STATUS' FS-CHEQACEP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2210-LEO-CHEQACEP.
      *------------------

           INITIALIZE REG-CHEQUE.

           READ CHEQACEP INTO REG-CHEQUE

           EVALUATE TRUE
               WHEN 88-FS-CHEQACEP-OK
                    ADD 1 TO WS-LEIDOS-CHEQACEP
               WHEN 88-FS-CHEQACEP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CHEQACEP FS: ' FS-CHEQACEP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-OPERACION-CHEQUE.
      *----------------------

           INITIALIZE WS-OPERACION.
           STRING ANIO MES DIA
                  DELIMITED BY SIZE INTO WS-OPE-FECHA-X.

           IF WS-OPE-FECHA-X NOT NUMERIC
           OR DEBITO NOT NUMERIC
              ADD 1 TO WS-INVALIDOS
              DISPLAY 'CHEQUE INVALIDO: ' CHEQUE-NUMERO
              GO TO FIN-2220
           END-IF.

           MOVE 'C'                       TO WS-OPE-CANAL.
           MOVE CHEQUE-NUMERO             TO WS-REF-CHEQUE.
           STRING WS-REF-CHEQUE NUMERO
                  DELIMITED BY SIZE INTO WS-OPE-REFERENCIA.
           MOVE DEBITO                    TO WS-OPE-IMPORTE.

      *    EL LIBRADOR SE IDENTIFICA POR APELLIDO; SIN COINCIDENCIA
      *    EL CASO LLEVA EL NOMBRE DEL CHEQUE Y CLIENTE CERO
           MOVE NOMBRE                    TO WS-OPE-NOMBRE.
           SET IDX-CLI TO 1.
           SEARCH WS-CLI-TAB
               AT END
                  CONTINUE
               WHEN IDX-CLI > WS-CANT-CLI
                  CONTINUE
               WHEN WCL-APELLIDO (IDX-CLI) (1:15) = NOMBRE
                  MOVE WCL-ID (IDX-CLI)       TO WS-OPE-CLI-ID
                  MOVE WCL-APELLIDO (IDX-CLI) TO WS-OPE-NOMBRE
           END-SEARCH.

           PERFORM 2400-EVALUO-OPERACION THRU FIN-2400.

       FIN-2220.
           EXIT.

       2300-NOMBRE-POR-ID.
      *-------------------

           MOVE 'NO IDENTIFICADO'         TO WS-OPE-NOMBRE.

           IF WS-OPE-CLI-ID = 0
              GO TO FIN-2300
           END-IF.

           SET IDX-CLI TO 1.
           SEARCH WS-CLI-TAB
               AT END
                  MOVE 'CLIENTE NO EN MAESTRO' TO WS-OPE-NOMBRE
               WHEN IDX-CLI > WS-CANT-CLI
                  MOVE 'CLIENTE NO EN MAESTRO' TO WS-OPE-NOMBRE
               WHEN WCL-ID (IDX-CLI) = WS-OPE-CLI-ID
                  MOVE WCL-APELLIDO (IDX-CLI)  TO WS-OPE-NOMBRE
           END-SEARCH.

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * UNA OPERACION EN PESOS: CASO 'U' SI LLEGA AL UMBRAL, O A LA
      * VENTANA SI CAE EN LA BANDA Y EL CLIENTE ESTA IDENTIFICADO
      *------------------------------------------------------------
       2400-EVALUO-OPERACION.
      *----------------------

           ADD 1 TO WS-OPER-EVALUADAS.

           IF WS-OPE-IMPORTE >= WCN-UMBRAL
              PERFORM 2410-CASO-UMBRAL THRU FIN-2410
              GO TO FIN-2400
           END-IF.

           IF WS-OPE-IMPORTE < WS-PISO-BANDA
           OR WS-OPE-FECHA < WS-FECHA-DESDE
              GO TO FIN-2400
           END-IF.

           ADD 1 TO WS-OPER-EN-BANDA.

           IF WS-OPE-CLI-ID = 0
              ADD 1 TO WS-OPER-SIN-CLIENTE
              GO TO FIN-2400
           END-IF.

           SET 88-NO-ENCONTRADO           TO TRUE.
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > WS-CANT-OPER
                        OR 88-ENCONTRADO
              IF WOP-CANAL (IDX-OPER)      = WS-OPE-CANAL
              AND WOP-REFERENCIA (IDX-OPER) = WS-OPE-REFERENCIA
              AND WOP-FECHA (IDX-OPER)      = WS-OPE-FECHA
                 SET 88-ENCONTRADO        TO TRUE
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              GO TO FIN-2400
           END-IF.

           IF WS-CANT-OPER NOT < WCN-TOPE-OPER
              ADD 1 TO WS-DESBORDES
              DISPLAY 'TABLA DE OPERACIONES LLENA - NO SE REGISTRA: '
                      WS-OPE-CANAL ' ' WS-OPE-REFERENCIA
              GO TO FIN-2400
           END-IF.

           ADD 1 TO WS-CANT-OPER.
           MOVE WS-OPE-CLI-ID     TO WOP-CLI-ID     (WS-CANT-OPER).
           MOVE WS-OPE-FECHA      TO WOP-FECHA      (WS-CANT-OPER).
           MOVE WS-OPE-CANAL      TO WOP-CANAL      (WS-CANT-OPER).
           MOVE WS-OPE-REFERENCIA TO WOP-REFERENCIA (WS-CANT-OPER).
           MOVE WS-OPE-IMPORTE    TO WOP-IMPORTE    (WS-CANT-OPER).
           MOVE 'S'               TO WOP-NUEVA      (WS-CANT-OPER).

       FIN-2400.
           EXIT.

       2410-CASO-UMBRAL.
      *-----------------

           SET 88-NO-ENCONTRADO           TO TRUE.
           PERFORM VARYING IDX-CASO-U FROM 1 BY 1
                     UNTIL IDX-CASO-U > WS-CANT-CASOS-U
                        OR 88-ENCONTRADO
              IF WCU-CANAL (IDX-CASO-U)      = WS-OPE-CANAL
              AND WCU-REFERENCIA (IDX-CASO-U) = WS-OPE-REFERENCIA
              AND WCU-FECHA (IDX-CASO-U)      = WS-OPE-FECHA
                 SET 88-ENCONTRADO        TO TRUE
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              ADD 1 TO WS-CASOS-REPETIDOS
              GO TO FIN-2410
           END-IF.

           INITIALIZE REG-AMLCASO.
           SET 88-ACA-UMBRAL              TO TRUE.
           MOVE WS-OPE-CLI-ID             TO ACA-CLI-ID.
           MOVE WS-OPE-NOMBRE             TO ACA-NOMBRE.
           MOVE WS-OPE-CANAL              TO ACA-CANAL.
           MOVE WS-OPE-REFERENCIA         TO ACA-REFERENCIA.
           MOVE WS-OPE-FECHA              TO ACA-FECHA-DESDE
                                             ACA-FECHA-HASTA.
           MOVE 1                         TO ACA-CANT-OPER.
           MOVE WS-OPE-IMPORTE            TO ACA-IMPORTE.
           MOVE 'OPERACION UNICA SOBRE UMBRAL' TO ACA-OBSERVACION.

           PERFORM 2600-ALTA-CASO.
           ADD 1 TO WS-CASOS-UMBRAL.

           IF WS-CANT-CASOS-U < WCN-TOPE-CASOS-U
              ADD 1 TO WS-CANT-CASOS-U
              MOVE WS-OPE-CANAL      TO WCU-CANAL      (WS-CANT-CASOS-U)
              MOVE WS-OPE-REFERENCIA TO WCU-REFERENCIA (WS-CANT-CASOS-U)
              MOVE WS-OPE-FECHA      TO WCU-FECHA      (WS-CANT-CASOS-U)
           END-IF.

       FIN-2410.
           EXIT.

      *------------------------------------------------------------
      * ESTRUCTURACION: SE ANALIZA CADA CLIENTE CON ALGUNA
      * OPERACION NUEVA EN LA BANDA
      *------------------------------------------------------------
       2500-ANALIZO-ESTRUCTURACION.
      *----------------------------

           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > WS-CANT-OPER
              IF WOP-NUEVA (IDX-OPER) = 'S'
                 PERFORM 2510-ANALIZO-CLIENTE THRU FIN-2510
              END-IF
           END-PERFORM.

       FIN-2500.
           EXIT.

       2510-ANALIZO-CLIENTE.
      *---------------------

           MOVE WOP-CLI-ID (IDX-OPER)     TO WS-EST-CLI-ID.

      *    SOLO CUENTAN LAS OPERACIONES POSTERIORES AL ULTIMO CASO
      *    'E' DEL CLIENTE
           MOVE 0                         TO WS-EST-DESDE-CASO.
           SET IDX-CASO-E TO 1.
           SEARCH WS-CASO-E-TAB
               AT END
                  CONTINUE
               WHEN IDX-CASO-E > WS-CANT-CASOS-E
                  CONTINUE
               WHEN WCE-CLI-ID (IDX-CASO-E) = WS-EST-CLI-ID
                  MOVE WCE-HASTA (IDX-CASO-E) TO WS-EST-DESDE-CASO
           END-SEARCH.

           IF WOP-FECHA (IDX-OPER) <= WS-EST-DESDE-CASO
              GO TO FIN-2510
           END-IF.

           MOVE 0                         TO WS-EST-CANT
                                             WS-EST-IMPORTE
                                             WS-EST-FECHA-MAX.
           MOVE 99999999                  TO WS-EST-FECHA-MIN.
           MOVE SPACES                    TO WS-EST-CANAL
                                             WS-EST-REFERENCIA.

           PERFORM VARYING IDX-OPER2 FROM 1 BY 1
                     UNTIL IDX-OPER2 > WS-CANT-OPER
              IF WOP-CLI-ID (IDX-OPER2) = WS-EST-CLI-ID
              AND WOP-FECHA (IDX-OPER2) > WS-EST-DESDE-CASO
                 PERFORM 2520-ACUMULO-OPERACION
              END-IF
           END-PERFORM.

           IF WS-EST-CANT < WCN-MIN-OPERACIONES
              GO TO FIN-2510
           END-IF.

           INITIALIZE WS-OPERACION.
           MOVE WS-EST-CLI-ID             TO WS-OPE-CLI-ID.
           PERFORM 2300-NOMBRE-POR-ID THRU FIN-2300.

           INITIALIZE REG-AMLCASO.
           SET 88-ACA-ESTRUCTURACION      TO TRUE.
           MOVE WS-EST-CLI-ID             TO ACA-CLI-ID.
           MOVE WS-OPE-NOMBRE             TO ACA-NOMBRE.
           MOVE WS-EST-CANAL              TO ACA-CANAL.
           MOVE WS-EST-REFERENCIA         TO ACA-REFERENCIA.
           MOVE WS-EST-FECHA-MIN          TO ACA-FECHA-DESDE.
           MOVE WS-EST-FECHA-MAX          TO ACA-FECHA-HASTA.
           MOVE WS-EST-CANT               TO ACA-CANT-OPER.
           MOVE WS-EST-IMPORTE            TO ACA-IMPORTE.
           MOVE 'OPERACIONES BAJO UMBRAL'  TO ACA-OBSERVACION.

           PERFORM 2600-ALTA-CASO.
           ADD 1 TO WS-CASOS-ESTRUCT.

      *    EL CLIENTE QUEDA CUBIERTO HASTA LA ULTIMA OPERACION DEL
      *    CASO (SUS OTRAS OPERACIONES NUEVAS YA NO LO REABREN)
           SET IDX-CASO-E TO 1.
           SEARCH WS-CASO-E-TAB
               AT END
                  PERFORM 2530-AGREGO-CASO-E
               WHEN IDX-CASO-E > WS-CANT-CASOS-E
                  PERFORM 2530-AGREGO-CASO-E
               WHEN WCE-CLI-ID (IDX-CASO-E) = WS-EST-CLI-ID
                  MOVE WS-EST-FECHA-MAX    TO WCE-HASTA (IDX-CASO-E)
           END-SEARCH.

       FIN-2510.
           EXIT.

       2520-ACUMULO-OPERACION.
      *-----------------------

           ADD 1                          TO WS-EST-CANT.
           ADD WOP-IMPORTE (IDX-OPER2)    TO WS-EST-IMPORTE.

           IF WOP-FECHA (IDX-OPER2) < WS-EST-FECHA-MIN
              MOVE WOP-FECHA (IDX-OPER2)  TO WS-EST-FECHA-MIN
           END-IF.

           IF WOP-FECHA (IDX-OPER2) >= WS-EST-FECHA-MAX
              MOVE WOP-FECHA (IDX-OPER2)  TO WS-EST-FECHA-MAX
              MOVE WOP-REFERENCIA (IDX-OPER2)
                                          TO WS-EST-REFERENCIA
           END-IF.

           EVALUATE TRUE
               WHEN WS-EST-CANAL = SPACES
                    MOVE WOP-CANAL (IDX-OPER2) TO WS-EST-CANAL
               WHEN WS-EST-CANAL NOT = WOP-CANAL (IDX-OPER2)
                    MOVE 'M'                   TO WS-EST-CANAL
           END-EVALUATE.

       FIN-2520.
           EXIT.

       2530-AGREGO-CASO-E.
      *-------------------

           IF WS-CANT-CASOS-E < WCN-TOPE-CASOS-E
              ADD 1 TO WS-CANT-CASOS-E
              MOVE WS-EST-CLI-ID    TO WCE-CLI-ID (WS-CANT-CASOS-E)
              MOVE WS-EST-FECHA-MAX TO WCE-HASTA  (WS-CANT-CASOS-E)
           ELSE
              ADD 1 TO WS-DESBORDES
           END-IF.

       FIN-2530.
           EXIT.

      *------------------------------------------------------------
      * ALTA DE UN CASO: NUMERO CORRELATIVO, ESTADO ABIERTO, A
      * AMLCASOS Y AL LISTADO DE ALERTAS
      *------------------------------------------------------------
       2600-ALTA-CASO.
      *---------------

           ADD 1                          TO WS-ULTIMO-CASO.
           MOVE WS-ULTIMO-CASO            TO ACA-NRO-CASO.
           MOVE WS-FECHA-PROCESO          TO ACA-FECHA-ALTA
                                             ACA-FECHA-ESTADO.
           SET 88-ACA-ABIERTO             TO TRUE.
           MOVE 'PGMLAVAD'                TO ACA-USUARIO.
           MOVE 0                         TO ACA-FECHA-ROS.

           WRITE REG-AMLCASOS-FD FROM REG-AMLCASO.

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    ADD ACA-IMPORTE       TO WS-IMPORTE-ALERTAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLCASOS FS: ' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE ACA-NRO-CASO              TO WS-CASO-ED.
           MOVE ACA-CANT-OPER             TO WS-CANT-ED.
           MOVE ACA-IMPORTE               TO WS-IMPORTE-ED.

           MOVE SPACES                    TO REG-AMLALERT-FD.
           MOVE WS-CASO-ED                TO REG-AMLALERT-FD (01:08).
           MOVE ACA-TIPO                  TO REG-AMLALERT-FD (10:01).
           MOVE ACA-CLI-ID                TO REG-AMLALERT-FD (12:10).
           MOVE ACA-NOMBRE                TO REG-AMLALERT-FD (23:30).
           MOVE ACA-CANAL                 TO REG-AMLALERT-FD (54:01).
           MOVE ACA-REFERENCIA            TO REG-AMLALERT-FD (56:12).
           MOVE ACA-FECHA-DESDE           TO REG-AMLALERT-FD (69:08).
           MOVE ACA-FECHA-HASTA           TO REG-AMLALERT-FD (78:08).
           MOVE WS-CANT-ED                TO REG-AMLALERT-FD (87:03).
           MOVE WS-IMPORTE-ED             TO REG-AMLALERT-FD (91:20).
           PERFORM 2900-WRITE-AMLALERT.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * LA VENTANA ACTUALIZADA REEMPLAZA A AMLOPER
      *------------------------------------------------------------
       2700-GRABO-AMLOPEACT.
      *---------------------

           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > WS-CANT-OPER
              INITIALIZE REG-AMLOPE
              MOVE WOP-CLI-ID (IDX-OPER)     TO AOP-CLI-ID
              MOVE WOP-FECHA (IDX-OPER)      TO AOP-FECHA
              MOVE WOP-CANAL (IDX-OPER)      TO AOP-CANAL
              MOVE WOP-REFERENCIA (IDX-OPER) TO AOP-REFERENCIA
              MOVE WOP-IMPORTE (IDX-OPER)    TO AOP-IMPORTE
              PERFORM 2710-WRITE-AMLOPEACT
           END-PERFORM.

       FIN-2700.
           EXIT.

       2710-WRITE-AMLOPEACT.
      *---------------------

           WRITE REG-AMLOPEACT-FD FROM REG-AMLOPE.

           EVALUATE TRUE
               WHEN 88-FS-AMLOPEACT-OK
                    ADD 1 TO WS-GRABADOS-AMLOPEACT
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLOPEACT FS: '
                                                         FS-AMLOPEACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2710.
           EXIT.

       2900-WRITE-AMLALERT.
      *--------------------

           WRITE REG-AMLALERT-FD.

           EVALUATE TRUE
               WHEN 88-FS-AMLALERT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLALERT FS: ' FS-AMLALERT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
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

           CLOSE AMLCASOS
           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AMLCASOS FS: ' FS-AMLCASOS
           END-EVALUATE.

           CLOSE AMLOPEACT
           EVALUATE TRUE
               WHEN 88-FS-AMLOPEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AMLOPEACT FS: ' FS-AMLOPEACT
           END-EVALUATE.

           CLOSE AMLALERT
           EVALUATE TRUE
               WHEN 88-FS-AMLALERT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AMLALERT FS: ' FS-AMLALERT
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMLAVADO'             TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS   = WS-LEIDOS-RECDIAR
                                   + WS-LEIDOS-VENTAS
                                   + WS-LEIDOS-CHEQACEP.
           COMPUTE RUNCTL-GRABADOS = WS-CASOS-UMBRAL
                                   + WS-CASOS-ESTRUCT.
           MOVE WS-IMPORTE-ALERTAS      TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMLAVADO             '.
           DISPLAY '**************************************************'.
           DISPLAY 'VENTANA DESDE                  : ' WS-FECHA-DESDE.
           MOVE WS-LEIDOS-RECDIAR       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS RECDIAR           : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-VENTAS        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS VENTAS            : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CHEQACEP      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS CHEQACEP          : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-AMLOPER       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS AMLOPER           : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-OPER-EVALUADAS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. OPERACIONES EVALUADAS    : ' WS-CONTADOR-ED.
           MOVE WS-OPER-EN-BANDA        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. EN BANDA BAJO UMBRAL     : ' WS-CONTADOR-ED.
           MOVE WS-OPER-SIN-CLIENTE     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. EN BANDA SIN CLIENTE     : ' WS-CONTADOR-ED.
           MOVE WS-SIN-COTIZACION       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SIN COTIZACION           : ' WS-CONTADOR-ED.
           MOVE WS-INVALIDOS            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. INVALIDOS                : ' WS-CONTADOR-ED.
           MOVE WS-DESBORDES            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. FUERA DE TABLA           : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CASOS-UMBRAL         TO WS-CONTADOR-ED.
           DISPLAY 'CASOS NUEVOS POR UMBRAL        : ' WS-CONTADOR-ED.
           MOVE WS-CASOS-ESTRUCT        TO WS-CONTADOR-ED.
           DISPLAY 'CASOS NUEVOS POR ESTRUCTURACION: ' WS-CONTADOR-ED.
           MOVE WS-CASOS-REPETIDOS      TO WS-CONTADOR-ED.
           DISPLAY 'CASOS YA EXISTENTES (OMITIDOS) : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-ALERTAS      TO WS-IMPORTE-ED.
           DISPLAY 'IMPORTE TOTAL ALERTADO         : ' WS-IMPORTE-ED.
           MOVE WS-GRABADOS-AMLOPEACT   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS AMLOPEACT       : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMLAVADO.
