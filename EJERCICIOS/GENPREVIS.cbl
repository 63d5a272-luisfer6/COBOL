       IDENTIFICATION DIVISION.

       PROGRAM-ID. GENPREVIS.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * PREVISION MENSUAL POR INCOBRABLES DE LAS CARTERAS DE TARJETAS
      * Y DE CUENTA CORRIENTE.
      * PIDE EL PERIODO (AAAAMM); LA FECHA DE CORTE ES EL ULTIMO DIA
      * DEL PERIODO. ARMA EL SALDO POR CARTERA, SUCURSAL Y BANDA DE
      * ATRASO:
      *   - TARJETAS: SALDO DEL ULTIMO CIERRE DE CADA TARJETA (MORANUE,
      *     LO DEJA GENMORA A PARTIR DE SALCIERRE) EN LA BANDA DE
      *     MORA DE GENMORA (MORA-BUCKET; SIN MORA = BANDA 000). LAS
      *     TARJETAS NO TIENEN SUCURSAL: VAN TODAS A LA 0000.
      *   - CUENTA CORRIENTE: SALDO ABIERTO DE CADA FACTURA (CTANUE,
      *     LO DEJA PGMCTACTE) EN LA BANDA DE ANTIGUEDAD DE AGINGCC
      *     (A VENCER / 30 / 60 / 90 / MAS DE 90 DIAS) A LA FECHA DE
      *     CORTE, POR LA SUCURSAL DE LA VENTA.
      * A CADA BANDA LE APLICA EL PORCENTAJE DE PREVTASA VIGENTE EN LA
      * FECHA DE CORTE (VER WPREVTASA.cpy) Y COMPARA LA PREVISION DE
      * CADA CARTERA Y SUCURSAL CON LA DEL ULTIMO PERIODO ANTERIOR DE
      * LA HISTORIA (PREVHIST). GENERA:
      *   - PREVHACT : HISTORIA ACTUALIZADA. UN REPROCESO DEL MISMO
      *                PERIODO REEMPLAZA LOS REGISTROS DEL PERIODO.
      *   - PREVAJU  : AJUSTES DEL PERIODO (CONSTITUCION O RECUPERO)
      *                QUE GENASIENT CONTABILIZA CON EL ORIGEN 'PREV'
      *   - PREVRPT  : LISTADO DE LA PREVISION POR CARTERA, SUCURSAL
      *                Y BANDA CON EL AUMENTO O RECUPERO DEL MES.
      * NO SE PUEDE PROCESAR UN PERIODO ANTERIOR AL ULTIMO DE LA
      * HISTORIA: LOS AJUSTES YA CONTABILIZADOS QUEDARIAN MAL.
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

           SELECT MORANUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MORANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MORANUE.

           SELECT CTANUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTANUE.

           SELECT PREVTASA      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVTASA.

           SELECT PREVHIST      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVHIST.

           SELECT PREVHACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVHACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVHACT.

           SELECT PREVAJU       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVAJU
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVAJU.

           SELECT PREVRPT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVRPT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVRPT.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

       FD  MORANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MORANUE-FD                PIC X(58).

       FD  CTANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTANUE-FD                 PIC X(65).

       FD  PREVTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVTASA-FD               PIC X(25).

       FD  PREVHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVHIST-FD               PIC X(80).

       FD  PREVHACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVHACT-FD               PIC X(80).

       FD  PREVAJU
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVAJU-FD                PIC X(80).

       FD  PREVRPT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVRPT-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-MORANUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTANUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVTASA           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVHIST           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVHACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVAJU            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVRPT            PIC X(128) VALUE SPACES.

       77  FS-MORANUE                    PIC  X(02) VALUE ' '.
           88 88-FS-MORANUE-OK                      VALUE '00'.
           88 88-FS-MORANUE-EOF                     VALUE '10'.
           88 88-FS-MORANUE-NOEXISTE                VALUE '35'.

       77  FS-CTANUE                     PIC  X(02) VALUE ' '.
           88 88-FS-CTANUE-OK                       VALUE '00'.
           88 88-FS-CTANUE-EOF                      VALUE '10'.
           88 88-FS-CTANUE-NOEXISTE                 VALUE '35'.

       77  FS-PREVTASA                   PIC  X(02) VALUE ' '.
           88 88-FS-PREVTASA-OK                     VALUE '00'.
           88 88-FS-PREVTASA-EOF                    VALUE '10'.
           88 88-FS-PREVTASA-NOEXISTE               VALUE '35'.

       77  FS-PREVHIST                   PIC  X(02) VALUE ' '.
           88 88-FS-PREVHIST-OK                     VALUE '00'.
           88 88-FS-PREVHIST-EOF                    VALUE '10'.
           88 88-FS-PREVHIST-NOEXISTE               VALUE '35'.

       77  FS-PREVHACT                   PIC  X(02) VALUE ' '.
           88 88-FS-PREVHACT-OK                     VALUE '00'.

       77  FS-PREVAJU                    PIC  X(02) VALUE ' '.
           88 88-FS-PREVAJU-OK                      VALUE '00'.

       77  FS-PREVRPT                    PIC  X(02) VALUE ' '.
           88 88-FS-PREVRPT-OK                      VALUE '00'.

       77  WS-PERIODO-INGRESO            PIC  X(06) VALUE SPACES.
       01  WS-PERIODO                    PIC  9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO            PIC  9(04).
           05 WS-PERIODO-MES             PIC  9(02).

      *    FECHA DE CORTE = ULTIMO DIA DEL PERIODO
       01  WS-FECHA-AUX                  PIC  9(08) VALUE 0.
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-FECAUX-AAAA             PIC  9(04).
           05 WS-FECAUX-MM               PIC  9(02).
           05 WS-FECAUX-DD               PIC  9(02).
       77  WS-FECHA-CORTE                PIC  9(08) VALUE 0.
       77  WS-INT-CORTE                  PIC  9(08) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-DIAS-ATRASO                PIC S9(05) VALUE 0.
       77  WS-SALDO                      PIC S9(11)V99 VALUE 0.

      *------------------------------------------------------
      * PORCENTAJES DE PREVISION VIGENTES AL CORTE (PREVTASA)
      *------------------------------------------------------
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-TASA-VIGENTE               PIC  X(01) VALUE 'N'.
           88 88-TASA-VIGENTE                       VALUE 'S'.

       77  WCN-TOPE-PCT                  PIC  9(05) VALUE 20.
       77  WS-CANT-PCT                   PIC  9(05) VALUE 0.
       01  WS-TABLA-PCT.
           05 WS-PCT-TAB OCCURS 20 TIMES
                         INDEXED BY IDX-PCT.
              10 WPC-CARTERA             PIC  X(01).
              10 WPC-BANDA               PIC  X(03).
              10 WPC-PCT                 PIC  9(03)V99.

      *------------------------------------------------------
      * BANDAS DE ATRASO COMUNES A LAS DOS CARTERAS
      *------------------------------------------------------
       01  WS-BANDAS-VALORES             PIC  X(15)
                                         VALUE '000030060090120'.
       01  WS-BANDAS REDEFINES WS-BANDAS-VALORES.
           05 WS-BANDA-COD OCCURS 5 TIMES
                           INDEXED BY IDX-BANDA
                                         PIC  X(03).
       77  WCN-CANT-BANDAS               PIC  9(01) VALUE 5.
       77  WS-BANDA                      PIC  X(03) VALUE SPACES.
       77  WS-PCT-BANDA                  PIC  9(03)V99 VALUE 0.

      *------------------------------------------------------
      * PREVISION POR CARTERA Y SUCURSAL, EN ORDEN DE CLAVE.
      * EL PERIODO Y LA PREVISION ANTERIOR SALEN DE LA HISTORIA.
      *------------------------------------------------------
       77  WCN-TOPE-CARTERAS             PIC  9(05) VALUE 300.
       77  WS-CANT-CARTERAS              PIC  9(05) VALUE 0.
       01  WS-TABLA-CARTERAS.
           05 WS-CARTERA-TAB OCCURS 300 TIMES
                             INDEXED BY IDX-CAR.
              10 WCA-CLAVE.
                 15 WCA-CARTERA          PIC  X(01).
                 15 WCA-SUCURSAL         PIC  9(04).
              10 WCA-BANDA-TAB OCCURS 5 TIMES.
                 15 WCA-SALDO-BANDA      PIC  9(13)V99.
                 15 WCA-PREV-BANDA       PIC  9(13)V99.
              10 WCA-SALDO               PIC  9(13)V99.
              10 WCA-PREVISION           PIC  9(13)V99.
              10 WCA-PERIODO-ANT         PIC  9(06).
              10 WCA-PREVISION-ANT       PIC  9(13)V99.

       01  WS-BUSCO-CLAVE.
           05 WS-BUSCO-CARTERA           PIC  X(01).
           05 WS-BUSCO-SUCURSAL          PIC  9(04).
       77  WS-CARTERA-UBICADA            PIC  X(01) VALUE 'N'.
           88 88-CARTERA-UBICADA                    VALUE 'S'.
       77  WS-POS-ALTA                   PIC  9(05) VALUE 0.
       77  WS-SUB                        PIC  9(05) VALUE 0.
       77  WS-SUB-BANDA                  PIC  9(01) VALUE 0.

      *------------------------------------------------------
      * AJUSTE DE UNA CARTERA Y TOTALES DEL LISTADO
      *------------------------------------------------------
       77  WS-AJUSTE                     PIC  9(13)V99 VALUE 0.
       77  WS-TIPO-AJUSTE                PIC  X(01) VALUE SPACE.
           88 88-AJU-CONSTITUCION                   VALUE 'C'.
           88 88-AJU-RECUPERO                       VALUE 'R'.
       77  WS-CARTERA-ANT                PIC  X(01) VALUE SPACE.
       77  WS-NOMBRE-CARTERA             PIC  X(17) VALUE SPACES.
       01  WS-TOTALES-CARTERA.
           05 WS-TCA-SALDO               PIC  9(13)V99.
           05 WS-TCA-PREVISION           PIC  9(13)V99.
           05 WS-TCA-PREVISION-ANT       PIC  9(13)V99.
           05 WS-TCA-CONSTITUCION        PIC  9(13)V99.
           05 WS-TCA-RECUPERO            PIC  9(13)V99.
       77  WS-TOTAL-SALDO                PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-PREVISION            PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-CONSTITUCION         PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-RECUPERO             PIC  9(13)V99 VALUE 0.

       77  WS-LEIDOS-MORANUE             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CTANUE              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PREVHIST            PIC  9(09) VALUE 0.
       77  WS-REEMPLAZADOS               PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PREVHACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PREVAJU           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PREVRPT           PIC  9(09) VALUE 0.
       77  WS-BANDAS-SIN-PCT             PIC  9(09) VALUE 0.
       77  WS-DESBORDES                  PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PCT-ED                     PIC  ZZ9,99.
       77  WS-SUCURSAL-ED                PIC  9(04).

       COPY WMORATAR.

       COPY WCTACTE.

       COPY WPREVTASA.

       COPY WPREVHIST.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO-MORANUE.
           PERFORM 2100-PROCESO-CTANUE.
           PERFORM 2200-PROCESO-PREVHIST THRU FIN-2200.
           PERFORM 2300-CALCULO-PREVISION.
           PERFORM 2600-TOTALES-REPORTE.

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

           DISPLAY 'PERIODO A PREVISIONAR (AAAAMM): '
                   WITH NO ADVANCING.
           ACCEPT WS-PERIODO-INGRESO.

           IF WS-PERIODO-INGRESO NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-INGRESO
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           MOVE WS-PERIODO-INGRESO        TO WS-PERIODO.

           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
              DISPLAY 'MES INVALIDO: ' WS-PERIODO-MES
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

      *    ULTIMO DIA DEL PERIODO = PRIMERO DEL MES SIGUIENTE - 1
           MOVE WS-PERIODO-ANIO           TO WS-FECAUX-AAAA.
           MOVE WS-PERIODO-MES            TO WS-FECAUX-MM.
           MOVE 1                         TO WS-FECAUX-DD.
           IF WS-FECAUX-MM = 12
              ADD 1                       TO WS-FECAUX-AAAA
              MOVE 1                      TO WS-FECAUX-MM
           ELSE
              ADD 1                       TO WS-FECAUX-MM
           END-IF.
           COMPUTE WS-INT-CORTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX) - 1.
           COMPUTE WS-FECHA-CORTE =
                   FUNCTION DATE-OF-INTEGER (WS-INT-CORTE).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PREVTASA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'MORANUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MORANUE

           MOVE 'CTANUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTANUE

           MOVE 'PREVTASA'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVTASA

           MOVE 'PREVHIST'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVHIST

           MOVE 'PREVHACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVHACT

           MOVE 'PREVAJU'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVAJU

           MOVE 'PREVRPT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVRPT.

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

           OPEN OUTPUT PREVHACT

           EVALUATE TRUE
               WHEN 88-FS-PREVHACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVHACT'
                    DISPLAY 'FILE STATUS' FS-PREVHACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PREVAJU

           EVALUATE TRUE
               WHEN 88-FS-PREVAJU-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVAJU'
                    DISPLAY 'FILE STATUS' FS-PREVAJU
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PREVRPT

           EVALUATE TRUE
               WHEN 88-FS-PREVRPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVRPT'
                    DISPLAY 'FILE STATUS' FS-PREVRPT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'PREVISION POR INCOBRABLES - PERIODO:'
                                          TO REG-PREVRPT-FD (01:37).
           MOVE WS-PERIODO                TO REG-PREVRPT-FD (39:06).
           MOVE 'FECHA DE CORTE:'         TO REG-PREVRPT-FD (47:15).
           MOVE WS-FECHA-CORTE            TO REG-PREVRPT-FD (63:08).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'CARTERA'                 TO REG-PREVRPT-FD (01:07).
           MOVE 'SUC.'                    TO REG-PREVRPT-FD (19:04).
           MOVE 'BANDA'                   TO REG-PREVRPT-FD (25:05).
           MOVE 'SALDO'                   TO REG-PREVRPT-FD (47:05).
           MOVE 'PCT'                     TO REG-PREVRPT-FD (56:03).
           MOVE 'PREVISION'               TO REG-PREVRPT-FD (73:09).
           MOVE 'PREV. ANTERIOR'          TO REG-PREVRPT-FD (90:14).
           MOVE 'AJUSTE DEL MES'          TO REG-PREVRPT-FD (112:14).
           PERFORM 2900-WRITE-PREVRPT.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * PORCENTAJES VIGENTES EN LA FECHA DE CORTE. SIN TABLA NO HAY
      * PREVISION QUE CALCULAR: SE CANCELA.
      *------------------------------------------------------------
       1020-CARGO-PREVTASA.
      *--------------------

           OPEN INPUT PREVTASA.

           EVALUATE TRUE
               WHEN 88-FS-PREVTASA-OK
                    PERFORM 1021-LEO-PREVTASA
                    PERFORM UNTIL 88-FS-PREVTASA-EOF
                       PERFORM 1022-VIGENCIA-PREVTASA
                       IF 88-TASA-VIGENTE
                       AND WS-CANT-PCT < WCN-TOPE-PCT
                          ADD 1 TO WS-CANT-PCT
                          MOVE PVT-CARTERA
                            TO WPC-CARTERA (WS-CANT-PCT)
                          MOVE PVT-BANDA
                            TO WPC-BANDA   (WS-CANT-PCT)
                          MOVE PVT-PCT
                            TO WPC-PCT     (WS-CANT-PCT)
                       END-IF
                       PERFORM 1021-LEO-PREVTASA
                    END-PERFORM
                    CLOSE PREVTASA

               WHEN 88-FS-PREVTASA-NOEXISTE
                    DISPLAY 'TABLA PREVTASA INEXISTENTE'
                    DISPLAY 'SE CANCELA EL PROCESO'
                    PERFORM 3000-FINALIZO

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVTASA'
                    DISPLAY 'FILE STATUS' FS-PREVTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-PREVTASA.
      *------------------

           INITIALIZE REG-PREVTASA.

           READ PREVTASA INTO REG-PREVTASA

           EVALUATE TRUE
               WHEN 88-FS-PREVTASA-OK
               WHEN 88-FS-PREVTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PREVTASA FS: ' FS-PREVTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * MISMO CRITERIO DE VIGENCIA QUE LAS DEMAS TABLAS DE ABMTASAS
      * (CERO O BLANCO = SIN LIMITE), A LA FECHA DE CORTE.
      *------------------------------------------------------------
       1022-VIGENCIA-PREVTASA.
      *-----------------------

           IF PVT-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO PVT-VIG-DESDE
           END-IF.
           IF PVT-VIG-HASTA NOT NUMERIC OR PVT-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO PVT-VIG-HASTA
           END-IF.

           IF PVT-VIG-DESDE NOT > WS-FECHA-CORTE
           AND PVT-VIG-HASTA NOT < WS-FECHA-CORTE
           AND PVT-PCT NUMERIC
              SET 88-TASA-VIGENTE       TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TASA-VIGENTE
           END-IF.

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * CARTERA DE TARJETAS: SALDO DEL ULTIMO CIERRE EN LA BANDA DE
      * MORA DE GENMORA
      *------------------------------------------------------------
       2000-PROCESO-MORANUE.
      *---------------------

           OPEN INPUT MORANUE.

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    PERFORM 2010-LEO-MORANUE
                    PERFORM UNTIL 88-FS-MORANUE-EOF
                       PERFORM 2020-SALDO-TARJETA THRU FIN-2020
                       PERFORM 2010-LEO-MORANUE
                    END-PERFORM
                    CLOSE MORANUE

               WHEN 88-FS-MORANUE-NOEXISTE
                    DISPLAY 'MORANUE INEXISTENTE - SIN CARTERA TARJETAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MORANUE'
                    DISPLAY 'FILE STATUS' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-MORANUE.
      *-----------------

           INITIALIZE REG-MORATAR.

           READ MORANUE INTO REG-MORATAR

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    ADD 1 TO WS-LEIDOS-MORANUE
               WHEN 88-FS-MORANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MORANUE FS: ' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-SALDO-TARJETA.
      *-------------------

           IF MORA-SALDO-CIERRE NOT NUMERIC
           OR MORA-SALDO-CIERRE NOT > 0
              GO TO FIN-2020
           END-IF.

      *    SIN MORA LA TARJETA ESTA AL DIA. UN BUCKET DESCONOCIDO SE
      *    LLEVA A LA BANDA MAS ALTA.
           IF MORA-BUCKET = SPACES
              MOVE '000'                  TO WS-BANDA
           ELSE
              MOVE MORA-BUCKET            TO WS-BANDA
           END-IF.

           MOVE 'T'                       TO WS-BUSCO-CARTERA.
           MOVE 0                         TO WS-BUSCO-SUCURSAL.
           MOVE MORA-SALDO-CIERRE         TO WS-SALDO.

           PERFORM 2050-ACUMULO-SALDO THRU FIN-2050.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * SUMA WS-SALDO EN LA BANDA WS-BANDA DE LA CARTERA
      * WS-BUSCO-CLAVE
      *------------------------------------------------------------
       2050-ACUMULO-SALDO.
      *-------------------

           PERFORM 2060-UBICO-CARTERA THRU FIN-2060.

           IF NOT 88-CARTERA-UBICADA
              GO TO FIN-2050
           END-IF.

           SET IDX-BANDA TO 1.
           SEARCH WS-BANDA-COD
               AT END
                  SET IDX-BANDA TO WCN-CANT-BANDAS
               WHEN WS-BANDA-COD (IDX-BANDA) = WS-BANDA
                  CONTINUE
           END-SEARCH.

           SET WS-SUB-BANDA TO IDX-BANDA.
           ADD WS-SALDO TO WCA-SALDO-BANDA (IDX-CAR WS-SUB-BANDA)
                           WCA-SALDO (IDX-CAR).

       FIN-2050.
           EXIT.

      *------------------------------------------------------------
      * DEJA IDX-CAR EN LA CARTERA WS-BUSCO-CLAVE. SI NO ESTA LA
      * INSERTA EN SU LUGAR PARA QUE LA TABLA QUEDE ORDENADA POR
      * CARTERA Y SUCURSAL. CON LA TABLA LLENA NO LA UBICA.
      *------------------------------------------------------------
       2060-UBICO-CARTERA.
      *-------------------

           MOVE 'N'                       TO WS-CARTERA-UBICADA.

           SET IDX-CAR TO 1.
           SEARCH WS-CARTERA-TAB
               AT END
                  CONTINUE
               WHEN IDX-CAR > WS-CANT-CARTERAS
                  CONTINUE
               WHEN WCA-CLAVE (IDX-CAR) NOT < WS-BUSCO-CLAVE
                  CONTINUE
           END-SEARCH.

           IF IDX-CAR NOT > WS-CANT-CARTERAS
              IF WCA-CLAVE (IDX-CAR) = WS-BUSCO-CLAVE
                 MOVE 'S'                 TO WS-CARTERA-UBICADA
                 GO TO FIN-2060
              END-IF
           END-IF.

           IF WS-CANT-CARTERAS NOT < WCN-TOPE-CARTERAS
              ADD 1 TO WS-DESBORDES
              DISPLAY 'TABLA DE CARTERAS COMPLETA - SE OMITE: '
                      WS-BUSCO-CLAVE
              GO TO FIN-2060
           END-IF.

           SET WS-POS-ALTA TO IDX-CAR.

           PERFORM VARYING WS-SUB FROM WS-CANT-CARTERAS BY -1
                     UNTIL WS-SUB < WS-POS-ALTA
              MOVE WS-CARTERA-TAB (WS-SUB)
                TO WS-CARTERA-TAB (WS-SUB + 1)
           END-PERFORM.

           ADD 1 TO WS-CANT-CARTERAS.
           SET IDX-CAR TO WS-POS-ALTA.
           INITIALIZE WS-CARTERA-TAB (IDX-CAR).
           MOVE WS-BUSCO-CLAVE            TO WCA-CLAVE (IDX-CAR).
           MOVE 'S'                       TO WS-CARTERA-UBICADA.

       FIN-2060.
           EXIT.

      *------------------------------------------------------------
      * CARTERA DE CUENTA CORRIENTE: SALDO ABIERTO DE CADA FACTURA
      * EN SU BANDA DE ANTIGUEDAD A LA FECHA DE CORTE (MISMAS
      * BANDAS QUE AGINGCC)
      *------------------------------------------------------------
       2100-PROCESO-CTANUE.
      *--------------------

           OPEN INPUT CTANUE.

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
                    PERFORM 2110-LEO-CTANUE
                    PERFORM UNTIL 88-FS-CTANUE-EOF
                       PERFORM 2120-SALDO-CTACTE THRU FIN-2120
                       PERFORM 2110-LEO-CTANUE
                    END-PERFORM
                    CLOSE CTANUE

               WHEN 88-FS-CTANUE-NOEXISTE
                    DISPLAY 'CTANUE INEXISTENTE - SIN CUENTA CORRIENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTANUE'
                    DISPLAY 'FILE STATUS' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2110-LEO-CTANUE.
      *----------------

           INITIALIZE REG-CTACTE.

           READ CTANUE INTO REG-CTACTE

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
                    ADD 1 TO WS-LEIDOS-CTANUE
               WHEN 88-FS-CTANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CTANUE FS: ' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-SALDO-CTACTE.
      *------------------

           IF NOT 88-CTA-ABIERTA
           OR CTA-IMPORTE NOT NUMERIC
           OR CTA-PAGADO NOT NUMERIC
              GO TO FIN-2120
           END-IF.

           COMPUTE WS-SALDO = CTA-IMPORTE - CTA-PAGADO.

           IF WS-SALDO NOT > 0
              GO TO FIN-2120
           END-IF.

           MOVE 0                         TO WS-DIAS-ATRASO.
           IF CTA-FECHA-VTO NUMERIC
           AND CTA-FECHA-VTO > 0
              COMPUTE WS-DIAS-ATRASO = WS-INT-CORTE
                    - FUNCTION INTEGER-OF-DATE (CTA-FECHA-VTO)
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                    MOVE '000'            TO WS-BANDA
               WHEN WS-DIAS-ATRASO <= 30
                    MOVE '030'            TO WS-BANDA
               WHEN WS-DIAS-ATRASO <= 60
                    MOVE '060'            TO WS-BANDA
               WHEN WS-DIAS-ATRASO <= 90
                    MOVE '090'            TO WS-BANDA
               WHEN OTHER
                    MOVE '120'            TO WS-BANDA
           END-EVALUATE.

           MOVE 'C'                       TO WS-BUSCO-CARTERA.
           IF CTA-ID-SUCURSAL NUMERIC
              MOVE CTA-ID-SUCURSAL        TO WS-BUSCO-SUCURSAL
           ELSE
              MOVE 0                      TO WS-BUSCO-SUCURSAL
           END-IF.

           PERFORM 2050-ACUMULO-SALDO THRU FIN-2050.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * HISTORIA: PASA A PREVHACT TODO LO QUE NO ES DEL PERIODO Y
      * TOMA PARA CADA CARTERA LA PREVISION DEL ULTIMO PERIODO
      * ANTERIOR. UN PERIODO POSTERIOR AL PEDIDO CANCELA EL PROCESO.
      *------------------------------------------------------------
       2200-PROCESO-PREVHIST.
      *----------------------

           OPEN INPUT PREVHIST.

           EVALUATE TRUE
               WHEN 88-FS-PREVHIST-OK
                    CONTINUE
               WHEN 88-FS-PREVHIST-NOEXISTE
                    DISPLAY 'PREVHIST INEXISTENTE - PRIMER PERIODO'
                    GO TO FIN-2200
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVHIST'
                    DISPLAY 'FILE STATUS' FS-PREVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2210-LEO-PREVHIST.

           PERFORM UNTIL 88-FS-PREVHIST-EOF
               PERFORM 2220-REGISTRO-HISTORIA THRU FIN-2220
               PERFORM 2210-LEO-PREVHIST
           END-PERFORM.

           CLOSE PREVHIST.

       FIN-2200.
           EXIT.

       2210-LEO-PREVHIST.
      *------------------

           INITIALIZE REG-PREVHIST.

           READ PREVHIST INTO REG-PREVHIST

           EVALUATE TRUE
               WHEN 88-FS-PREVHIST-OK
                    ADD 1 TO WS-LEIDOS-PREVHIST
               WHEN 88-FS-PREVHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PREVHIST FS: ' FS-PREVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-REGISTRO-HISTORIA.
      *-----------------------

           IF PVH-PERIODO > WS-PERIODO
              DISPLAY 'LA HISTORIA TIENE UN PERIODO POSTERIOR: '
                      PVH-PERIODO
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

      *    REPROCESO: LOS REGISTROS DEL PERIODO SE REEMPLAZAN
           IF PVH-PERIODO = WS-PERIODO
              ADD 1 TO WS-REEMPLAZADOS
              GO TO FIN-2220
           END-IF.

           PERFORM 2950-WRITE-PREVHACT.

           MOVE PVH-CARTERA               TO WS-BUSCO-CARTERA.
           MOVE PVH-SUCURSAL              TO WS-BUSCO-SUCURSAL.

           PERFORM 2060-UBICO-CARTERA THRU FIN-2060.

           IF 88-CARTERA-UBICADA
           AND PVH-PERIODO > WCA-PERIODO-ANT (IDX-CAR)
              MOVE PVH-PERIODO     TO WCA-PERIODO-ANT (IDX-CAR)
              MOVE PVH-PREVISION   TO WCA-PREVISION-ANT (IDX-CAR)
           END-IF.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * PREVISION DE CADA CARTERA Y SUCURSAL, AJUSTE CONTRA EL
      * PERIODO ANTERIOR Y LISTADO CON CORTE POR CARTERA
      *------------------------------------------------------------
       2300-CALCULO-PREVISION.
      *-----------------------

           MOVE SPACE                     TO WS-CARTERA-ANT.
           INITIALIZE WS-TOTALES-CARTERA.

           PERFORM VARYING IDX-CAR FROM 1 BY 1
                     UNTIL IDX-CAR > WS-CANT-CARTERAS
              PERFORM 2310-PREVISION-CARTERA THRU FIN-2310
           END-PERFORM.

           IF WS-CARTERA-ANT NOT = SPACE
              PERFORM 2450-TOTAL-CARTERA
           END-IF.

       FIN-2300.
           EXIT.

       2310-PREVISION-CARTERA.
      *-----------------------

      *    CARTERA QUE SOLO VINO DE LA HISTORIA Y YA ESTABA EN CERO
           IF WCA-SALDO (IDX-CAR) = 0
           AND WCA-PREVISION-ANT (IDX-CAR) = 0
              GO TO FIN-2310
           END-IF.

           IF WCA-CARTERA (IDX-CAR) NOT = WS-CARTERA-ANT
              IF WS-CARTERA-ANT NOT = SPACE
                 PERFORM 2450-TOTAL-CARTERA
              END-IF
              MOVE WCA-CARTERA (IDX-CAR)  TO WS-CARTERA-ANT
              EVALUATE WCA-CARTERA (IDX-CAR)
                  WHEN 'T'
                       MOVE 'TARJETAS'         TO WS-NOMBRE-CARTERA
                  WHEN 'C'
                       MOVE 'CUENTA CORRIENTE' TO WS-NOMBRE-CARTERA
                  WHEN OTHER
                       MOVE WCA-CARTERA (IDX-CAR)
                                               TO WS-NOMBRE-CARTERA
              END-EVALUATE
           END-IF.

           MOVE 0                         TO WCA-PREVISION (IDX-CAR).

           PERFORM VARYING WS-SUB-BANDA FROM 1 BY 1
                     UNTIL WS-SUB-BANDA > WCN-CANT-BANDAS
              IF WCA-SALDO-BANDA (IDX-CAR WS-SUB-BANDA) > 0
                 PERFORM 2320-PREVISION-BANDA
              END-IF
           END-PERFORM.

           IF WCA-PREVISION (IDX-CAR) NOT < WCA-PREVISION-ANT (IDX-CAR)
              COMPUTE WS-AJUSTE = WCA-PREVISION (IDX-CAR)
                                - WCA-PREVISION-ANT (IDX-CAR)
              SET 88-AJU-CONSTITUCION     TO TRUE
           ELSE
              COMPUTE WS-AJUSTE = WCA-PREVISION-ANT (IDX-CAR)
                                - WCA-PREVISION (IDX-CAR)
              SET 88-AJU-RECUPERO         TO TRUE
           END-IF.
           IF WS-AJUSTE = 0
              MOVE SPACE                  TO WS-TIPO-AJUSTE
           END-IF.

           PERFORM 2400-LINEA-SUCURSAL.
           PERFORM 2500-GRABO-HISTORIA.

           ADD WCA-SALDO (IDX-CAR)         TO WS-TCA-SALDO.
           ADD WCA-PREVISION (IDX-CAR)     TO WS-TCA-PREVISION.
           ADD WCA-PREVISION-ANT (IDX-CAR) TO WS-TCA-PREVISION-ANT.
           IF 88-AJU-CONSTITUCION
              ADD WS-AJUSTE               TO WS-TCA-CONSTITUCION
           END-IF.
           IF 88-AJU-RECUPERO
              ADD WS-AJUSTE               TO WS-TCA-RECUPERO
           END-IF.

       FIN-2310.
           EXIT.

      *------------------------------------------------------------
      * PREVISION DE UNA BANDA (WS-SUB-BANDA) CON EL PORCENTAJE
      * VIGENTE. SIN PORCENTAJE LA BANDA NO SE PREVISIONA.
      *------------------------------------------------------------
       2320-PREVISION-BANDA.
      *---------------------

           MOVE WS-BANDA-COD (WS-SUB-BANDA) TO WS-BANDA.
           MOVE 0                         TO WS-PCT-BANDA.

           SET IDX-PCT TO 1.
           SEARCH WS-PCT-TAB
               AT END
                  ADD 1 TO WS-BANDAS-SIN-PCT
               WHEN IDX-PCT > WS-CANT-PCT
                  ADD 1 TO WS-BANDAS-SIN-PCT
               WHEN WPC-CARTERA (IDX-PCT) = WCA-CARTERA (IDX-CAR)
                AND WPC-BANDA (IDX-PCT)   = WS-BANDA
                  MOVE WPC-PCT (IDX-PCT)  TO WS-PCT-BANDA
           END-SEARCH.

           COMPUTE WCA-PREV-BANDA (IDX-CAR WS-SUB-BANDA) ROUNDED =
                   WCA-SALDO-BANDA (IDX-CAR WS-SUB-BANDA)
                 * WS-PCT-BANDA / 100.

           ADD WCA-PREV-BANDA (IDX-CAR WS-SUB-BANDA)
                                          TO WCA-PREVISION (IDX-CAR).

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE WS-NOMBRE-CARTERA         TO REG-PREVRPT-FD (01:17).
           MOVE WCA-SUCURSAL (IDX-CAR)    TO WS-SUCURSAL-ED.
           MOVE WS-SUCURSAL-ED            TO REG-PREVRPT-FD (19:04).
           MOVE WS-BANDA                  TO REG-PREVRPT-FD (26:03).
           MOVE WCA-SALDO-BANDA (IDX-CAR WS-SUB-BANDA)
                                          TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (32:20).
           MOVE WS-PCT-BANDA              TO WS-PCT-ED.
           MOVE WS-PCT-ED                 TO REG-PREVRPT-FD (53:06).
           MOVE WCA-PREV-BANDA (IDX-CAR WS-SUB-BANDA)
                                          TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (62:20).
           PERFORM 2900-WRITE-PREVRPT.

       FIN-2320.
           EXIT.

      *------------------------------------------------------------
      * RENGLON DE TOTAL DE LA SUCURSAL CON EL AJUSTE DEL MES
      *------------------------------------------------------------
       2400-LINEA-SUCURSAL.
      *--------------------

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE WS-NOMBRE-CARTERA         TO REG-PREVRPT-FD (01:17).
           MOVE WCA-SUCURSAL (IDX-CAR)    TO WS-SUCURSAL-ED.
           MOVE WS-SUCURSAL-ED            TO REG-PREVRPT-FD (19:04).
           MOVE 'TOTAL'                   TO REG-PREVRPT-FD (25:05).
           MOVE WCA-SALDO (IDX-CAR)       TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (32:20).
           MOVE WCA-PREVISION (IDX-CAR)   TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (62:20).
           MOVE WCA-PREVISION-ANT (IDX-CAR) TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (84:20).
           MOVE WS-AJUSTE                 TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (106:20).
           EVALUATE TRUE
               WHEN 88-AJU-CONSTITUCION
                    MOVE 'CONST'          TO REG-PREVRPT-FD (127:05)
               WHEN 88-AJU-RECUPERO
                    MOVE 'RECUP'          TO REG-PREVRPT-FD (127:05)
           END-EVALUATE.
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           PERFORM 2900-WRITE-PREVRPT.

       FIN-2400.
           EXIT.

       2450-TOTAL-CARTERA.
      *-------------------

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'TOTAL CARTERA'           TO REG-PREVRPT-FD (01:13).
           MOVE WS-NOMBRE-CARTERA         TO REG-PREVRPT-FD (15:17).
           MOVE WS-TCA-SALDO              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (32:20).
           MOVE WS-TCA-PREVISION          TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (62:20).
           MOVE WS-TCA-PREVISION-ANT      TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (84:20).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'CONSTITUCION'            TO REG-PREVRPT-FD (84:12).
           MOVE WS-TCA-CONSTITUCION       TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (106:20).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'RECUPERO'                TO REG-PREVRPT-FD (84:08).
           MOVE WS-TCA-RECUPERO           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (106:20).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           PERFORM 2900-WRITE-PREVRPT.

           ADD WS-TCA-SALDO               TO WS-TOTAL-SALDO.
           ADD WS-TCA-PREVISION           TO WS-TOTAL-PREVISION.
           ADD WS-TCA-CONSTITUCION        TO WS-TOTAL-CONSTITUCION.
           ADD WS-TCA-RECUPERO            TO WS-TOTAL-RECUPERO.

           INITIALIZE WS-TOTALES-CARTERA.

       FIN-2450.
           EXIT.

      *------------------------------------------------------------
      * HISTORIA DEL PERIODO Y, SI HUBO AJUSTE, EL REGISTRO PARA
      * LA CONTABILIDAD
      *------------------------------------------------------------
       2500-GRABO-HISTORIA.
      *--------------------

           INITIALIZE REG-PREVHIST.
           MOVE WS-PERIODO                TO PVH-PERIODO.
           MOVE WCA-CARTERA (IDX-CAR)     TO PVH-CARTERA.
           MOVE WCA-SUCURSAL (IDX-CAR)    TO PVH-SUCURSAL.
           MOVE WCA-SALDO (IDX-CAR)       TO PVH-SALDO.
           MOVE WCA-PREVISION (IDX-CAR)   TO PVH-PREVISION.
           MOVE WCA-PREVISION-ANT (IDX-CAR) TO PVH-PREVISION-ANT.
           MOVE WS-AJUSTE                 TO PVH-AJUSTE.
           MOVE WS-TIPO-AJUSTE            TO PVH-TIPO-AJUSTE.
           MOVE WS-FECHA-PROCESO          TO PVH-FECHA-PROCESO.

           PERFORM 2950-WRITE-PREVHACT.

           IF WS-AJUSTE > 0
              WRITE REG-PREVAJU-FD FROM REG-PREVHIST
              EVALUATE TRUE
                  WHEN 88-FS-PREVAJU-OK
                       ADD 1 TO WS-GRABADOS-PREVAJU
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE PREVAJU FS: '
                                                         FS-PREVAJU
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-IF.

       FIN-2500.
           EXIT.

       2600-TOTALES-REPORTE.
      *---------------------

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'TOTAL GENERAL'           TO REG-PREVRPT-FD (01:13).
           MOVE WS-TOTAL-SALDO            TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (32:20).
           MOVE WS-TOTAL-PREVISION        TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (62:20).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'CONSTITUCION'            TO REG-PREVRPT-FD (84:12).
           MOVE WS-TOTAL-CONSTITUCION     TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (106:20).
           PERFORM 2900-WRITE-PREVRPT.

           MOVE SPACES                    TO REG-PREVRPT-FD.
           MOVE 'RECUPERO'                TO REG-PREVRPT-FD (84:08).
           MOVE WS-TOTAL-RECUPERO         TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-PREVRPT-FD (106:20).
           PERFORM 2900-WRITE-PREVRPT.

           IF WS-BANDAS-SIN-PCT > 0
              MOVE SPACES                 TO REG-PREVRPT-FD
              MOVE 'BANDAS CON SALDO SIN PORCENTAJE EN PREVTASA:'
                                          TO REG-PREVRPT-FD (01:45)
              MOVE WS-BANDAS-SIN-PCT      TO WS-CONTADOR-ED
              MOVE WS-CONTADOR-ED         TO REG-PREVRPT-FD (47:11)
              PERFORM 2900-WRITE-PREVRPT
           END-IF.

       FIN-2600.
           EXIT.

       2900-WRITE-PREVRPT.
      *-------------------

           WRITE REG-PREVRPT-FD.

           EVALUATE TRUE
               WHEN 88-FS-PREVRPT-OK
                    ADD 1 TO WS-GRABADOS-PREVRPT
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PREVRPT FS: ' FS-PREVRPT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

       2950-WRITE-PREVHACT.
      *--------------------

           WRITE REG-PREVHACT-FD FROM REG-PREVHIST.

           EVALUATE TRUE
               WHEN 88-FS-PREVHACT-OK
                    ADD 1 TO WS-GRABADOS-PREVHACT
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PREVHACT FS: ' FS-PREVHACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2950.
           EXIT.

       3000-FINALIZO.
      *--------------

           CLOSE PREVHACT
           EVALUATE TRUE
               WHEN 88-FS-PREVHACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PREVHACT FS: ' FS-PREVHACT
           END-EVALUATE.

           CLOSE PREVAJU
           EVALUATE TRUE
               WHEN 88-FS-PREVAJU-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PREVAJU FS: ' FS-PREVAJU
           END-EVALUATE.

           CLOSE PREVRPT
           EVALUATE TRUE
               WHEN 88-FS-PREVRPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PREVRPT FS: ' FS-PREVRPT
           END-EVALUATE.

           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'GENPREVIS'             TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS   = WS-LEIDOS-MORANUE
                                   + WS-LEIDOS-CTANUE.
           MOVE WS-GRABADOS-PREVAJU     TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-PREVISION      TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: GENPREVIS             '.
           DISPLAY '**************************************************'.
           DISPLAY 'PERIODO PREVISIONADO           : ' WS-PERIODO.
           DISPLAY 'FECHA DE CORTE                 : ' WS-FECHA-CORTE.
           MOVE WS-LEIDOS-MORANUE       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS MORANUE           : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CTANUE        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS CTANUE            : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-PREVHIST      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS PREVHIST          : ' WS-CONTADOR-ED.
           MOVE WS-REEMPLAZADOS         TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REEMPLAZADOS (REPROCESO) : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-PREVHACT    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS PREVHACT        : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-PREVAJU     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. AJUSTES PREVAJU          : ' WS-CONTADOR-ED.
           MOVE WS-BANDAS-SIN-PCT       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. BANDAS SIN PORCENTAJE    : ' WS-CONTADOR-ED.
           MOVE WS-DESBORDES            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. FUERA DE TABLA           : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-SALDO          TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL SALDO DE CARTERAS        : ' WS-IMPORTE-ED.
           MOVE WS-TOTAL-PREVISION      TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL PREVISION                : ' WS-IMPORTE-ED.
           MOVE WS-TOTAL-CONSTITUCION   TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL CONSTITUCION             : ' WS-IMPORTE-ED.
           MOVE WS-TOTAL-RECUPERO       TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL RECUPERO                 : ' WS-IMPORTE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM GENPREVIS.
