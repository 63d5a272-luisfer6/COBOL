       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMTESORO.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * POSICION DIARIA DEL TESORO DE CADA SUCURSAL.
      * EL EFECTIVO DEL TESORO SE CONTROLABA CON UNA PLANILLA EN CADA
      * SUCURSAL. ESTE PROGRAMA ARMA POR SUCURSAL Y MONEDA LA
      * POSICION DEL DIA SEGUN LIBROS:
      *    SALDO INICIAL (RECUENTO DEL DIA ANTERIOR; SI NO HUBO
      *    RECUENTO, SU SALDO SEGUN LIBROS)
      *  + CIERRES DE CAJA DEL DIA (RESXDIA, POR LA SUCURSAL DEL
      *    CAJERO; EL CAJERO VIRTUAL DE LAS REDES DE COBRANZA NO
      *    TRAE EFECTIVO)
      *  + REMESAS RECIBIDAS (CONFIRMADAS HOY EN DESTINO, POR EL
      *    IMPORTE RECIBIDO, Y LAS ANULADAS HOY QUE VUELVEN AL
      *    ORIGEN)
      *  + FONDOS DE CAMBIO (REMESAS RECIBIDAS DEL TESORO CENTRAL)
      *  - BOLSAS DE DEPOSITO RETIRADAS HOY POR EL REMISERO
      *  - REMESAS ENVIADAS HOY (SALVO LAS ANULADAS EL MISMO DIA)
      *  - REPOSICIONES DE CAJA CHICA DEL DIA (REPOTES, EN ARS)
      * Y LA CRUZA CONTRA EL RECUENTO QUE CARGA EL TESORERO DE LA
      * SUCURSAL (TESCONT): EL REPORTE TESORPT MUESTRA CADA POSICION
      * CON SU SOBRANTE O FALTANTE Y LOS TOTALES POR MONEDA.
      * LA POSICION SE GUARDA EN EL HISTORICO (TESOANT -> TESONUE,
      * UN ANIO DE HISTORIA). SI SE REPROCESA EL DIA, LAS POSICIONES
      * YA GRABADAS CON ESA FECHA SE REEMPLAZAN.
      * LOS RECUENTOS QUE NO SE PUEDEN TOMAR (SUCURSAL INEXISTENTE,
      * OTRA FECHA, DUPLICADOS) SALEN EN TESRECH CON SU MOTIVO.
      * CORRE DESPUES DEL CORTE, PGMREMESA, PGMBOLUPD Y PGMREPOCAJ.
      * RESXDIA SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR, VER UTLCTLARC).
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

           SELECT RESXDIA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RESXDIA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RESXDIA.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT CAJEROS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJEROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJEROS.

           SELECT REMESANUE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-REMESANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-REMESANUE.

           SELECT BOLSANUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-BOLSANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-BOLSANUE.

           SELECT REPOTES       ASSIGN       TO
                                 DYNAMIC WS-ARCH-REPOTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-REPOTES.

           SELECT TESCONT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TESCONT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TESCONT.

           SELECT TESOANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TESOANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TESOANT.

           SELECT TESONUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TESONUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TESONUE.

           SELECT TESORPT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TESORPT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TESORPT.

           SELECT TESRECH       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TESRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TESRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  RESXDIA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXDIA-FD                PIC X(86).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  CAJEROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJEROS-FD                PIC X(38).

       FD  REMESANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-REMESANUE-FD              PIC X(80).

       FD  BOLSANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BOLSANUE-FD               PIC X(90).

       FD  REPOTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-REPOTES-FD                PIC X(32).

       FD  TESCONT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TESCONT-FD                PIC X(40).

       FD  TESOANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TESOANT-FD                PIC X(180).

       FD  TESONUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TESONUE-FD                PIC X(180).

       FD  TESORPT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TESORPT-FD                PIC X(133).

       FD  TESRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TESRECH-FD                PIC X(100).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RESXDIA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJEROS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-REMESANUE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-BOLSANUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-REPOTES            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TESCONT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TESOANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TESONUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TESORPT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TESRECH            PIC X(128) VALUE SPACES.

       77  FS-RESXDIA                    PIC  X(02) VALUE ' '.
           88 88-FS-RESXDIA-OK                      VALUE '00'.
           88 88-FS-RESXDIA-EOF                     VALUE '10'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.

       77  FS-CAJEROS                    PIC  X(02) VALUE ' '.
           88 88-FS-CAJEROS-OK                      VALUE '00'.
           88 88-FS-CAJEROS-EOF                     VALUE '10'.

       77  FS-REMESANUE                  PIC  X(02) VALUE ' '.
           88 88-FS-REMESANUE-OK                    VALUE '00'.
           88 88-FS-REMESANUE-EOF                   VALUE '10'.
           88 88-FS-REMESANUE-NOEXISTE              VALUE '35'.

       77  FS-BOLSANUE                   PIC  X(02) VALUE ' '.
           88 88-FS-BOLSANUE-OK                     VALUE '00'.
           88 88-FS-BOLSANUE-EOF                    VALUE '10'.
           88 88-FS-BOLSANUE-NOEXISTE               VALUE '35'.

       77  FS-REPOTES                    PIC  X(02) VALUE ' '.
           88 88-FS-REPOTES-OK                      VALUE '00'.
           88 88-FS-REPOTES-EOF                     VALUE '10'.
           88 88-FS-REPOTES-NOEXISTE                VALUE '35'.

       77  FS-TESCONT                    PIC  X(02) VALUE ' '.
           88 88-FS-TESCONT-OK                      VALUE '00'.
           88 88-FS-TESCONT-EOF                     VALUE '10'.
           88 88-FS-TESCONT-NOEXISTE                VALUE '35'.

       77  FS-TESOANT                    PIC  X(02) VALUE ' '.
           88 88-FS-TESOANT-OK                      VALUE '00'.
           88 88-FS-TESOANT-EOF                     VALUE '10'.
           88 88-FS-TESOANT-NOEXISTE                VALUE '35'.

       77  FS-TESONUE                    PIC  X(02) VALUE ' '.
           88 88-FS-TESONUE-OK                      VALUE '00'.

       77  FS-TESORPT                    PIC  X(02) VALUE ' '.
           88 88-FS-TESORPT-OK                      VALUE '00'.

       77  FS-TESRECH                    PIC  X(02) VALUE ' '.
           88 88-FS-TESRECH-OK                      VALUE '00'.

      *------------------------------------------------------
      * SUCURSAL DEL TESORO CENTRAL (CASA CENTRAL): LO QUE
      * RECIBE UNA SUCURSAL DESDE AHI ES FONDO DE CAMBIO.
      * CAJERO VIRTUAL DE LAS REDES DE COBRANZA (SIN EFECTIVO).
      *------------------------------------------------------
       77  WCN-SUC-TESORO-CENTRAL        PIC  9(04) VALUE 0001.
       77  WCN-CAJERO-REDES              PIC  9(03) VALUE 900.
       77  WCN-MONEDA-CAJA-CHICA         PIC  X(03) VALUE 'ARS'.

      *------------------------------------------------------
      * FECHA DE PROCESO Y LIMITE DEL HISTORICO (UN ANIO)
      *------------------------------------------------------
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-LIMITE               PIC  9(08) VALUE 0.
       01  WS-FECHA-RPT.
           03 WS-FRP-DD                  PIC  X(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-FRP-MM                  PIC  X(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-FRP-AAAA                PIC  X(04).

      *------------------------------------------------------
      * MAESTROS EN TABLA
      *------------------------------------------------------
       77  WCN-TOPE-SUCURSALES           PIC  9(04) VALUE 500.
       77  WS-CANT-SUCURSALES            PIC  9(04) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-SUC.
              10 WSU-COD                 PIC  9(04).
              10 WSU-NOMBRE              PIC  X(30).

       77  WCN-TOPE-CAJEROS              PIC  9(04) VALUE 500.
       77  WS-CANT-CAJEROS               PIC  9(04) VALUE 0.
       01  WS-TABLA-CAJEROS.
           05 WS-CAJERO-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-CAJ.
              10 WCJ-COD                 PIC  9(03).
              10 WCJ-SUCURSAL            PIC  9(04).

      *------------------------------------------------------
      * POSICIONES DEL DIA POR SUCURSAL / MONEDA
      *------------------------------------------------------
       77  WCN-TOPE-POSICIONES           PIC  9(04) VALUE 500.
       77  WS-CANT-POSICIONES            PIC  9(04) VALUE 0.
       01  WS-TABLA-POSICIONES.
           05 WS-POSICION-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-POS.
              10 WPO-CLAVE.
                 15 WPO-SUC-COD          PIC  9(04).
                 15 WPO-COD-MONEDA       PIC  X(03).
              10 WPO-FECHA-ANT           PIC  9(08).
              10 WPO-SALDO-INICIAL       PIC S9(13)V99.
              10 WPO-CIERRES-CAJA        PIC  9(13)V99.
              10 WPO-REMESAS-RECIB       PIC  9(13)V99.
              10 WPO-FONDOS-CAMBIO       PIC  9(13)V99.
              10 WPO-BOLSAS-ENV          PIC  9(13)V99.
              10 WPO-REMESAS-ENV         PIC  9(13)V99.
              10 WPO-REPOS-CAJCHICA      PIC  9(13)V99.
              10 WPO-RECUENTO            PIC  9(13)V99.
              10 WPO-ESTADO              PIC  X(01).
                 88 88-WPO-CONTADO                  VALUE 'C'.
       01  WS-POSICION-AUX               PIC  X(136).

       77  WS-POS                        PIC  9(04) VALUE 0.
       77  WS-I                          PIC  9(04) VALUE 0.
       77  WS-J                          PIC  9(04) VALUE 0.
       77  WS-BUSCO-SUC                  PIC  9(04) VALUE 0.
       77  WS-BUSCO-MONEDA               PIC  X(03) VALUE SPACES.
       77  WS-BUSCO-CAJERO               PIC  9(03) VALUE 0.
       77  WS-SUC-CAJERO                 PIC  9(04) VALUE 0.
       77  WS-NOMBRE-SUC                 PIC  X(30) VALUE SPACES.
       77  WS-SUC-HALLADA                PIC  X(01) VALUE 'N'.
       77  WS-MOTIVO-RECHAZO             PIC  X(35) VALUE SPACES.

      *------------------------------------------------------
      * TOTALES POR MONEDA PARA EL PIE DEL REPORTE
      *------------------------------------------------------
       77  WS-CANT-MONEDAS               PIC  9(02) VALUE 0.
       77  WS-MON                        PIC  9(02) VALUE 0.
       01  WS-TABLA-MONEDAS.
           05 WS-MONEDA-TAB OCCURS 20 TIMES
                            INDEXED BY IDX-MON.
              10 WMO-COD-MONEDA          PIC  X(03).
              10 WMO-POSICIONES          PIC  9(05).
              10 WMO-SIN-RECUENTO        PIC  9(05).
              10 WMO-LIBROS              PIC S9(15)V99.
              10 WMO-RECUENTO            PIC  9(15)V99.
              10 WMO-SOBRANTE            PIC  9(15)V99.
              10 WMO-FALTANTE            PIC  9(15)V99.

      *------------------------------------------------------
      * CONTADORES Y EDICION
      *------------------------------------------------------
       77  WS-LEIDOS-RESXDIA             PIC  9(09) VALUE 0.
       77  WS-CANT-CAJ-DESCONOCIDO       PIC  9(05) VALUE 0.
       77  WS-CANT-REMESAS-DIA           PIC  9(05) VALUE 0.
       77  WS-CANT-BOLSAS-DIA            PIC  9(05) VALUE 0.
       77  WS-CANT-REPOSICIONES          PIC  9(05) VALUE 0.
       77  WS-LEIDOS-RECUENTOS           PIC  9(05) VALUE 0.
       77  WS-CANT-RECUENTOS-RECH        PIC  9(05) VALUE 0.
       77  WS-CANT-HISTORIA              PIC  9(09) VALUE 0.
       77  WS-CANT-DEPURADOS             PIC  9(09) VALUE 0.
       77  WS-CANT-REEMPLAZADOS          PIC  9(09) VALUE 0.
       77  WS-CANT-GRABADAS              PIC  9(05) VALUE 0.
       77  WS-CANT-FALTANTES             PIC  9(05) VALUE 0.
       77  WS-CANT-SOBRANTES             PIC  9(05) VALUE 0.
       77  WS-CANT-SIN-RECUENTO          PIC  9(05) VALUE 0.
       77  WS-LIBROS-ARS                 PIC S9(15)V99 VALUE 0.

       77  WS-IMPORTE-ED                 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                   PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CASOS-ED                   PIC ZZ.ZZ9.

       COPY WRES-RECAUDACION.

       COPY WSUCURSAL.

       COPY WCAJEROS.

       COPY WREMESA.

       COPY WBOLSA.

       COPY WREPOCAJ.

       COPY WTESCONT.

       COPY WTESORO.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE RESXDIA
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2100-CIERRES-CAJA.

           PERFORM 2200-REMESAS.

           PERFORM 2300-BOLSAS.

           PERFORM 2400-CAJA-CHICA.

           PERFORM 2500-RECUENTOS.

           PERFORM 2600-CALCULO-POSICIONES.

           PERFORM 2700-ORDENO-POSICIONES.

           PERFORM 2800-GRABO-POSICIONES.

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
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-PROCESO - 10000.
           MOVE WS-FECHA-PROCESO (7:2) TO WS-FRP-DD.
           MOVE WS-FECHA-PROCESO (5:2) TO WS-FRP-MM.
           MOVE WS-FECHA-PROCESO (1:4) TO WS-FRP-AAAA.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-RESXDIA.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-SUCURSALES.
           PERFORM 1030-CARGO-CAJEROS.
           PERFORM 1040-ARRASTRO-HISTORIA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RESXDIA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RESXDIA

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'CAJEROS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJEROS

           MOVE 'REMESANUE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-REMESANUE

           MOVE 'BOLSANUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-BOLSANUE

           MOVE 'REPOTES'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-REPOTES

           MOVE 'TESCONT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TESCONT

           MOVE 'TESOANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TESOANT

           MOVE 'TESONUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TESONUE

           MOVE 'TESORPT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TESORPT

           MOVE 'TESRECH'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TESRECH.

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

      *------------------------------------------------------------
      * RESXDIA SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-RESXDIA.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RESXDIA'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-RESXDIA        TO UTLCTLARC-PATH.
           MOVE 'PGMTESORO'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'RESXDIA RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT RESXDIA

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RESXDIA'
                    DISPLAY 'FILE STATUS' FS-RESXDIA
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TESONUE

           EVALUATE TRUE
               WHEN 88-FS-TESONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TESONUE'
                    DISPLAY 'FILE STATUS' FS-TESONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TESORPT

           EVALUATE TRUE
               WHEN 88-FS-TESORPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TESORPT'
                    DISPLAY 'FILE STATUS' FS-TESORPT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TESRECH

           EVALUATE TRUE
               WHEN 88-FS-TESRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TESRECH'
                    DISPLAY 'FILE STATUS' FS-TESRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           IF NOT 88-FS-SUCURSALES-OK
              DISPLAY 'ERROR EN OPEN SUCURSALES'
              DISPLAY 'FILE STATUS' FS-SUCURSALES
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1021-LEO-SUCURSAL.

           PERFORM UNTIL 88-FS-SUCURSALES-EOF
              IF WS-CANT-SUCURSALES < WCN-TOPE-SUCURSALES
                 ADD 1 TO WS-CANT-SUCURSALES
                 MOVE SUC-COD    TO WSU-COD (WS-CANT-SUCURSALES)
                 MOVE SUC-NOMBRE TO WSU-NOMBRE (WS-CANT-SUCURSALES)
              ELSE
                 DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1021-LEO-SUCURSAL
           END-PERFORM.

           CLOSE SUCURSALES.

       FIN-1020.
           EXIT.

       1021-LEO-SUCURSAL.
      *------------------

           INITIALIZE REG-SUCURSAL.
           READ SUCURSALES INTO REG-SUCURSAL

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    CONTINUE
               WHEN 88-FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCURSALES FS: '
                                                      FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-CAJEROS.
      *-------------------

           OPEN INPUT CAJEROS.

           IF NOT 88-FS-CAJEROS-OK
              DISPLAY 'ERROR EN OPEN CAJEROS'
              DISPLAY 'FILE STATUS' FS-CAJEROS
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1031-LEO-CAJERO.

           PERFORM UNTIL 88-FS-CAJEROS-EOF
              IF WS-CANT-CAJEROS < WCN-TOPE-CAJEROS
                 ADD 1 TO WS-CANT-CAJEROS
                 MOVE CAJ-COD      TO WCJ-COD (WS-CANT-CAJEROS)
                 MOVE CAJ-SUCURSAL TO WCJ-SUCURSAL (WS-CANT-CAJEROS)
              ELSE
                 DISPLAY 'TABLA DE CAJEROS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1031-LEO-CAJERO
           END-PERFORM.

           CLOSE CAJEROS.

       FIN-1030.
           EXIT.

       1031-LEO-CAJERO.
      *----------------

           INITIALIZE REG-CAJEROS.
           READ CAJEROS INTO REG-CAJEROS

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
                    CONTINUE
               WHEN 88-FS-CAJEROS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAJEROS FS: ' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * HISTORICO: SE ARRASTRA AL NUEVO LO QUE TIENE MENOS DE UN
      * ANIO, SIN LAS POSICIONES DE HOY (REPROCESO). LA ULTIMA
      * POSICION ANTERIOR DE CADA SUCURSAL / MONEDA DA EL SALDO
      * INICIAL DEL DIA.
      *------------------------------------------------------------
       1040-ARRASTRO-HISTORIA.
      *-----------------------

           OPEN INPUT TESOANT.

           EVALUATE TRUE
               WHEN 88-FS-TESOANT-OK
                    PERFORM 1041-LEO-TESOANT
                    PERFORM UNTIL 88-FS-TESOANT-EOF
                       PERFORM 1042-TOMO-HISTORIA THRU FIN-1042
                       PERFORM 1041-LEO-TESOANT
                    END-PERFORM
                    CLOSE TESOANT

               WHEN 88-FS-TESOANT-NOEXISTE
                    DISPLAY 'HISTORICO DEL TESORO INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TESOANT'
                    DISPLAY 'FILE STATUS' FS-TESOANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-TESOANT.
      *-----------------

           INITIALIZE REG-TESORO.
           READ TESOANT INTO REG-TESORO

           EVALUATE TRUE
               WHEN 88-FS-TESOANT-OK
                    CONTINUE
               WHEN 88-FS-TESOANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TESOANT FS: ' FS-TESOANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1042-TOMO-HISTORIA.
      *-------------------

           IF TES-FECHA = WS-FECHA-PROCESO
              ADD 1 TO WS-CANT-REEMPLAZADOS
              GO TO FIN-1042
           END-IF.

           IF TES-FECHA < WS-FECHA-LIMITE
              ADD 1 TO WS-CANT-DEPURADOS
              GO TO FIN-1042
           END-IF.

           WRITE REG-TESONUE-FD FROM REG-TESORO.

           IF NOT 88-FS-TESONUE-OK
              DISPLAY 'ERROR EN WRITE TESONUE FS: ' FS-TESONUE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-HISTORIA.

           IF TES-FECHA > WS-FECHA-PROCESO
              GO TO FIN-1042
           END-IF.

           MOVE TES-SUC-COD              TO WS-BUSCO-SUC.
           MOVE TES-COD-MONEDA           TO WS-BUSCO-MONEDA.
           PERFORM 2900-UBICO-POSICION.

           IF TES-FECHA >= WPO-FECHA-ANT (WS-POS)
              MOVE TES-FECHA             TO WPO-FECHA-ANT (WS-POS)
              IF 88-TES-CONTADO
                 MOVE TES-RECUENTO     TO WPO-SALDO-INICIAL (WS-POS)
              ELSE
                 MOVE TES-SALDO-LIBROS TO WPO-SALDO-INICIAL (WS-POS)
              END-IF
           END-IF.

       FIN-1042.
           EXIT.

      *------------------------------------------------------------
      * CIERRES DE CAJA: CADA RENGLON CAJERO / MONEDA DE RESXDIA
      * ENTRA AL TESORO DE LA SUCURSAL DEL CAJERO. LOS TOTALES DE
      * CAJERO (MONEDA EN BLANCO) Y EL CAJERO DE REDES NO CUENTAN.
      *------------------------------------------------------------
       2100-CIERRES-CAJA.
      *------------------

           PERFORM 2110-LEO-RESXDIA.

           PERFORM UNTIL 88-FS-RESXDIA-EOF
              IF COD-MONEDA OF RESUMEN-RECAUDACION-REG NOT = SPACES
              AND COD-CAJERO OF RESUMEN-RECAUDACION-REG
                                         NOT = WCN-CAJERO-REDES
                 PERFORM 2120-SUMO-CIERRE
              END-IF
              PERFORM 2110-LEO-RESXDIA
           END-PERFORM.

       FIN-2100.
           EXIT.

       2110-LEO-RESXDIA.
      *-----------------

           INITIALIZE RESUMEN-RECAUDACION-REG.

           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

           PERFORM UNTIL NOT 88-FS-RESXDIA-OK
                      OR (REG-RESXDIA-FD (1:7) NOT = 'HEADER '
                      AND REG-RESXDIA-FD (1:7) NOT = 'TRAILER')
               INITIALIZE RESUMEN-RECAUDACION-REG
               READ RESXDIA INTO RESUMEN-RECAUDACION-REG
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    ADD 1 TO WS-LEIDOS-RESXDIA
               WHEN 88-FS-RESXDIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RESXDIA FS: ' FS-RESXDIA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-SUMO-CIERRE.
      *-----------------

           MOVE COD-CAJERO OF RESUMEN-RECAUDACION-REG
                                         TO WS-BUSCO-CAJERO.
           PERFORM 2910-SUCURSAL-DEL-CAJERO.

           IF WS-SUC-CAJERO = 0
              ADD 1 TO WS-CANT-CAJ-DESCONOCIDO
              DISPLAY 'CIERRE DE CAJERO SIN SUCURSAL: '
                      WS-BUSCO-CAJERO
           ELSE
              MOVE WS-SUC-CAJERO         TO WS-BUSCO-SUC
              MOVE COD-MONEDA OF RESUMEN-RECAUDACION-REG
                                         TO WS-BUSCO-MONEDA
              PERFORM 2900-UBICO-POSICION
              ADD IMPORTE OF RESUMEN-RECAUDACION-REG
                                     TO WPO-CIERRES-CAJA (WS-POS)
           END-IF.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * REMESAS DEL DIA (MAESTRO YA ACTUALIZADO POR PGMREMESA):
      *  - ENVIADA HOY: SALE DEL TESORO DE ORIGEN (SALVO QUE SE
      *    HAYA ANULADO EL MISMO DIA: NUNCA SALIO)
      *  - ANULADA HOY Y ENVIADA ANTES: VUELVE AL ORIGEN
      *  - CONFIRMADA HOY: ENTRA AL DESTINO POR LO RECIBIDO; SI
      *    VIENE DEL TESORO CENTRAL ES FONDO DE CAMBIO
      *------------------------------------------------------------
       2200-REMESAS.
      *-------------

           OPEN INPUT REMESANUE.

           EVALUATE TRUE
               WHEN 88-FS-REMESANUE-OK
                    PERFORM 2210-LEO-REMESA
                    PERFORM UNTIL 88-FS-REMESANUE-EOF
                       PERFORM 2220-APLICO-REMESA
                       PERFORM 2210-LEO-REMESA
                    END-PERFORM
                    CLOSE REMESANUE

               WHEN 88-FS-REMESANUE-NOEXISTE
                    DISPLAY 'MAESTRO DE REMESAS INEXISTENTE - '
                            'SIN REMESAS EN LA POSICION'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN REMESANUE'
                    DISPLAY 'FILE STATUS' FS-REMESANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2210-LEO-REMESA.
      *----------------

           INITIALIZE REG-REMESA.
           READ REMESANUE INTO REG-REMESA

           EVALUATE TRUE
               WHEN 88-FS-REMESANUE-OK
                    CONTINUE
               WHEN 88-FS-REMESANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ REMESANUE FS: '
                                                      FS-REMESANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-APLICO-REMESA.
      *-------------------

           MOVE REM-COD-MONEDA           TO WS-BUSCO-MONEDA.

           IF REM-FECHA-ENVIO = WS-FECHA-PROCESO
              IF 88-REM-ANULADA
              AND REM-FECHA-CONFIRMA = WS-FECHA-PROCESO
                 CONTINUE
              ELSE
                 ADD 1 TO WS-CANT-REMESAS-DIA
                 MOVE REM-SUC-ORIGEN     TO WS-BUSCO-SUC
                 PERFORM 2900-UBICO-POSICION
                 ADD REM-IMPORTE     TO WPO-REMESAS-ENV (WS-POS)
              END-IF
           ELSE
              IF 88-REM-ANULADA
              AND REM-FECHA-CONFIRMA = WS-FECHA-PROCESO
                 ADD 1 TO WS-CANT-REMESAS-DIA
                 MOVE REM-SUC-ORIGEN     TO WS-BUSCO-SUC
                 PERFORM 2900-UBICO-POSICION
                 ADD REM-IMPORTE     TO WPO-REMESAS-RECIB (WS-POS)
              END-IF
           END-IF.

           IF 88-REM-CONFIRMADA
           AND REM-FECHA-CONFIRMA = WS-FECHA-PROCESO
              ADD 1 TO WS-CANT-REMESAS-DIA
              MOVE REM-SUC-DESTINO       TO WS-BUSCO-SUC
              PERFORM 2900-UBICO-POSICION
              IF REM-SUC-ORIGEN = WCN-SUC-TESORO-CENTRAL
                 ADD REM-IMPORTE-RECIBIDO
                                     TO WPO-FONDOS-CAMBIO (WS-POS)
              ELSE
                 ADD REM-IMPORTE-RECIBIDO
                                     TO WPO-REMESAS-RECIB (WS-POS)
              END-IF
           END-IF.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * BOLSAS DE DEPOSITO RETIRADAS HOY POR EL REMISERO: SALEN
      * DEL TESORO DE LA SUCURSAL DEL CAJERO DE LA BOLSA.
      *------------------------------------------------------------
       2300-BOLSAS.
      *------------

           OPEN INPUT BOLSANUE.

           EVALUATE TRUE
               WHEN 88-FS-BOLSANUE-OK
                    PERFORM 2310-LEO-BOLSA
                    PERFORM UNTIL 88-FS-BOLSANUE-EOF
                       IF BOL-FECHA-RETIRO = WS-FECHA-PROCESO
                          PERFORM 2320-APLICO-BOLSA
                       END-IF
                       PERFORM 2310-LEO-BOLSA
                    END-PERFORM
                    CLOSE BOLSANUE

               WHEN 88-FS-BOLSANUE-NOEXISTE
                    DISPLAY 'MAESTRO DE BOLSAS INEXISTENTE - '
                            'SIN BOLSAS EN LA POSICION'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN BOLSANUE'
                    DISPLAY 'FILE STATUS' FS-BOLSANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2310-LEO-BOLSA.
      *---------------

           INITIALIZE REG-BOLSA.
           READ BOLSANUE INTO REG-BOLSA

           EVALUATE TRUE
               WHEN 88-FS-BOLSANUE-OK
                    CONTINUE
               WHEN 88-FS-BOLSANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ BOLSANUE FS: ' FS-BOLSANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2310.
           EXIT.

       2320-APLICO-BOLSA.
      *------------------

           MOVE BOL-COD-CAJERO           TO WS-BUSCO-CAJERO.
           PERFORM 2910-SUCURSAL-DEL-CAJERO.

           IF WS-SUC-CAJERO = 0
              ADD 1 TO WS-CANT-CAJ-DESCONOCIDO
              DISPLAY 'BOLSA ' BOL-NRO ' DE CAJERO SIN SUCURSAL: '
                      WS-BUSCO-CAJERO
           ELSE
              ADD 1 TO WS-CANT-BOLSAS-DIA
              MOVE WS-SUC-CAJERO         TO WS-BUSCO-SUC
              MOVE BOL-COD-MONEDA        TO WS-BUSCO-MONEDA
              PERFORM 2900-UBICO-POSICION
              ADD BOL-IMPORTE            TO WPO-BOLSAS-ENV (WS-POS)
           END-IF.

       FIN-2320.
           EXIT.

      *------------------------------------------------------------
      * REPOSICIONES DE CAJA CHICA DEL DIA (PGMREPOCAJ): EL FONDO
      * SE REPONE EN PESOS DESDE EL TESORO DE LA SUCURSAL.
      *------------------------------------------------------------
       2400-CAJA-CHICA.
      *----------------

           OPEN INPUT REPOTES.

           EVALUATE TRUE
               WHEN 88-FS-REPOTES-OK
                    PERFORM 2410-LEO-REPOSICION
                    PERFORM UNTIL 88-FS-REPOTES-EOF
                       IF RPC-FECHA = WS-FECHA-PROCESO
                          ADD 1 TO WS-CANT-REPOSICIONES
                          MOVE RPC-SUC-COD       TO WS-BUSCO-SUC
                          MOVE WCN-MONEDA-CAJA-CHICA
                                                 TO WS-BUSCO-MONEDA
                          PERFORM 2900-UBICO-POSICION
                          ADD RPC-IMPORTE
                                  TO WPO-REPOS-CAJCHICA (WS-POS)
                       END-IF
                       PERFORM 2410-LEO-REPOSICION
                    END-PERFORM
                    CLOSE REPOTES

               WHEN 88-FS-REPOTES-NOEXISTE
                    DISPLAY 'SIN REPOSICIONES DE CAJA CHICA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN REPOTES'
                    DISPLAY 'FILE STATUS' FS-REPOTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2400.
           EXIT.

       2410-LEO-REPOSICION.
      *--------------------

           INITIALIZE REG-REPOCAJ.
           READ REPOTES INTO REG-REPOCAJ

           EVALUATE TRUE
               WHEN 88-FS-REPOTES-OK
                    CONTINUE
               WHEN 88-FS-REPOTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ REPOTES FS: ' FS-REPOTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2410.
           EXIT.

      *------------------------------------------------------------
      * RECUENTOS DEL TESORERO. SE TOMA UNO POR SUCURSAL / MONEDA
      * CON FECHA DE HOY; EL RESTO VA A TESRECH CON SU MOTIVO.
      *------------------------------------------------------------
       2500-RECUENTOS.
      *---------------

           OPEN INPUT TESCONT.

           EVALUATE TRUE
               WHEN 88-FS-TESCONT-OK
                    PERFORM 2510-LEO-RECUENTO
                    PERFORM UNTIL 88-FS-TESCONT-EOF
                       PERFORM 2520-TOMO-RECUENTO THRU FIN-2520
                       PERFORM 2510-LEO-RECUENTO
                    END-PERFORM
                    CLOSE TESCONT

               WHEN 88-FS-TESCONT-NOEXISTE
                    DISPLAY 'SIN RECUENTOS DE TESORO - '
                            'TODAS LAS POSICIONES SIN RECUENTO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TESCONT'
                    DISPLAY 'FILE STATUS' FS-TESCONT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-RECUENTO.
      *------------------

           INITIALIZE REG-TESCONT.
           READ TESCONT INTO REG-TESCONT

           EVALUATE TRUE
               WHEN 88-FS-TESCONT-OK
                    ADD 1 TO WS-LEIDOS-RECUENTOS
               WHEN 88-FS-TESCONT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TESCONT FS: ' FS-TESCONT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2520-TOMO-RECUENTO.
      *-------------------

           IF TCN-FECHA NOT = WS-FECHA-PROCESO
              MOVE 'RECUENTO DE OTRA FECHA'   TO WS-MOTIVO-RECHAZO
              PERFORM 2960-RECHAZO-RECUENTO
              GO TO FIN-2520
           END-IF.

           IF TCN-COD-MONEDA = SPACES
              MOVE 'RECUENTO SIN MONEDA'      TO WS-MOTIVO-RECHAZO
              PERFORM 2960-RECHAZO-RECUENTO
              GO TO FIN-2520
           END-IF.

           MOVE TCN-SUC-COD              TO WS-BUSCO-SUC.
           PERFORM 2920-NOMBRE-SUCURSAL.

           IF WS-SUC-HALLADA = 'N'
              MOVE 'SUCURSAL INEXISTENTE'     TO WS-MOTIVO-RECHAZO
              PERFORM 2960-RECHAZO-RECUENTO
              GO TO FIN-2520
           END-IF.

           MOVE TCN-COD-MONEDA           TO WS-BUSCO-MONEDA.
           PERFORM 2900-UBICO-POSICION.

           IF 88-WPO-CONTADO (WS-POS)
              MOVE 'RECUENTO DUPLICADO'       TO WS-MOTIVO-RECHAZO
              PERFORM 2960-RECHAZO-RECUENTO
              GO TO FIN-2520
           END-IF.

           MOVE TCN-IMPORTE              TO WPO-RECUENTO (WS-POS).
           SET 88-WPO-CONTADO (WS-POS)   TO TRUE.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * LAS POSICIONES QUE EL TESORERO NO CONTO QUEDAN MARCADAS
      * SIN RECUENTO (EL SALDO SEGUN LIBROS SE CALCULA AL GRABAR)
      *------------------------------------------------------------
       2600-CALCULO-POSICIONES.
      *------------------------

           PERFORM VARYING IDX-POS FROM 1 BY 1
                     UNTIL IDX-POS > WS-CANT-POSICIONES
              IF NOT 88-WPO-CONTADO (IDX-POS)
                 MOVE 'S'                TO WPO-ESTADO (IDX-POS)
                 MOVE 0                  TO WPO-RECUENTO (IDX-POS)
              END-IF
           END-PERFORM.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * ORDEN DEL REPORTE Y DEL HISTORICO: SUCURSAL / MONEDA
      *------------------------------------------------------------
       2700-ORDENO-POSICIONES.
      *-----------------------

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I >= WS-CANT-POSICIONES
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-CANT-POSICIONES - WS-I
                 IF WPO-CLAVE (WS-J) > WPO-CLAVE (WS-J + 1)
                    MOVE WS-POSICION-TAB (WS-J)   TO WS-POSICION-AUX
                    MOVE WS-POSICION-TAB (WS-J + 1)
                                         TO WS-POSICION-TAB (WS-J)
                    MOVE WS-POSICION-AUX
                                     TO WS-POSICION-TAB (WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * GRABA LA POSICION DEL DIA EN EL HISTORICO Y EN EL REPORTE
      *------------------------------------------------------------
       2800-GRABO-POSICIONES.
      *----------------------

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE 'POSICION DIARIA DEL TESORO DE SUCURSAL - FECHA:'
                                         TO REG-TESORPT-FD (01:47).
           MOVE WS-FECHA-RPT             TO REG-TESORPT-FD (49:10).
           PERFORM 2950-GRABO-REPORTE.

           MOVE SPACES                   TO REG-TESORPT-FD.
           PERFORM 2950-GRABO-REPORTE.

           PERFORM VARYING IDX-POS FROM 1 BY 1
                     UNTIL IDX-POS > WS-CANT-POSICIONES
              PERFORM 2810-GRABO-UNA-POSICION
           END-PERFORM.

           PERFORM 2850-TOTALES-MONEDA.

       FIN-2800.
           EXIT.

       2810-GRABO-UNA-POSICION.
      *------------------------

           INITIALIZE REG-TESORO.
           MOVE WPO-SUC-COD (IDX-POS)        TO TES-SUC-COD.
           MOVE WPO-COD-MONEDA (IDX-POS)     TO TES-COD-MONEDA.
           MOVE WS-FECHA-PROCESO             TO TES-FECHA.
           MOVE WPO-SALDO-INICIAL (IDX-POS)  TO TES-SALDO-INICIAL.
           MOVE WPO-CIERRES-CAJA (IDX-POS)   TO TES-CIERRES-CAJA.
           MOVE WPO-REMESAS-RECIB (IDX-POS)  TO TES-REMESAS-RECIB.
           MOVE WPO-FONDOS-CAMBIO (IDX-POS)  TO TES-FONDOS-CAMBIO.
           MOVE WPO-BOLSAS-ENV (IDX-POS)     TO TES-BOLSAS-ENV.
           MOVE WPO-REMESAS-ENV (IDX-POS)    TO TES-REMESAS-ENV.
           MOVE WPO-REPOS-CAJCHICA (IDX-POS) TO TES-REPOS-CAJCHICA.
           MOVE WPO-RECUENTO (IDX-POS)       TO TES-RECUENTO.
           MOVE WPO-ESTADO (IDX-POS)         TO TES-ESTADO.

           COMPUTE TES-SALDO-LIBROS = TES-SALDO-INICIAL
                                    + TES-CIERRES-CAJA
                                    + TES-REMESAS-RECIB
                                    + TES-FONDOS-CAMBIO
                                    - TES-BOLSAS-ENV
                                    - TES-REMESAS-ENV
                                    - TES-REPOS-CAJCHICA.

           IF 88-TES-CONTADO
              COMPUTE TES-DIFERENCIA = TES-RECUENTO
                                     - TES-SALDO-LIBROS
           ELSE
              MOVE 0                         TO TES-DIFERENCIA
           END-IF.

           WRITE REG-TESONUE-FD FROM REG-TESORO.

           IF NOT 88-FS-TESONUE-OK
              DISPLAY 'ERROR EN WRITE TESONUE FS: ' FS-TESONUE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-GRABADAS.

           IF TES-COD-MONEDA = 'ARS'
              ADD TES-SALDO-LIBROS           TO WS-LIBROS-ARS
           END-IF.

           PERFORM 2820-ACUMULO-MONEDA THRU FIN-2820.
           PERFORM 2830-LINEAS-POSICION.

       FIN-2810.
           EXIT.

       2820-ACUMULO-MONEDA.
      *--------------------

           MOVE 0 TO WS-MON.

           PERFORM VARYING IDX-MON FROM 1 BY 1
                     UNTIL IDX-MON > WS-CANT-MONEDAS
              IF WMO-COD-MONEDA (IDX-MON) = TES-COD-MONEDA
                 SET WS-MON TO IDX-MON
              END-IF
           END-PERFORM.

           IF WS-MON = 0
              IF WS-CANT-MONEDAS < 20
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS        TO WS-MON
                 INITIALIZE WS-MONEDA-TAB (WS-MON)
                 MOVE TES-COD-MONEDA     TO WMO-COD-MONEDA (WS-MON)
              ELSE
                 DISPLAY 'TABLA DE MONEDAS COMPLETA - SIN TOTAL '
                         TES-COD-MONEDA
                 GO TO FIN-2820
              END-IF
           END-IF.

           ADD 1                         TO WMO-POSICIONES (WS-MON).
           ADD TES-SALDO-LIBROS          TO WMO-LIBROS (WS-MON).

           IF 88-TES-CONTADO
              ADD TES-RECUENTO           TO WMO-RECUENTO (WS-MON)
              IF TES-DIFERENCIA > 0
                 ADD TES-DIFERENCIA      TO WMO-SOBRANTE (WS-MON)
              END-IF
              IF TES-DIFERENCIA < 0
                 SUBTRACT TES-DIFERENCIA FROM WMO-FALTANTE (WS-MON)
              END-IF
           ELSE
              ADD 1                      TO WMO-SIN-RECUENTO (WS-MON)
           END-IF.

       FIN-2820.
           EXIT.

      *------------------------------------------------------------
      * CUATRO RENGLONES POR SUCURSAL / MONEDA:
      *  INICIAL, CIERRES, REMESAS RECIBIDAS
      *  FONDOS DE CAMBIO, BOLSAS, REMESAS ENVIADAS
      *  CAJA CHICA, SALDO SEGUN LIBROS, RECUENTO
      *  DIFERENCIA Y RESULTADO
      *------------------------------------------------------------
       2830-LINEAS-POSICION.
      *---------------------

           MOVE TES-SUC-COD              TO WS-BUSCO-SUC.
           PERFORM 2920-NOMBRE-SUCURSAL.

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE TES-SUC-COD              TO REG-TESORPT-FD (01:04).
           MOVE WS-NOMBRE-SUC (1:20)     TO REG-TESORPT-FD (06:20).
           MOVE TES-COD-MONEDA           TO REG-TESORPT-FD (27:03).
           MOVE 'INICIAL'                TO REG-TESORPT-FD (31:10).
           MOVE TES-SALDO-INICIAL        TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (42:21).
           MOVE 'CIERRES'                TO REG-TESORPT-FD (65:10).
           MOVE TES-CIERRES-CAJA         TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (76:21).
           MOVE 'REM.RECIB.'             TO REG-TESORPT-FD (99:10).
           MOVE TES-REMESAS-RECIB        TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (110:21).
           PERFORM 2950-GRABO-REPORTE.

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE 'FDO.CAMBIO'             TO REG-TESORPT-FD (31:10).
           MOVE TES-FONDOS-CAMBIO        TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (42:21).
           MOVE 'BOLSAS'                 TO REG-TESORPT-FD (65:10).
           MOVE TES-BOLSAS-ENV           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (76:21).
           MOVE 'REM.ENVIAD'             TO REG-TESORPT-FD (99:10).
           MOVE TES-REMESAS-ENV          TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (110:21).
           PERFORM 2950-GRABO-REPORTE.

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE 'CAJA CHICA'             TO REG-TESORPT-FD (31:10).
           MOVE TES-REPOS-CAJCHICA       TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (42:21).
           MOVE 'LIBROS'                 TO REG-TESORPT-FD (65:10).
           MOVE TES-SALDO-LIBROS         TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (76:21).
           MOVE 'RECUENTO'               TO REG-TESORPT-FD (99:10).
           MOVE TES-RECUENTO             TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (110:21).
           PERFORM 2950-GRABO-REPORTE.

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE 'DIFERENCIA'             TO REG-TESORPT-FD (31:10).
           MOVE TES-DIFERENCIA           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-TESORPT-FD (42:21).

           EVALUATE TRUE
               WHEN 88-TES-SIN-RECUENTO
                    MOVE 'SIN RECUENTO'  TO REG-TESORPT-FD (65:12)
                    ADD 1 TO WS-CANT-SIN-RECUENTO
               WHEN TES-DIFERENCIA > 0
                    MOVE 'SOBRANTE'      TO REG-TESORPT-FD (65:12)
                    ADD 1 TO WS-CANT-SOBRANTES
               WHEN TES-DIFERENCIA < 0
                    MOVE 'FALTANTE'      TO REG-TESORPT-FD (65:12)
                    ADD 1 TO WS-CANT-FALTANTES
               WHEN OTHER
                    MOVE 'CUADRA'        TO REG-TESORPT-FD (65:12)
           END-EVALUATE.

           PERFORM 2950-GRABO-REPORTE.

           MOVE SPACES                   TO REG-TESORPT-FD.
           PERFORM 2950-GRABO-REPORTE.

       FIN-2830.
           EXIT.

       2850-TOTALES-MONEDA.
      *--------------------

           MOVE SPACES                   TO REG-TESORPT-FD.
           MOVE 'TOTALES POR MONEDA'     TO REG-TESORPT-FD (01:18).
           PERFORM 2950-GRABO-REPORTE.

           PERFORM VARYING IDX-MON FROM 1 BY 1
                     UNTIL IDX-MON > WS-CANT-MONEDAS
              MOVE SPACES                TO REG-TESORPT-FD
              MOVE WMO-COD-MONEDA (IDX-MON)
                                         TO REG-TESORPT-FD (01:03)
              MOVE 'POSICIONES:'         TO REG-TESORPT-FD (06:11)
              MOVE WMO-POSICIONES (IDX-MON)  TO WS-CASOS-ED
              MOVE WS-CASOS-ED           TO REG-TESORPT-FD (18:06)
              MOVE 'SIN RECUENTO:'       TO REG-TESORPT-FD (26:13)
              MOVE WMO-SIN-RECUENTO (IDX-MON) TO WS-CASOS-ED
              MOVE WS-CASOS-ED           TO REG-TESORPT-FD (40:06)
              MOVE 'LIBROS'              TO REG-TESORPT-FD (48:10)
              MOVE WMO-LIBROS (IDX-MON)  TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-TESORPT-FD (59:23)
              MOVE 'RECUENTO'            TO REG-TESORPT-FD (84:10)
              MOVE WMO-RECUENTO (IDX-MON) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-TESORPT-FD (95:23)
              PERFORM 2950-GRABO-REPORTE
              MOVE SPACES                TO REG-TESORPT-FD
              MOVE 'SOBRANTE'            TO REG-TESORPT-FD (48:10)
              MOVE WMO-SOBRANTE (IDX-MON) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-TESORPT-FD (59:23)
              MOVE 'FALTANTE'            TO REG-TESORPT-FD (84:10)
              MOVE WMO-FALTANTE (IDX-MON) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-TESORPT-FD (95:23)
              PERFORM 2950-GRABO-REPORTE
           END-PERFORM.

       FIN-2850.
           EXIT.

      *------------------------------------------------------------
      * UBICA (O DA DE ALTA) LA POSICION DE WS-BUSCO-SUC /
      * WS-BUSCO-MONEDA Y DEJA SU SUBINDICE EN WS-POS
      *------------------------------------------------------------
       2900-UBICO-POSICION.
      *--------------------

           MOVE 0 TO WS-POS.

           PERFORM VARYING IDX-POS FROM 1 BY 1
                     UNTIL IDX-POS > WS-CANT-POSICIONES
                        OR WS-POS NOT = 0
              IF WPO-SUC-COD (IDX-POS) = WS-BUSCO-SUC
              AND WPO-COD-MONEDA (IDX-POS) = WS-BUSCO-MONEDA
                 SET WS-POS TO IDX-POS
              END-IF
           END-PERFORM.

           IF WS-POS = 0
              IF WS-CANT-POSICIONES < WCN-TOPE-POSICIONES
                 ADD 1 TO WS-CANT-POSICIONES
                 MOVE WS-CANT-POSICIONES  TO WS-POS
                 INITIALIZE WS-POSICION-TAB (WS-POS)
                 MOVE WS-BUSCO-SUC        TO WPO-SUC-COD (WS-POS)
                 MOVE WS-BUSCO-MONEDA     TO WPO-COD-MONEDA (WS-POS)
              ELSE
                 DISPLAY 'TABLA DE POSICIONES DEL TESORO COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2900.
           EXIT.

       2910-SUCURSAL-DEL-CAJERO.
      *-------------------------

           MOVE 0 TO WS-SUC-CAJERO.

           PERFORM VARYING IDX-CAJ FROM 1 BY 1
                     UNTIL IDX-CAJ > WS-CANT-CAJEROS
                        OR WS-SUC-CAJERO NOT = 0
              IF WCJ-COD (IDX-CAJ) = WS-BUSCO-CAJERO
                 MOVE WCJ-SUCURSAL (IDX-CAJ) TO WS-SUC-CAJERO
              END-IF
           END-PERFORM.

       FIN-2910.
           EXIT.

       2920-NOMBRE-SUCURSAL.
      *---------------------

           MOVE 'N'    TO WS-SUC-HALLADA.
           MOVE SPACES TO WS-NOMBRE-SUC.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCURSALES
                        OR WS-SUC-HALLADA = 'S'
              IF WSU-COD (IDX-SUC) = WS-BUSCO-SUC
                 MOVE WSU-NOMBRE (IDX-SUC) TO WS-NOMBRE-SUC
                 MOVE 'S'                  TO WS-SUC-HALLADA
              END-IF
           END-PERFORM.

           IF WS-SUC-HALLADA = 'N'
              MOVE '*** SUCURSAL INEXISTENTE ***' TO WS-NOMBRE-SUC
           END-IF.

       FIN-2920.
           EXIT.

       2950-GRABO-REPORTE.
      *-------------------

           WRITE REG-TESORPT-FD.

           IF NOT 88-FS-TESORPT-OK
              DISPLAY 'ERROR EN WRITE TESORPT FS: ' FS-TESORPT
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2950.
           EXIT.

       2960-RECHAZO-RECUENTO.
      *----------------------

           MOVE SPACES                   TO REG-TESRECH-FD.
           MOVE 'RECHAZO'                TO REG-TESRECH-FD (01:07).
           MOVE REG-TESCONT (1:40)       TO REG-TESRECH-FD (09:40).
           MOVE WS-MOTIVO-RECHAZO        TO REG-TESRECH-FD (51:35).

           WRITE REG-TESRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-TESRECH-OK
                    ADD 1 TO WS-CANT-RECUENTOS-RECH
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TESRECH FS: ' FS-TESRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2960.
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

           CLOSE RESXDIA
           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RESXDIA FS: ' FS-RESXDIA
           END-EVALUATE.

           CLOSE TESONUE
           EVALUATE TRUE
               WHEN 88-FS-TESONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TESONUE FS: ' FS-TESONUE
           END-EVALUATE.

           CLOSE TESORPT
           EVALUATE TRUE
               WHEN 88-FS-TESORPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TESORPT FS: ' FS-TESORPT
           END-EVALUATE.

           CLOSE TESRECH
           EVALUATE TRUE
               WHEN 88-FS-TESRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TESRECH FS: ' FS-TESRECH
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMTESORO'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-RESXDIA       TO RUNCTL-LEIDOS.
           MOVE WS-CANT-GRABADAS        TO RUNCTL-GRABADOS.
           MOVE WS-LIBROS-ARS           TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMTESORO             '.
           DISPLAY '**************************************************'.
           DISPLAY 'RENGLONES RESXDIA LEIDOS       : '
                                           WS-LEIDOS-RESXDIA.
           DISPLAY 'CAJEROS SIN SUCURSAL           : '
                                           WS-CANT-CAJ-DESCONOCIDO.
           DISPLAY 'MOVIMIENTOS DE REMESAS         : '
                                           WS-CANT-REMESAS-DIA.
           DISPLAY 'BOLSAS RETIRADAS               : '
                                           WS-CANT-BOLSAS-DIA.
           DISPLAY 'REPOSICIONES DE CAJA CHICA     : '
                                           WS-CANT-REPOSICIONES.
           DISPLAY 'RECUENTOS LEIDOS               : '
                                           WS-LEIDOS-RECUENTOS.
           DISPLAY 'RECUENTOS RECHAZADOS           : '
                                           WS-CANT-RECUENTOS-RECH.
           DISPLAY 'POSICIONES GRABADAS            : '
                                           WS-CANT-GRABADAS.
           DISPLAY 'POSICIONES CON SOBRANTE        : '
                                           WS-CANT-SOBRANTES.
           DISPLAY 'POSICIONES CON FALTANTE        : '
                                           WS-CANT-FALTANTES.
           DISPLAY 'POSICIONES SIN RECUENTO        : '
                                           WS-CANT-SIN-RECUENTO.
           DISPLAY 'HISTORICO ARRASTRADO           : '
                                           WS-CANT-HISTORIA.
           DISPLAY 'HISTORICO DEPURADO (+1 ANIO)   : '
                                           WS-CANT-DEPURADOS.
           DISPLAY 'POSICIONES DEL DIA REEMPLAZADAS: '
                                           WS-CANT-REEMPLAZADOS.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMTESORO.
