       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMPRONOS.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * PRONOSTICO ESTACIONAL DE VENTAS POR SUCURSAL Y MES.
      * LEE LA HISTORIA DE TOTALES VXVHIST (FILAS 'V' POR VENDEDOR
      * QUE GRABA TSTVTA01) Y PROYECTA LOS DOCE MESES SIGUIENTES AL
      * MES DE PROCESO DE CADA SUCURSAL:
      *    PRONOSTICO = VENTA DEL MISMO MES DEL ANIO ANTERIOR
      *                 X FACTOR DE TENDENCIA
      *  - FACTOR DE TENDENCIA: VENTA DE LOS TRES ULTIMOS MESES
      *    CERRADOS SOBRE LA DE LOS MISMOS TRES MESES DEL ANIO
      *    ANTERIOR, ACOTADO ENTRE 0,5 Y 2 (SIN BASE, 1)
      *  - SI EL MES DEL ANIO ANTERIOR NO TIENE VENTAS SE TOMA EL
      *    PROMEDIO DE LOS TRES ULTIMOS MESES CERRADOS
      *  - EL DUODECIMO MES CAE SOBRE EL MES EN CURSO DEL ANIO
      *    ANTERIOR (TODAVIA ABIERTO): SE PROYECTA DESDE DOS ANIOS
      *    ATRAS CON EL FACTOR APLICADO DOS VECES
      * EL ARCHIVO DE PRONOSTICOS (VER WPRONOS.cpy) SE RECIBE EN
      * PRONOANT Y SE DEVUELVE EN PRONONUE: LOS MESES YA EMPEZADOS
      * SE CONSERVAN COMO QUEDARON (VEINTICUATRO MESES DE HISTORIA)
      * Y LOS FUTUROS SE REEMPLAZAN. EN RPTPRONO EMITE:
      *  - LOS DOCE MESES PRONOSTICADOS POR SUCURSAL
      *  - PRONOSTICO CONTRA REAL DE LOS MESES CERRADOS, CON EL
      *    PORCENTAJE DE ERROR
      * EN OBJSUGER DEJA OBJETIVOS SUGERIDOS POR VENDEDOR Y MES CON
      * EL FORMATO DE OBJETIVOS (VER WOBJVEND.cpy): EL PRONOSTICO DE
      * LA SUCURSAL REPARTIDO SEGUN LO QUE VENDIO CADA VENDEDOR EN
      * ELLA LOS ULTIMOS DOCE MESES CERRADOS. LA GERENCIA LOS REVISA
      * ANTES DE PASARLOS AL MAESTRO DE OBJETIVOS.
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

           SELECT VXVHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-VXVHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VXVHIST.

           SELECT PRONOANT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRONOANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRONOANT.

           SELECT PRONONUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRONONUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRONONUE.

           SELECT OBJSUGER      ASSIGN       TO
                                 DYNAMIC WS-ARCH-OBJSUGER
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OBJSUGER.

           SELECT RPTPRONO      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTPRONO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTPRONO.

       DATA DIVISION.

       FILE SECTION.

       FD  VXVHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VXVHIST-FD.
           03 VXH-FECHA-PROCESO          PIC  9(08).
           03 VXH-TIPO                   PIC  X(01).
           03 VXH-ID                     PIC  9(10).
           03 VXH-SUCURSAL               PIC  9(04).
           03 VXH-IMPORTE                PIC S9(13)V99.

       FD  PRONOANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRONOANT-FD               PIC X(60).

       FD  PRONONUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRONONUE-FD               PIC X(60).

       FD  OBJSUGER
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OBJSUGER-FD               PIC X(34).

       FD  RPTPRONO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTPRONO-FD               PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-VXVHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRONOANT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRONONUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-OBJSUGER           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTPRONO           PIC X(128) VALUE SPACES.

       77  FS-VXVHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-VXVHIST-OK                      VALUE '00'.
           88 88-FS-VXVHIST-EOF                     VALUE '10'.
           88 88-FS-VXVHIST-NOEXISTE                VALUE '35'.

       77  WS-VXVHIST-ABIERTO            PIC  X(01) VALUE 'N'.

       77  FS-PRONOANT                   PIC  X(02) VALUE ' '.
           88 88-FS-PRONOANT-OK                     VALUE '00'.
           88 88-FS-PRONOANT-EOF                    VALUE '10'.
           88 88-FS-PRONOANT-NOEXISTE               VALUE '35'.

       77  FS-PRONONUE                   PIC  X(02) VALUE ' '.
           88 88-FS-PRONONUE-OK                     VALUE '00'.

       77  FS-OBJSUGER                   PIC  X(02) VALUE ' '.
           88 88-FS-OBJSUGER-OK                     VALUE '00'.

       77  FS-RPTPRONO                   PIC  X(02) VALUE ' '.
           88 88-FS-RPTPRONO-OK                     VALUE '00'.

       77  WS-LEIDOS-VXVHIST             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VXVHIST-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-PRONOANT            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PRONOANT-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-PRONONUE          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PRONONUE-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-OBJSUGER          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-OBJSUGER-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTPRONO          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTPRONO-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-TOTAL-PRONOSTICO           PIC S9(15)V99 VALUE 0.

      *------------------------------------------------------
      * VENTANA DE TREINTA Y SEIS MESES DE VENTA REAL POR
      * SUCURSAL: LA POSICION 36 ES EL MES DE PROCESO (ABIERTO),
      * LA 35 EL ULTIMO MES CERRADO Y ASI HACIA ATRAS.
      *------------------------------------------------------
       77  WCN-MESES-VENTANA             PIC  9(02) VALUE 36.
       77  WCN-TOPE-SUCURSALES           PIC  9(03) VALUE 100.
       77  WS-CANT-SUCURSALES            PIC  9(03) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TAB OCCURS 100 TIMES
                              INDEXED BY IDX-SUC.
              10 WPS-SUCURSAL            PIC  9(04).
              10 WPS-REAL                PIC S9(13)V99
                                         OCCURS 36 TIMES.
              10 WPS-PRONO               PIC S9(13)V99
                                         OCCURS 12 TIMES.
              10 WPS-BASE                PIC S9(13)V99
                                         OCCURS 12 TIMES.
              10 WPS-FACTOR              PIC  9(01)V9(04).
              10 WPS-VTA-12              PIC S9(13)V99.

      *------------------------------------------------------
      * ORDEN DE LA TABLA DE SUCURSALES (BURBUJEO SOBRE LA
      * TABLA, COMO EN BURBUJEO.cbl)
      *------------------------------------------------------
       77  WS-I                          PIC  9(03) VALUE 0.
       77  WS-J                          PIC  9(03) VALUE 0.
       01  WS-SUCURSAL-AUX.
           05 WS-SUCURSAL-AUX-ENT        PIC  X(924).

      *------------------------------------------------------
      * VENTA DE CADA VENDEDOR EN CADA SUCURSAL EN LOS ULTIMOS
      * DOCE MESES CERRADOS (PARA REPARTIR LOS OBJETIVOS)
      *------------------------------------------------------
       77  WCN-TOPE-VENDEDORES           PIC  9(04) VALUE 1000.
       77  WS-CANT-VENDEDORES            PIC  9(04) VALUE 0.
       01  WS-TABLA-VENDEDORES.
           05 WS-VENDEDOR-TAB OCCURS 1000 TIMES
                              INDEXED BY IDX-VEN.
              10 WPV-ID-VENDEDOR         PIC  9(10).
              10 WPV-SUCURSAL            PIC  9(04).
              10 WPV-VTA-12              PIC S9(13)V99.

      *------------------------------------------------------
      * PRONOSTICOS RECIBIDOS DE LA CORRIDA ANTERIOR
      *------------------------------------------------------
       77  WCN-TOPE-PRONOANT             PIC  9(04) VALUE 3000.
       77  WS-CANT-PRONOANT              PIC  9(04) VALUE 0.
       01  WS-TABLA-PRONOANT.
           05 WS-PRONOANT-TAB OCCURS 3000 TIMES
                              INDEXED BY IDX-ANT.
              10 WPA-REGISTRO            PIC  X(60).

      *------------------------------------------------------
      * MESES COMO NUMERO CORRIDO (ANIO X 12 + MES - 1) PARA
      * SUMAR Y RESTAR MESES SIN CUIDAR EL CAMBIO DE ANIO
      *------------------------------------------------------
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-MES-PROCESO                PIC  9(06) VALUE 0.
       77  WS-NRO-MES-PROCESO            PIC  9(06) VALUE 0.
       01  WS-ANIO-MES                   PIC  9(06) VALUE 0.
       01  WS-ANIO-MES-R REDEFINES WS-ANIO-MES.
           05 WS-AM-ANIO                 PIC  9(04).
           05 WS-AM-MES                  PIC  9(02).
       77  WS-NRO-MES                    PIC  9(06) VALUE 0.
       77  WS-RESTO-MES                  PIC  9(02) VALUE 0.
       77  WS-POS                        PIC S9(06) VALUE 0.
       77  WS-K                          PIC  9(02) VALUE 0.
       77  WS-M                          PIC  9(02) VALUE 0.

       77  WS-VTA-RECIENTE               PIC S9(15)V99 VALUE 0.
       77  WS-VTA-ANTERIOR               PIC S9(15)V99 VALUE 0.
       77  WS-PROMEDIO-RECIENTE          PIC S9(13)V99 VALUE 0.
       77  WS-FACTOR                     PIC  9(03)V9(04) VALUE 0.
       77  WCN-FACTOR-MINIMO             PIC  9(01)V9(04) VALUE 0,5.
       77  WCN-FACTOR-MAXIMO             PIC  9(01)V9(04) VALUE 2.
       77  WS-TOTAL-SUCURSAL             PIC S9(15)V99 VALUE 0.
       77  WS-REAL-MES                   PIC S9(13)V99 VALUE 0.
       77  WS-DIFERENCIA                 PIC S9(13)V99 VALUE 0.
       77  WS-PCT-ERROR                  PIC S9(05)V99 VALUE 0.
       77  WS-CANT-CERRADOS              PIC  9(05) VALUE 0.

       77  WS-IMP-ED                     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP3-ED                    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-FACTOR-ED                  PIC  9,9999.
       77  WS-PCT-ED                     PIC -ZZZZ9,99.

       COPY WPRONOS.

       COPY WOBJVEND.

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

           PERFORM 2000-ACUMULO-HISTORIA THRU FIN-2000
                UNTIL 88-FS-VXVHIST-EOF.

           PERFORM 4000-ORDENO.

           PERFORM 4100-CALCULO-PRONOSTICOS.

           PERFORM 4500-EMITO-PRONOSTICOS.

           PERFORM 4700-EMITO-CERRADOS.

           PERFORM 4800-GRABO-PRONONUE.

           PERFORM 4900-GRABO-OBJSUGER.

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
           MOVE WS-FECHA-PROCESO (1:6)   TO WS-MES-PROCESO.
           MOVE WS-MES-PROCESO           TO WS-ANIO-MES.
           PERFORM 8000-MES-A-NUMERO.
           MOVE WS-NRO-MES               TO WS-NRO-MES-PROCESO.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PRONOANT THRU FIN-1020.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'VXVHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VXVHIST

           MOVE 'PRONOANT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRONOANT

           MOVE 'PRONONUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRONONUE

           MOVE 'OBJSUGER'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OBJSUGER

           MOVE 'RPTPRONO'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTPRONO.

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

      *    SIN HISTORIA DE TOTALES EL PRONOSTICO SALE VACIO.
           OPEN INPUT VXVHIST

           EVALUATE TRUE
               WHEN 88-FS-VXVHIST-OK
                    MOVE 'S' TO WS-VXVHIST-ABIERTO
               WHEN 88-FS-VXVHIST-NOEXISTE
                    DISPLAY 'ARCHIVO VXVHIST INEXISTENTE - '
                    DISPLAY 'NO HAY HISTORIA DE VENTAS'
                    SET 88-FS-VXVHIST-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VXVHIST'
                    DISPLAY 'FILE STATUS' FS-VXVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRONONUE

           EVALUATE TRUE
               WHEN 88-FS-PRONONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRONONUE'
                    DISPLAY 'FILE STATUS' FS-PRONONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT OBJSUGER

           EVALUATE TRUE
               WHEN 88-FS-OBJSUGER-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OBJSUGER'
                    DISPLAY 'FILE STATUS' FS-OBJSUGER
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTPRONO

           EVALUATE TRUE
               WHEN 88-FS-RPTPRONO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTPRONO'
                    DISPLAY 'FILE STATUS' FS-RPTPRONO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * PRONOSTICOS DE LA CORRIDA ANTERIOR. EN LA PRIMERA CORRIDA
      * NO EXISTE Y NO HAY MESES CERRADOS QUE COMPARAR.
      *------------------------------------------------------------
       1020-CARGO-PRONOANT.
      *--------------------

           OPEN INPUT PRONOANT.

           EVALUATE TRUE
               WHEN 88-FS-PRONOANT-OK
                    CONTINUE
               WHEN 88-FS-PRONOANT-NOEXISTE
                    DISPLAY 'SIN PRONOSTICOS ANTERIORES - PRIMERA '
                            'CORRIDA'
                    GO TO FIN-1020
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRONOANT'
                    DISPLAY 'FILE STATUS' FS-PRONOANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 1021-LEO-PRONOANT.

           PERFORM UNTIL 88-FS-PRONOANT-EOF
              IF WS-CANT-PRONOANT < WCN-TOPE-PRONOANT
                 ADD 1 TO WS-CANT-PRONOANT
                 MOVE REG-PRONOS TO WPA-REGISTRO (WS-CANT-PRONOANT)
              ELSE
                 DISPLAY 'TABLA DE PRONOSTICOS ANTERIORES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1021-LEO-PRONOANT
           END-PERFORM.

           CLOSE PRONOANT.

       FIN-1020.
           EXIT.

       1021-LEO-PRONOANT.
      *------------------

           INITIALIZE REG-PRONOS.

           READ PRONOANT INTO REG-PRONOS

           EVALUATE TRUE
               WHEN 88-FS-PRONOANT-OK
                    ADD 1 TO WS-LEIDOS-PRONOANT
               WHEN 88-FS-PRONOANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRONOANT FS: ' FS-PRONOANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           IF NOT 88-FS-VXVHIST-EOF
              PERFORM 2200-LEO-VXVHIST
           END-IF.

       FIN-1080.
           EXIT.

      *------------------------------------------------------------
      * CADA FILA 'V' SUMA EN EL MES DE SU FECHA DE PROCESO DE SU
      * SUCURSAL SI CAE EN LA VENTANA; LAS DE LOS ULTIMOS DOCE
      * MESES CERRADOS SUMAN ADEMAS AL VENDEDOR EN LA SUCURSAL.
      *------------------------------------------------------------
       2000-ACUMULO-HISTORIA.
      *----------------------

           IF VXH-TIPO NOT = 'V'
              PERFORM 2200-LEO-VXVHIST
              GO TO FIN-2000
           END-IF.

           MOVE VXH-FECHA-PROCESO (1:6) TO WS-ANIO-MES.
           PERFORM 8000-MES-A-NUMERO.
           COMPUTE WS-POS = WS-NRO-MES - WS-NRO-MES-PROCESO
                          + WCN-MESES-VENTANA.

           IF WS-POS > 0 AND WS-POS NOT > WCN-MESES-VENTANA
              PERFORM 2100-BUSCO-SUCURSAL
              ADD VXH-IMPORTE TO WPS-REAL (IDX-SUC, WS-POS)
              IF WS-POS > 23 AND WS-POS < 36
                 ADD VXH-IMPORTE TO WPS-VTA-12 (IDX-SUC)
                 PERFORM 2150-SUMO-VENDEDOR
              END-IF
           END-IF.

           PERFORM 2200-LEO-VXVHIST.

       FIN-2000.
           EXIT.

       2100-BUSCO-SUCURSAL.
      *--------------------

           SET IDX-SUC TO 1.

           SEARCH WS-SUCURSAL-TAB
               AT END
                  DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                  PERFORM 3000-FINALIZO
               WHEN IDX-SUC > WS-CANT-SUCURSALES
                  ADD 1 TO WS-CANT-SUCURSALES
                  INITIALIZE WS-SUCURSAL-TAB (IDX-SUC)
                  MOVE VXH-SUCURSAL TO WPS-SUCURSAL (IDX-SUC)
               WHEN WPS-SUCURSAL (IDX-SUC) = VXH-SUCURSAL
                  CONTINUE
           END-SEARCH.

       FIN-2100.
           EXIT.

       2150-SUMO-VENDEDOR.
      *-------------------

           SET IDX-VEN TO 1.

           SEARCH WS-VENDEDOR-TAB
               AT END
                  DISPLAY 'TABLA DE VENDEDORES COMPLETA'
                  PERFORM 3000-FINALIZO
               WHEN IDX-VEN > WS-CANT-VENDEDORES
                  ADD 1 TO WS-CANT-VENDEDORES
                  MOVE VXH-ID       TO WPV-ID-VENDEDOR (IDX-VEN)
                  MOVE VXH-SUCURSAL TO WPV-SUCURSAL (IDX-VEN)
                  MOVE VXH-IMPORTE  TO WPV-VTA-12 (IDX-VEN)
               WHEN WPV-ID-VENDEDOR (IDX-VEN) = VXH-ID
                AND WPV-SUCURSAL (IDX-VEN) = VXH-SUCURSAL
                  ADD VXH-IMPORTE TO WPV-VTA-12 (IDX-VEN)
           END-SEARCH.

       FIN-2150.
           EXIT.

       2200-LEO-VXVHIST.
      *-----------------

           INITIALIZE REG-VXVHIST-FD.

           READ VXVHIST

           EVALUATE TRUE
               WHEN 88-FS-VXVHIST-OK
                    ADD 1 TO WS-LEIDOS-VXVHIST
               WHEN 88-FS-VXVHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VXVHIST FS: ' FS-VXVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * ORDENA LAS SUCURSALES POR CODIGO (BURBUJEO EN MEMORIA)
      *------------------------------------------------------------
       4000-ORDENO.
      *------------

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I >= WS-CANT-SUCURSALES
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-CANT-SUCURSALES
                 IF WPS-SUCURSAL (WS-J) > WPS-SUCURSAL (WS-J + 1)
                    MOVE WS-SUCURSAL-TAB (WS-J)   TO WS-SUCURSAL-AUX
                    MOVE WS-SUCURSAL-TAB (WS-J + 1)
                      TO WS-SUCURSAL-TAB (WS-J)
                    MOVE WS-SUCURSAL-AUX TO WS-SUCURSAL-TAB (WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-4000.
           EXIT.

       4100-CALCULO-PRONOSTICOS.
      *-------------------------

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCURSALES
              PERFORM 4110-FACTOR-TENDENCIA
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                 PERFORM 4120-PRONOSTICO-MES
              END-PERFORM
           END-PERFORM.

       FIN-4100.
           EXIT.

      *------------------------------------------------------------
      * TENDENCIA: ULTIMOS TRES MESES CERRADOS (POSICIONES 33 A 35)
      * CONTRA LOS MISMOS MESES DEL ANIO ANTERIOR (21 A 23).
      *------------------------------------------------------------
       4110-FACTOR-TENDENCIA.
      *----------------------

           COMPUTE WS-VTA-RECIENTE = WPS-REAL (IDX-SUC, 33)
                                   + WPS-REAL (IDX-SUC, 34)
                                   + WPS-REAL (IDX-SUC, 35).
           COMPUTE WS-VTA-ANTERIOR = WPS-REAL (IDX-SUC, 21)
                                   + WPS-REAL (IDX-SUC, 22)
                                   + WPS-REAL (IDX-SUC, 23).
           COMPUTE WS-PROMEDIO-RECIENTE ROUNDED = WS-VTA-RECIENTE / 3.

           IF WS-VTA-RECIENTE > 0 AND WS-VTA-ANTERIOR > 0
              COMPUTE WS-FACTOR ROUNDED =
                      WS-VTA-RECIENTE / WS-VTA-ANTERIOR
                 ON SIZE ERROR
                      MOVE WCN-FACTOR-MAXIMO TO WS-FACTOR
              END-COMPUTE
           ELSE
              MOVE 1 TO WS-FACTOR
           END-IF.

           IF WS-FACTOR < WCN-FACTOR-MINIMO
              MOVE WCN-FACTOR-MINIMO TO WS-FACTOR
           END-IF.
           IF WS-FACTOR > WCN-FACTOR-MAXIMO
              MOVE WCN-FACTOR-MAXIMO TO WS-FACTOR
           END-IF.

           MOVE WS-FACTOR TO WPS-FACTOR (IDX-SUC).

       FIN-4110.
           EXIT.

      *------------------------------------------------------------
      * MES K POSTERIOR AL DE PROCESO: EL MISMO MES DEL ANIO
      * ANTERIOR ESTA EN LA POSICION K + 24 (EL DE K = 12 ES EL MES
      * EN CURSO, ABIERTO: SE USA EL DE DOS ANIOS ATRAS, POSICION
      * 24, CON UN ANIO MAS DE TENDENCIA).
      *------------------------------------------------------------
       4120-PRONOSTICO-MES.
      *--------------------

           IF WS-K < 12
              COMPUTE WS-M = WS-K + 24
              MOVE WPS-REAL (IDX-SUC, WS-M)
                TO WPS-BASE (IDX-SUC, WS-K)
           ELSE
              COMPUTE WPS-BASE (IDX-SUC, WS-K) ROUNDED =
                      WPS-REAL (IDX-SUC, 24) * WS-FACTOR
           END-IF.

           IF WPS-BASE (IDX-SUC, WS-K) > 0
              COMPUTE WPS-PRONO (IDX-SUC, WS-K) ROUNDED =
                      WPS-BASE (IDX-SUC, WS-K) * WS-FACTOR
           ELSE
              MOVE WS-PROMEDIO-RECIENTE TO WPS-PRONO (IDX-SUC, WS-K)
           END-IF.

           ADD WPS-PRONO (IDX-SUC, WS-K) TO WS-TOTAL-PRONOSTICO.

       FIN-4120.
           EXIT.

       4500-EMITO-PRONOSTICOS.
      *-----------------------

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'PRONOSTICO DE VENTAS POR SUCURSAL - PROCESO'
                                         TO REG-RPTPRONO-FD (01:43).
           MOVE WS-FECHA-PROCESO         TO REG-RPTPRONO-FD (45:08).
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           PERFORM 4600-WRITE-RPTPRONO.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCURSALES
              PERFORM 4510-BLOQUE-SUCURSAL
           END-PERFORM.

       FIN-4500.
           EXIT.

       4510-BLOQUE-SUCURSAL.
      *---------------------

           MOVE WPS-FACTOR (IDX-SUC)     TO WS-FACTOR-ED.
           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'SUCURSAL'               TO REG-RPTPRONO-FD (01:08).
           MOVE WPS-SUCURSAL (IDX-SUC)   TO REG-RPTPRONO-FD (10:04).
           MOVE 'FACTOR DE TENDENCIA:'   TO REG-RPTPRONO-FD (16:20).
           MOVE WS-FACTOR-ED             TO REG-RPTPRONO-FD (37:06).
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'MES'                    TO REG-RPTPRONO-FD (05:03).
           MOVE 'BASE ANIO ANTERIOR'     TO REG-RPTPRONO-FD (18:18).
           MOVE 'PRONOSTICO'             TO REG-RPTPRONO-FD (45:10).
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE 0 TO WS-TOTAL-SUCURSAL.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
              COMPUTE WS-NRO-MES = WS-NRO-MES-PROCESO + WS-K
              PERFORM 8100-NUMERO-A-MES
              ADD WPS-PRONO (IDX-SUC, WS-K) TO WS-TOTAL-SUCURSAL
              MOVE WPS-BASE (IDX-SUC, WS-K)  TO WS-IMP-ED
              MOVE WPS-PRONO (IDX-SUC, WS-K) TO WS-IMP2-ED
              MOVE SPACES                TO REG-RPTPRONO-FD
              MOVE WS-ANIO-MES           TO REG-RPTPRONO-FD (05:06)
              MOVE WS-IMP-ED             TO REG-RPTPRONO-FD (14:22)
              MOVE WS-IMP2-ED            TO REG-RPTPRONO-FD (38:22)
              PERFORM 4600-WRITE-RPTPRONO
           END-PERFORM.

           MOVE WS-TOTAL-SUCURSAL        TO WS-IMP2-ED.
           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'TOTAL DOCE MESES'       TO REG-RPTPRONO-FD (05:16).
           MOVE WS-IMP2-ED               TO REG-RPTPRONO-FD (38:22).
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           PERFORM 4600-WRITE-RPTPRONO.

       FIN-4510.
           EXIT.

       4600-WRITE-RPTPRONO.
      *--------------------

           WRITE REG-RPTPRONO-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTPRONO-OK
                    ADD 1 TO WS-GRABADOS-RPTPRONO
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTPRONO FS: ' FS-RPTPRONO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4600.
           EXIT.

      *------------------------------------------------------------
      * PRONOSTICO CONTRA REAL DE LOS MESES YA CERRADOS QUE TRAE EL
      * ARCHIVO ANTERIOR. ERROR % = (REAL - PRONOSTICO) / PRONOSTICO.
      *------------------------------------------------------------
       4700-EMITO-CERRADOS.
      *--------------------

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'PRONOSTICO CONTRA REAL - MESES CERRADOS'
                                         TO REG-RPTPRONO-FD (01:39).
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           PERFORM 4600-WRITE-RPTPRONO.

           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE 'SUC.'                   TO REG-RPTPRONO-FD (01:04).
           MOVE 'MES'                    TO REG-RPTPRONO-FD (07:03).
           MOVE 'PRONOSTICO'             TO REG-RPTPRONO-FD (27:10).
           MOVE 'REAL'                   TO REG-RPTPRONO-FD (57:04).
           MOVE 'DIFERENCIA'             TO REG-RPTPRONO-FD (75:10).
           MOVE 'ERROR %'                TO REG-RPTPRONO-FD (89:07).
           PERFORM 4600-WRITE-RPTPRONO.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCURSALES
              PERFORM VARYING IDX-ANT FROM 1 BY 1
                        UNTIL IDX-ANT > WS-CANT-PRONOANT
                 MOVE WPA-REGISTRO (IDX-ANT) TO REG-PRONOS
                 IF PRN-SUCURSAL = WPS-SUCURSAL (IDX-SUC)
                    AND PRN-ANIO-MES < WS-MES-PROCESO
                    PERFORM 4710-RENGLON-CERRADO THRU FIN-4710
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WS-CANT-CERRADOS = 0
              MOVE SPACES                TO REG-RPTPRONO-FD
              MOVE 'SIN MESES CERRADOS CON PRONOSTICO'
                                         TO REG-RPTPRONO-FD (01:33)
              PERFORM 4600-WRITE-RPTPRONO
           END-IF.

       FIN-4700.
           EXIT.

       4710-RENGLON-CERRADO.
      *---------------------

           MOVE PRN-ANIO-MES TO WS-ANIO-MES.
           PERFORM 8000-MES-A-NUMERO.
           COMPUTE WS-POS = WS-NRO-MES - WS-NRO-MES-PROCESO
                          + WCN-MESES-VENTANA.

           IF WS-POS < 1
              GO TO FIN-4710
           END-IF.

           ADD 1 TO WS-CANT-CERRADOS.
           MOVE WPS-REAL (IDX-SUC, WS-POS) TO WS-REAL-MES.
           COMPUTE WS-DIFERENCIA = WS-REAL-MES - PRN-IMPORTE.

           MOVE PRN-IMPORTE              TO WS-IMP-ED.
           MOVE WS-REAL-MES              TO WS-IMP2-ED.
           MOVE WS-DIFERENCIA            TO WS-IMP3-ED.
           MOVE SPACES                   TO REG-RPTPRONO-FD.
           MOVE PRN-SUCURSAL             TO REG-RPTPRONO-FD (01:04).
           MOVE PRN-ANIO-MES             TO REG-RPTPRONO-FD (07:06).
           MOVE WS-IMP-ED                TO REG-RPTPRONO-FD (15:22).
           MOVE WS-IMP2-ED               TO REG-RPTPRONO-FD (39:22).
           MOVE WS-IMP3-ED               TO REG-RPTPRONO-FD (63:22).

           IF PRN-IMPORTE NOT = 0
              COMPUTE WS-PCT-ERROR ROUNDED =
                      WS-DIFERENCIA * 100 / PRN-IMPORTE
                 ON SIZE ERROR
                      MOVE 99999,99 TO WS-PCT-ERROR
              END-COMPUTE
              MOVE WS-PCT-ERROR          TO WS-PCT-ED
              MOVE WS-PCT-ED             TO REG-RPTPRONO-FD (87:09)
           ELSE
              MOVE 'S/PRONOST.'          TO REG-RPTPRONO-FD (87:10)
           END-IF.

           PERFORM 4600-WRITE-RPTPRONO.

       FIN-4710.
           EXIT.

      *------------------------------------------------------------
      * ARCHIVO DE PRONOSTICOS NUEVO: POR SUCURSAL, LOS MESES YA
      * EMPEZADOS DEL ARCHIVO ANTERIOR (HASTA VEINTICUATRO HACIA
      * ATRAS) Y LOS DOCE MESES FUTUROS RECIEN CALCULADOS.
      *------------------------------------------------------------
       4800-GRABO-PRONONUE.
      *--------------------

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCURSALES
              PERFORM VARYING IDX-ANT FROM 1 BY 1
                        UNTIL IDX-ANT > WS-CANT-PRONOANT
                 MOVE WPA-REGISTRO (IDX-ANT) TO REG-PRONOS
                 IF PRN-SUCURSAL = WPS-SUCURSAL (IDX-SUC)
                    AND PRN-ANIO-MES NOT > WS-MES-PROCESO
                    PERFORM 4810-CONSERVO-MES THRU FIN-4810
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                 PERFORM 4820-MES-NUEVO
              END-PERFORM
           END-PERFORM.

       FIN-4800.
           EXIT.

       4810-CONSERVO-MES.
      *------------------

           MOVE PRN-ANIO-MES TO WS-ANIO-MES.
           PERFORM 8000-MES-A-NUMERO.

           IF WS-NRO-MES-PROCESO - WS-NRO-MES > 23
              GO TO FIN-4810
           END-IF.

           PERFORM 4850-WRITE-PRONONUE.

       FIN-4810.
           EXIT.

       4820-MES-NUEVO.
      *---------------

           COMPUTE WS-NRO-MES = WS-NRO-MES-PROCESO + WS-K.
           PERFORM 8100-NUMERO-A-MES.

           INITIALIZE REG-PRONOS.
           MOVE WPS-SUCURSAL (IDX-SUC)     TO PRN-SUCURSAL.
           MOVE WS-ANIO-MES                TO PRN-ANIO-MES.
           MOVE WPS-PRONO (IDX-SUC, WS-K)  TO PRN-IMPORTE.
           MOVE WPS-BASE (IDX-SUC, WS-K)   TO PRN-BASE-ANIO-ANT.
           MOVE WPS-FACTOR (IDX-SUC)       TO PRN-FACTOR.
           MOVE WS-FECHA-PROCESO           TO PRN-FECHA-EMISION.

           PERFORM 4850-WRITE-PRONONUE.

       FIN-4820.
           EXIT.

       4850-WRITE-PRONONUE.
      *--------------------

           WRITE REG-PRONONUE-FD FROM REG-PRONOS.

           EVALUATE TRUE
               WHEN 88-FS-PRONONUE-OK
                    ADD 1 TO WS-GRABADOS-PRONONUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRONONUE FS: ' FS-PRONONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4850.
           EXIT.

      *------------------------------------------------------------
      * OBJETIVOS SUGERIDOS: EL PRONOSTICO DE CADA MES DE LA
      * SUCURSAL POR LA PARTICIPACION DEL VENDEDOR EN SU VENTA DE
      * LOS ULTIMOS DOCE MESES CERRADOS. LAS UNIDADES QUEDAN EN
      * CERO PARA QUE LAS COMPLETE LA GERENCIA.
      *------------------------------------------------------------
       4900-GRABO-OBJSUGER.
      *--------------------

           PERFORM VARYING IDX-VEN FROM 1 BY 1
                     UNTIL IDX-VEN > WS-CANT-VENDEDORES
              IF WPV-VTA-12 (IDX-VEN) > 0
                 PERFORM 4910-OBJETIVOS-VENDEDOR THRU FIN-4910
              END-IF
           END-PERFORM.

       FIN-4900.
           EXIT.

       4910-OBJETIVOS-VENDEDOR.
      *------------------------

           SET IDX-SUC TO 1.

           SEARCH WS-SUCURSAL-TAB
               AT END
                  GO TO FIN-4910
               WHEN IDX-SUC > WS-CANT-SUCURSALES
                  GO TO FIN-4910
               WHEN WPS-SUCURSAL (IDX-SUC) = WPV-SUCURSAL (IDX-VEN)
                  CONTINUE
           END-SEARCH.

           IF WPS-VTA-12 (IDX-SUC) NOT > 0
              GO TO FIN-4910
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
              IF WPS-PRONO (IDX-SUC, WS-K) > 0
                 COMPUTE WS-NRO-MES = WS-NRO-MES-PROCESO + WS-K
                 PERFORM 8100-NUMERO-A-MES
                 INITIALIZE REG-OBJVEND
                 MOVE WPV-ID-VENDEDOR (IDX-VEN) TO OBJ-VEN-ID
                 MOVE WS-ANIO-MES               TO OBJ-ANIO-MES
                 COMPUTE OBJ-IMPORTE ROUNDED =
                         WPS-PRONO (IDX-SUC, WS-K)
                       * WPV-VTA-12 (IDX-VEN)
                       / WPS-VTA-12 (IDX-SUC)
                 PERFORM 4950-WRITE-OBJSUGER
              END-IF
           END-PERFORM.

       FIN-4910.
           EXIT.

       4950-WRITE-OBJSUGER.
      *--------------------

           WRITE REG-OBJSUGER-FD FROM REG-OBJVEND.

           EVALUATE TRUE
               WHEN 88-FS-OBJSUGER-OK
                    ADD 1 TO WS-GRABADOS-OBJSUGER
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE OBJSUGER FS: ' FS-OBJSUGER
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4950.
           EXIT.

      *------------------------------------------------------------
      * AAAAMM (WS-ANIO-MES) A NUMERO CORRIDO DE MES (WS-NRO-MES)
      *------------------------------------------------------------
       8000-MES-A-NUMERO.
      *------------------

           COMPUTE WS-NRO-MES = WS-AM-ANIO * 12 + WS-AM-MES - 1.

       FIN-8000.
           EXIT.

      *------------------------------------------------------------
      * NUMERO CORRIDO DE MES (WS-NRO-MES) A AAAAMM (WS-ANIO-MES)
      *------------------------------------------------------------
       8100-NUMERO-A-MES.
      *------------------

           DIVIDE WS-NRO-MES BY 12 GIVING WS-AM-ANIO
                                 REMAINDER WS-RESTO-MES.
           COMPUTE WS-AM-MES = WS-RESTO-MES + 1.

       FIN-8100.
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

           IF WS-VXVHIST-ABIERTO = 'S'
              CLOSE VXVHIST
              EVALUATE TRUE
                  WHEN 88-FS-VXVHIST-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR CLOSE VXVHIST FS: ' FS-VXVHIST
              END-EVALUATE
           END-IF.

           CLOSE PRONONUE
           EVALUATE TRUE
               WHEN 88-FS-PRONONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRONONUE FS: ' FS-PRONONUE
           END-EVALUATE.

           CLOSE OBJSUGER
           EVALUATE TRUE
               WHEN 88-FS-OBJSUGER-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE OBJSUGER FS: ' FS-OBJSUGER
           END-EVALUATE.

           CLOSE RPTPRONO
           EVALUATE TRUE
               WHEN 88-FS-RPTPRONO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTPRONO FS: ' FS-RPTPRONO
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMPRONOS'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-VXVHIST       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-PRONONUE    TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-PRONOSTICO     TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-VXVHIST       TO WS-LEIDOS-VXVHIST-ED.
           MOVE WS-LEIDOS-PRONOANT      TO WS-LEIDOS-PRONOANT-ED.
           MOVE WS-GRABADOS-PRONONUE    TO WS-GRABADOS-PRONONUE-ED.
           MOVE WS-GRABADOS-OBJSUGER    TO WS-GRABADOS-OBJSUGER-ED.
           MOVE WS-GRABADOS-RPTPRONO    TO WS-GRABADOS-RPTPRONO-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMPRONOS             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. REG. HISTORIA LEIDOS     : '
                                               WS-LEIDOS-VXVHIST-ED.
           DISPLAY 'CANT. PRONOSTICOS ANTERIORES   : '
                                               WS-LEIDOS-PRONOANT-ED.
           DISPLAY 'CANT. PRONOSTICOS GRABADOS     : '
                                               WS-GRABADOS-PRONONUE-ED.
           DISPLAY 'CANT. OBJETIVOS SUGERIDOS      : '
                                               WS-GRABADOS-OBJSUGER-ED.
           DISPLAY 'CANT. RENGLONES DEL REPORTE    : '
                                               WS-GRABADOS-RPTPRONO-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMPRONOS.
