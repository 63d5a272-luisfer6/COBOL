       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTTASPRG.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CAMBIOS DE TASAS Y TARIFAS PROGRAMADOS PARA LOS PROXIMOS 30
      * DIAS. RECORRE LAS SIETE TABLAS CON VERSIONES (TASAS, TARIFAS,
      * ALICIVA, COMTASA, PTSTASA, RETTASA Y PREVTASA, MANTENIDAS CON
      * ABMTASAS)
      * Y EMITE EN
      * RPTTASPRG, EN ORDEN DE FECHA:
      *  - NUEVA VERSION: CADA VERSION QUE ENTRA EN VIGENCIA ENTRE
      *    MANANA Y DENTRO DE 30 DIAS, CON EL VALOR VIGENTE HOY Y EL
      *    VALOR PROGRAMADO.
      *  - FIN DE VIGENCIA: CADA VERSION QUE TERMINA EN EL PERIODO SIN
      *    OTRA VERSION QUE LA CONTINUE (LA CLAVE QUEDA SIN VALOR).
      * ASI EL AREA COMERCIAL Y LA MESA DE AYUDA CONOCEN LOS CAMBIOS
      * ANTES DE QUE LLEGUEN AL RESUMEN DEL CLIENTE O A LA
      * LIQUIDACION DEL COMERCIO.
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

           SELECT TASAS         ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TASAS.

           SELECT TARIFAS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARIFAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARIFAS.

           SELECT ALICIVA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ALICIVA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ALICIVA.

           SELECT COMTASA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMTASA.

           SELECT PTSTASA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PTSTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PTSTASA.

           SELECT RETTASA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETTASA.

           SELECT PREVTASA      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVTASA.

           SELECT RPTTASPRG     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTTASPRG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTTASPRG.

       DATA DIVISION.

       FILE SECTION.

       FD  TASAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASAS-FD                  PIC X(26).

       FD  TARIFAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARIFAS-FD                PIC X(60).

       FD  ALICIVA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ALICIVA-FD                PIC X(21).

       FD  COMTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMTASA-FD                PIC X(25).

       FD  PTSTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PTSTASA-FD                PIC X(29).

       FD  RETTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETTASA-FD                PIC X(33).

       FD  PREVTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVTASA-FD               PIC X(25).

       FD  RPTTASPRG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTTASPRG-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-TASAS              PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARIFAS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ALICIVA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMTASA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PTSTASA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETTASA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVTASA           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTTASPRG          PIC X(128) VALUE SPACES.

       77  FS-TASAS                      PIC  X(02) VALUE ' '.
           88 88-FS-TASAS-OK                        VALUE '00'.
           88 88-FS-TASAS-EOF                       VALUE '10'.
           88 88-FS-TASAS-NOEXISTE                  VALUE '35'.

       77  FS-TARIFAS                    PIC  X(02) VALUE ' '.
           88 88-FS-TARIFAS-OK                      VALUE '00'.
           88 88-FS-TARIFAS-EOF                     VALUE '10'.
           88 88-FS-TARIFAS-NOEXISTE                VALUE '35'.

       77  FS-ALICIVA                    PIC  X(02) VALUE ' '.
           88 88-FS-ALICIVA-OK                      VALUE '00'.
           88 88-FS-ALICIVA-EOF                     VALUE '10'.
           88 88-FS-ALICIVA-NOEXISTE                VALUE '35'.

       77  FS-COMTASA                    PIC  X(02) VALUE ' '.
           88 88-FS-COMTASA-OK                      VALUE '00'.
           88 88-FS-COMTASA-EOF                     VALUE '10'.
           88 88-FS-COMTASA-NOEXISTE                VALUE '35'.

       77  FS-PTSTASA                    PIC  X(02) VALUE ' '.
           88 88-FS-PTSTASA-OK                      VALUE '00'.
           88 88-FS-PTSTASA-EOF                     VALUE '10'.
           88 88-FS-PTSTASA-NOEXISTE                VALUE '35'.

       77  FS-RETTASA                    PIC  X(02) VALUE ' '.
           88 88-FS-RETTASA-OK                      VALUE '00'.
           88 88-FS-RETTASA-EOF                     VALUE '10'.
           88 88-FS-RETTASA-NOEXISTE                VALUE '35'.

       77  FS-PREVTASA                   PIC  X(02) VALUE ' '.
           88 88-FS-PREVTASA-OK                     VALUE '00'.
           88 88-FS-PREVTASA-EOF                    VALUE '10'.
           88 88-FS-PREVTASA-NOEXISTE               VALUE '35'.

       77  FS-RPTTASPRG                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTTASPRG-OK                    VALUE '00'.

       77  WS-LEIDAS-VERSIONES           PIC  9(09) VALUE 0.
       77  WS-LEIDAS-VERSIONES-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-NUEVAS                PIC  9(09) VALUE 0.
       77  WS-CANT-NUEVAS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-FINES                 PIC  9(09) VALUE 0.
       77  WS-CANT-FINES-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTTASPRG         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTTASPRG-ED      PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * HORIZONTE DEL REPORTE EN DIAS CORRIDOS
      *------------------------------------------------------
       77  WCN-DIAS-HORIZONTE            PIC  9(03) VALUE 30.

      *------------------------------------------------------
      * TODAS LAS VERSIONES DE LAS CINCO TABLAS (MISMA TABLA
      * GENERICA QUE ABMTASAS). LA FECHA HASTA ABIERTA SE
      * GUARDA COMO 99999999.
      *------------------------------------------------------
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WCN-TOPE-VERSIONES            PIC  9(05) VALUE 3000.
       77  WS-CANT-VERSIONES             PIC  9(05) VALUE 0.
       01  WS-TABLA-VERSIONES.
           05 WS-VERSION-TAB OCCURS 3000 TIMES
                             INDEXED BY IDX-VERSION IDX-OTRA.
              10 WTV-TABLA               PIC  X(02).
              10 WTV-DATOS               PIC  X(44).
              10 WTV-DESDE               PIC  9(08).
              10 WTV-HASTA               PIC  9(08).

       77  WS-TABLA-ACTUAL               PIC  X(02) VALUE SPACES.
       77  WS-LARGO-DATOS                PIC  9(02) VALUE 0.
       77  WS-LARGO-CLAVE                PIC  9(02) VALUE 0.
       77  WS-POS-FECHA                  PIC  9(02) VALUE 0.

       01  WS-VER-REGISTRO               PIC  X(60) VALUE SPACES.
       01  WS-VER-DESDE-X                PIC  X(08) VALUE SPACES.
       01  WS-VER-DESDE REDEFINES WS-VER-DESDE-X
                                         PIC  9(08).
       01  WS-VER-HASTA-X                PIC  X(08) VALUE SPACES.
       01  WS-VER-HASTA REDEFINES WS-VER-HASTA-X
                                         PIC  9(08).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-DIA                        PIC  9(03) VALUE 0.
       77  WS-FECHA-DIA                  PIC  9(08) VALUE 0.
       77  WS-FECHA-SIGUIENTE            PIC  9(08) VALUE 0.
       77  WS-POS-VIGENTE                PIC  9(05) VALUE 0.
       77  WS-HAY-SUCESORA               PIC  X(01) VALUE 'N'.

      *------------------------------------------------------
      * ARMADO DEL RENGLON: NOMBRE DE TABLA, FECHA EDITADA Y
      * VALOR DE UNA VERSION EN FORMATO LEGIBLE
      *------------------------------------------------------
       77  WS-NOMBRE-TABLA               PIC  X(08) VALUE SPACES.
       01  WS-FECHA-ED.
           05 WS-FECHA-ED-DD             PIC  X(02).
           05 FILLER                     PIC  X(01) VALUE '/'.
           05 WS-FECHA-ED-MM             PIC  X(02).
           05 FILLER                     PIC  X(01) VALUE '/'.
           05 WS-FECHA-ED-AAAA           PIC  X(04).
       77  WS-FECHA-A-EDITAR             PIC  9(08) VALUE 0.
       77  WS-DATOS-VALOR                PIC  X(44) VALUE SPACES.
       77  WS-VALOR-TXT                  PIC  X(26) VALUE SPACES.
       77  WS-PCT-ED                     PIC  ZZ9,99.
       77  WS-MONTO-ED                   PIC  Z.ZZZ.ZZ9,99.
       77  WS-PTS-ED                     PIC  Z.ZZ9,99.

       COPY WTASATAR.

       COPY WTARIFAS.

       COPY WALICIVA.

       COPY WCOMTASA.

       COPY WPTSTASA.

       COPY WRETTASA.

       COPY WPREVTASA.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 4000-REPORTE-CAMBIOS.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.

           OPEN OUTPUT RPTTASPRG.

           EVALUATE TRUE
               WHEN 88-FS-RPTTASPRG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTTASPRG'
                    DISPLAY 'FILE STATUS' FS-RPTTASPRG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 1020-CARGO-TASAS.
           PERFORM 1030-CARGO-TARIFAS.
           PERFORM 1040-CARGO-ALICIVA.
           PERFORM 1050-CARGO-COMTASA.
           PERFORM 1060-CARGO-PTSTASA.
           PERFORM 1065-CARGO-RETTASA.
           PERFORM 1067-CARGO-PREVTASA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'TASAS'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASAS

           MOVE 'TARIFAS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARIFAS

           MOVE 'ALICIVA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ALICIVA

           MOVE 'COMTASA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMTASA

           MOVE 'PTSTASA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PTSTASA

           MOVE 'RETTASA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETTASA

           MOVE 'PREVTASA'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVTASA

           MOVE 'RPTTASPRG'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTTASPRG.

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
      * CARGA DE LAS CINCO TABLAS. UNA TABLA INEXISTENTE NO TIENE
      * CAMBIOS PROGRAMADOS.
      *------------------------------------------------------------
       1020-CARGO-TASAS.
      *-----------------

           MOVE 'TS' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT TASAS.

           EVALUATE TRUE
               WHEN 88-FS-TASAS-OK
                    PERFORM 1021-LEO-TASAS
                    PERFORM UNTIL 88-FS-TASAS-EOF
                       MOVE REG-TASAS-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1021-LEO-TASAS
                    END-PERFORM
                    CLOSE TASAS
               WHEN 88-FS-TASAS-NOEXISTE
                    DISPLAY 'TABLA TASAS INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TASAS'
                    DISPLAY 'FILE STATUS' FS-TASAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-TASAS.
      *---------------

           MOVE SPACES TO REG-TASAS-FD.

           READ TASAS

           EVALUATE TRUE
               WHEN 88-FS-TASAS-OK
               WHEN 88-FS-TASAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TASAS FS: ' FS-TASAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-TARIFAS.
      *-------------------

           MOVE 'TR' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT TARIFAS.

           EVALUATE TRUE
               WHEN 88-FS-TARIFAS-OK
                    PERFORM 1031-LEO-TARIFAS
                    PERFORM UNTIL 88-FS-TARIFAS-EOF
                       MOVE REG-TARIFAS-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1031-LEO-TARIFAS
                    END-PERFORM
                    CLOSE TARIFAS
               WHEN 88-FS-TARIFAS-NOEXISTE
                    DISPLAY 'TABLA TARIFAS INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARIFAS'
                    DISPLAY 'FILE STATUS' FS-TARIFAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-TARIFAS.
      *-----------------

           MOVE SPACES TO REG-TARIFAS-FD.

           READ TARIFAS

           EVALUATE TRUE
               WHEN 88-FS-TARIFAS-OK
               WHEN 88-FS-TARIFAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TARIFAS FS: ' FS-TARIFAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1040-CARGO-ALICIVA.
      *-------------------

           MOVE 'IV' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT ALICIVA.

           EVALUATE TRUE
               WHEN 88-FS-ALICIVA-OK
                    PERFORM 1041-LEO-ALICIVA
                    PERFORM UNTIL 88-FS-ALICIVA-EOF
                       MOVE REG-ALICIVA-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1041-LEO-ALICIVA
                    END-PERFORM
                    CLOSE ALICIVA
               WHEN 88-FS-ALICIVA-NOEXISTE
                    DISPLAY 'TABLA ALICIVA INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ALICIVA'
                    DISPLAY 'FILE STATUS' FS-ALICIVA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-ALICIVA.
      *-----------------

           MOVE SPACES TO REG-ALICIVA-FD.

           READ ALICIVA

           EVALUATE TRUE
               WHEN 88-FS-ALICIVA-OK
               WHEN 88-FS-ALICIVA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ALICIVA FS: ' FS-ALICIVA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-COMTASA.
      *-------------------

           MOVE 'CM' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT COMTASA.

           EVALUATE TRUE
               WHEN 88-FS-COMTASA-OK
                    PERFORM 1051-LEO-COMTASA
                    PERFORM UNTIL 88-FS-COMTASA-EOF
                       MOVE REG-COMTASA-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1051-LEO-COMTASA
                    END-PERFORM
                    CLOSE COMTASA
               WHEN 88-FS-COMTASA-NOEXISTE
                    DISPLAY 'TABLA COMTASA INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMTASA'
                    DISPLAY 'FILE STATUS' FS-COMTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-COMTASA.
      *-----------------

           MOVE SPACES TO REG-COMTASA-FD.

           READ COMTASA

           EVALUATE TRUE
               WHEN 88-FS-COMTASA-OK
               WHEN 88-FS-COMTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COMTASA FS: ' FS-COMTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       1060-CARGO-PTSTASA.
      *-------------------

           MOVE 'PT' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT PTSTASA.

           EVALUATE TRUE
               WHEN 88-FS-PTSTASA-OK
                    PERFORM 1061-LEO-PTSTASA
                    PERFORM UNTIL 88-FS-PTSTASA-EOF
                       MOVE REG-PTSTASA-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1061-LEO-PTSTASA
                    END-PERFORM
                    CLOSE PTSTASA
               WHEN 88-FS-PTSTASA-NOEXISTE
                    DISPLAY 'TABLA PTSTASA INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PTSTASA'
                    DISPLAY 'FILE STATUS' FS-PTSTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-PTSTASA.
      *-----------------

           MOVE SPACES TO REG-PTSTASA-FD.

           READ PTSTASA

           EVALUATE TRUE
               WHEN 88-FS-PTSTASA-OK
               WHEN 88-FS-PTSTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PTSTASA FS: ' FS-PTSTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1061.
           EXIT.

       1065-CARGO-RETTASA.
      *-------------------

           MOVE 'RT' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT RETTASA.

           EVALUATE TRUE
               WHEN 88-FS-RETTASA-OK
                    PERFORM 1066-LEO-RETTASA
                    PERFORM UNTIL 88-FS-RETTASA-EOF
                       MOVE REG-RETTASA-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1066-LEO-RETTASA
                    END-PERFORM
                    CLOSE RETTASA
               WHEN 88-FS-RETTASA-NOEXISTE
                    DISPLAY 'TABLA RETTASA INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETTASA'
                    DISPLAY 'FILE STATUS' FS-RETTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1065.
           EXIT.

       1066-LEO-RETTASA.
      *-----------------

           MOVE SPACES TO REG-RETTASA-FD.

           READ RETTASA

           EVALUATE TRUE
               WHEN 88-FS-RETTASA-OK
               WHEN 88-FS-RETTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RETTASA FS: ' FS-RETTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1066.
           EXIT.

       1067-CARGO-PREVTASA.
      *--------------------

           MOVE 'PV' TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           OPEN INPUT PREVTASA.

           EVALUATE TRUE
               WHEN 88-FS-PREVTASA-OK
                    PERFORM 1068-LEO-PREVTASA
                    PERFORM UNTIL 88-FS-PREVTASA-EOF
                       MOVE REG-PREVTASA-FD TO WS-VER-REGISTRO
                       PERFORM 1090-AGREGO-VERSION
                       PERFORM 1068-LEO-PREVTASA
                    END-PERFORM
                    CLOSE PREVTASA
               WHEN 88-FS-PREVTASA-NOEXISTE
                    DISPLAY 'TABLA PREVTASA INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVTASA'
                    DISPLAY 'FILE STATUS' FS-PREVTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1067.
           EXIT.

       1068-LEO-PREVTASA.
      *------------------

           MOVE SPACES TO REG-PREVTASA-FD.

           READ PREVTASA

           EVALUATE TRUE
               WHEN 88-FS-PREVTASA-OK
               WHEN 88-FS-PREVTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PREVTASA FS: ' FS-PREVTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1068.
           EXIT.

      *------------------------------------------------------------
      * AGREGA A LA TABLA GENERICA EL RENGLON WS-VER-REGISTRO DE LA
      * TABLA WS-TABLA-ACTUAL (SIN FECHAS = VIGENTE SIEMPRE)
      *------------------------------------------------------------
       1090-AGREGO-VERSION.
      *--------------------

           ADD 1 TO WS-LEIDAS-VERSIONES.

           IF WS-CANT-VERSIONES NOT < WCN-TOPE-VERSIONES
              DISPLAY 'TABLA DE VERSIONES COMPLETA - TABLA: '
                                                     WS-TABLA-ACTUAL
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE WS-VER-REGISTRO (WS-POS-FECHA:8)     TO WS-VER-DESDE-X.
           MOVE WS-VER-REGISTRO (WS-POS-FECHA + 8:8) TO WS-VER-HASTA-X.

           IF WS-VER-DESDE NOT NUMERIC
              MOVE 0                      TO WS-VER-DESDE
           END-IF.

           IF WS-VER-HASTA NOT NUMERIC OR WS-VER-HASTA = 0
              MOVE WCN-HASTA-ABIERTA      TO WS-VER-HASTA
           END-IF.

           ADD 1 TO WS-CANT-VERSIONES.
           MOVE WS-TABLA-ACTUAL      TO WTV-TABLA (WS-CANT-VERSIONES).
           MOVE SPACES               TO WTV-DATOS (WS-CANT-VERSIONES).
           MOVE WS-VER-REGISTRO (1:WS-LARGO-DATOS)
                                     TO WTV-DATOS (WS-CANT-VERSIONES).
           MOVE WS-VER-DESDE         TO WTV-DESDE (WS-CANT-VERSIONES).
           MOVE WS-VER-HASTA         TO WTV-HASTA (WS-CANT-VERSIONES).

       FIN-1090.
           EXIT.

      *------------------------------------------------------------
      * LARGO DE LOS DATOS Y DE LA CLAVE DE LA TABLA
      * WS-TABLA-ACTUAL (MISMOS VALORES QUE ABMTASAS)
      *------------------------------------------------------------
       1095-PARAMETROS-TABLA.
      *----------------------

           EVALUATE WS-TABLA-ACTUAL
               WHEN 'TS'
                    MOVE 10        TO WS-LARGO-DATOS
                    MOVE 02        TO WS-LARGO-CLAVE
                    MOVE 'TASAS'   TO WS-NOMBRE-TABLA
               WHEN 'TR'
                    MOVE 44        TO WS-LARGO-DATOS
                    MOVE 06        TO WS-LARGO-CLAVE
                    MOVE 'TARIFAS' TO WS-NOMBRE-TABLA
               WHEN 'IV'
                    MOVE 05        TO WS-LARGO-DATOS
                    MOVE 01        TO WS-LARGO-CLAVE
                    MOVE 'ALICIVA' TO WS-NOMBRE-TABLA
               WHEN 'CM'
                    MOVE 09        TO WS-LARGO-DATOS
                    MOVE 05        TO WS-LARGO-CLAVE
                    MOVE 'COMTASA' TO WS-NOMBRE-TABLA
               WHEN 'PT'
                    MOVE 13        TO WS-LARGO-DATOS
                    MOVE 07        TO WS-LARGO-CLAVE
                    MOVE 'PTSTASA' TO WS-NOMBRE-TABLA
               WHEN 'RT'
                    MOVE 17        TO WS-LARGO-DATOS
                    MOVE 02        TO WS-LARGO-CLAVE
                    MOVE 'RETTASA' TO WS-NOMBRE-TABLA
               WHEN 'PV'
                    MOVE 09        TO WS-LARGO-DATOS
                    MOVE 04        TO WS-LARGO-CLAVE
                    MOVE 'PREVTASA' TO WS-NOMBRE-TABLA
           END-EVALUATE.

           COMPUTE WS-POS-FECHA = WS-LARGO-DATOS + 1.

       FIN-1095.
           EXIT.

      *------------------------------------------------------------
      * RECORRE LOS DIAS DEL HORIZONTE EN ORDEN Y LISTA LO QUE
      * CAMBIA CADA DIA: VERSIONES QUE EMPIEZAN Y VERSIONES QUE
      * TERMINAN SIN CONTINUACION (EL ULTIMO DIA DE VIGENCIA ES
      * LA FECHA DEL RENGLON).
      *------------------------------------------------------------
       4000-REPORTE-CAMBIOS.
      *---------------------

           MOVE WS-FECHA-PROCESO         TO WS-FECHA-A-EDITAR.
           PERFORM 4800-EDITO-FECHA.

           MOVE SPACES                   TO REG-RPTTASPRG-FD.
           MOVE 'CAMBIOS DE TASAS Y TARIFAS PROGRAMADOS - PROXIMOS'
                                         TO REG-RPTTASPRG-FD (01:50).
           MOVE WCN-DIAS-HORIZONTE       TO REG-RPTTASPRG-FD (52:03).
           MOVE 'DIAS DESDE EL'          TO REG-RPTTASPRG-FD (56:13).
           MOVE WS-FECHA-ED              TO REG-RPTTASPRG-FD (70:10).
           PERFORM 4900-WRITE-RPTTASPRG.

           MOVE SPACES                   TO REG-RPTTASPRG-FD.
           PERFORM 4900-WRITE-RPTTASPRG.

           MOVE SPACES                   TO REG-RPTTASPRG-FD.
           MOVE 'FECHA'                  TO REG-RPTTASPRG-FD (01:05).
           MOVE 'TABLA'                  TO REG-RPTTASPRG-FD (13:05).
           MOVE 'CLAVE'                  TO REG-RPTTASPRG-FD (22:05).
           MOVE 'CAMBIO'                 TO REG-RPTTASPRG-FD (31:06).
           MOVE 'VALOR VIGENTE HOY'      TO REG-RPTTASPRG-FD (48:17).
           MOVE 'VALOR PROGRAMADO'       TO REG-RPTTASPRG-FD (76:16).
           PERFORM 4900-WRITE-RPTTASPRG.

           PERFORM VARYING WS-DIA FROM 0 BY 1
                     UNTIL WS-DIA > WCN-DIAS-HORIZONTE
              COMPUTE WS-FECHA-DIA =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                       + WS-DIA)
              COMPUTE WS-FECHA-SIGUIENTE =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-FECHA-DIA) + 1)
              PERFORM VARYING IDX-VERSION FROM 1 BY 1
                        UNTIL IDX-VERSION > WS-CANT-VERSIONES
                 IF WS-DIA > 0
                 AND WTV-DESDE (IDX-VERSION) = WS-FECHA-DIA
                    PERFORM 4100-LINEA-NUEVA-VERSION
                 END-IF
                 IF WS-DIA < WCN-DIAS-HORIZONTE
                 AND WTV-HASTA (IDX-VERSION) = WS-FECHA-DIA
                    PERFORM 4200-LINEA-FIN-VIGENCIA
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WS-CANT-NUEVAS + WS-CANT-FINES = 0
              MOVE SPACES                TO REG-RPTTASPRG-FD
              MOVE 'SIN CAMBIOS PROGRAMADOS EN EL PERIODO'
                                         TO REG-RPTTASPRG-FD (01:37)
              PERFORM 4900-WRITE-RPTTASPRG
           END-IF.

       FIN-4000.
           EXIT.

      *------------------------------------------------------------
      * VERSION QUE ENTRA EN VIGENCIA: VALOR DE HOY (SI LA CLAVE
      * TIENE VERSION VIGENTE) Y VALOR PROGRAMADO
      *------------------------------------------------------------
       4100-LINEA-NUEVA-VERSION.
      *-------------------------

           MOVE WTV-TABLA (IDX-VERSION)  TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           MOVE 0 TO WS-POS-VIGENTE.

           PERFORM VARYING IDX-OTRA FROM 1 BY 1
                     UNTIL IDX-OTRA > WS-CANT-VERSIONES
              IF WTV-TABLA (IDX-OTRA) = WTV-TABLA (IDX-VERSION)
              AND WTV-DATOS (IDX-OTRA) (1:WS-LARGO-CLAVE) =
                  WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE)
              AND WTV-DESDE (IDX-OTRA) NOT > WS-FECHA-PROCESO
              AND WTV-HASTA (IDX-OTRA) NOT < WS-FECHA-PROCESO
                 SET WS-POS-VIGENTE TO IDX-OTRA
              END-IF
           END-PERFORM.

           MOVE WS-FECHA-DIA             TO WS-FECHA-A-EDITAR.
           PERFORM 4800-EDITO-FECHA.

           MOVE SPACES                   TO REG-RPTTASPRG-FD.
           MOVE WS-FECHA-ED              TO REG-RPTTASPRG-FD (01:10).
           MOVE WS-NOMBRE-TABLA          TO REG-RPTTASPRG-FD (13:08).
           MOVE WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE)
                                         TO REG-RPTTASPRG-FD (22:07).
           MOVE 'NUEVA VERSION'          TO REG-RPTTASPRG-FD (31:15).

           IF WS-POS-VIGENTE > 0
              MOVE WTV-DATOS (WS-POS-VIGENTE) TO WS-DATOS-VALOR
              PERFORM 4300-FORMATEO-VALOR
              MOVE WS-VALOR-TXT          TO REG-RPTTASPRG-FD (48:26)
           ELSE
              MOVE 'SIN VERSION VIGENTE' TO REG-RPTTASPRG-FD (48:19)
           END-IF.

           MOVE WTV-DATOS (IDX-VERSION)  TO WS-DATOS-VALOR.
           PERFORM 4300-FORMATEO-VALOR.
           MOVE WS-VALOR-TXT             TO REG-RPTTASPRG-FD (76:26).

           PERFORM 4900-WRITE-RPTTASPRG.

           ADD 1 TO WS-CANT-NUEVAS.

       FIN-4100.
           EXIT.

      *------------------------------------------------------------
      * VERSION QUE TERMINA: SOLO SE LISTA SI NINGUNA OTRA VERSION
      * DE LA MISMA CLAVE EMPIEZA AL DIA SIGUIENTE (SI NO, EL
      * CAMBIO YA SALE COMO NUEVA VERSION)
      *------------------------------------------------------------
       4200-LINEA-FIN-VIGENCIA.
      *------------------------

           MOVE WTV-TABLA (IDX-VERSION)  TO WS-TABLA-ACTUAL.
           PERFORM 1095-PARAMETROS-TABLA.

           MOVE 'N' TO WS-HAY-SUCESORA.

           PERFORM VARYING IDX-OTRA FROM 1 BY 1
                     UNTIL IDX-OTRA > WS-CANT-VERSIONES
              IF WTV-TABLA (IDX-OTRA) = WTV-TABLA (IDX-VERSION)
              AND WTV-DATOS (IDX-OTRA) (1:WS-LARGO-CLAVE) =
                  WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE)
              AND WTV-DESDE (IDX-OTRA) = WS-FECHA-SIGUIENTE
                 MOVE 'S' TO WS-HAY-SUCESORA
              END-IF
           END-PERFORM.

           IF WS-HAY-SUCESORA = 'N'
              MOVE WS-FECHA-DIA          TO WS-FECHA-A-EDITAR
              PERFORM 4800-EDITO-FECHA
              MOVE SPACES                TO REG-RPTTASPRG-FD
              MOVE WS-FECHA-ED           TO REG-RPTTASPRG-FD (01:10)
              MOVE WS-NOMBRE-TABLA       TO REG-RPTTASPRG-FD (13:08)
              MOVE WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE)
                                         TO REG-RPTTASPRG-FD (22:07)
              MOVE 'FIN DE VIGENCIA'     TO REG-RPTTASPRG-FD (31:15)
              MOVE WTV-DATOS (IDX-VERSION) TO WS-DATOS-VALOR
              PERFORM 4300-FORMATEO-VALOR
              MOVE WS-VALOR-TXT          TO REG-RPTTASPRG-FD (48:26)
              MOVE 'SIN VALOR DESDE EL DIA SIGUIENTE'
                                         TO REG-RPTTASPRG-FD (76:32)
              PERFORM 4900-WRITE-RPTTASPRG
              ADD 1 TO WS-CANT-FINES
           END-IF.

       FIN-4200.
           EXIT.

      *------------------------------------------------------------
      * VALOR DE UNA VERSION (WS-DATOS-VALOR) EN FORMATO LEGIBLE
      * SEGUN SU TABLA (WS-TABLA-ACTUAL)
      *------------------------------------------------------------
       4300-FORMATEO-VALOR.
      *--------------------

           MOVE SPACES TO WS-VALOR-TXT.

           EVALUATE WS-TABLA-ACTUAL
               WHEN 'TS'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-TASATAR
                    MOVE 'TASA'          TO WS-VALOR-TXT (01:04)
                    MOVE TAS-TASA-MENSUAL TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (06:06)
                    MOVE 'MIN'           TO WS-VALOR-TXT (14:03)
                    MOVE TAS-PCT-PAGO-MIN TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (18:06)
                    MOVE '%'             TO WS-VALOR-TXT (24:01)

               WHEN 'TR'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-TARIFA
                    IF 88-TRF-PORCENTUAL
                       MOVE 'PORCENTAJE' TO WS-VALOR-TXT (01:10)
                       MOVE TRF-PORCENTAJE TO WS-PCT-ED
                       MOVE WS-PCT-ED    TO WS-VALOR-TXT (12:06)
                       MOVE '%'          TO WS-VALOR-TXT (18:01)
                    ELSE
                       MOVE 'MONTO'      TO WS-VALOR-TXT (01:05)
                       MOVE TRF-MONTO    TO WS-MONTO-ED
                       MOVE WS-MONTO-ED  TO WS-VALOR-TXT (07:12)
                    END-IF
                    MOVE TRF-PERIODICIDAD TO WS-VALOR-TXT (21:01)

               WHEN 'IV'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-ALICIVA
                    MOVE 'ALICUOTA'      TO WS-VALOR-TXT (01:08)
                    MOVE ALI-TASA        TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (10:06)
                    MOVE '%'             TO WS-VALOR-TXT (16:01)

               WHEN 'CM'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-COMTASA
                    MOVE 'COMISION'      TO WS-VALOR-TXT (01:08)
                    MOVE CMT-PCT-COMISION TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (10:06)
                    MOVE '%'             TO WS-VALOR-TXT (16:01)

               WHEN 'PT'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-PTSTASA
                    MOVE 'PUNTOS X 100'  TO WS-VALOR-TXT (01:12)
                    MOVE PTS-TASA        TO WS-PTS-ED
                    MOVE WS-PTS-ED       TO WS-VALOR-TXT (14:08)

               WHEN 'RT'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-RETTASA
                    MOVE 'RET'           TO WS-VALOR-TXT (01:03)
                    MOVE RTT-PCT         TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (05:06)
                    MOVE '%'             TO WS-VALOR-TXT (11:01)
                    MOVE 'MIN'           TO WS-VALOR-TXT (13:03)
                    MOVE RTT-MINIMO      TO WS-MONTO-ED
                    MOVE WS-MONTO-ED     TO WS-VALOR-TXT (15:12)

               WHEN 'PV'
                    MOVE WS-DATOS-VALOR (1:WS-LARGO-DATOS)
                                         TO REG-PREVTASA
                    MOVE 'PREVISION'     TO WS-VALOR-TXT (01:09)
                    MOVE PVT-PCT         TO WS-PCT-ED
                    MOVE WS-PCT-ED       TO WS-VALOR-TXT (11:06)
                    MOVE '%'             TO WS-VALOR-TXT (17:01)
           END-EVALUATE.

       FIN-4300.
           EXIT.

       4800-EDITO-FECHA.
      *-----------------

           MOVE WS-FECHA-A-EDITAR (7:2)  TO WS-FECHA-ED-DD.
           MOVE WS-FECHA-A-EDITAR (5:2)  TO WS-FECHA-ED-MM.
           MOVE WS-FECHA-A-EDITAR (1:4)  TO WS-FECHA-ED-AAAA.

       FIN-4800.
           EXIT.

       4900-WRITE-RPTTASPRG.
      *---------------------

           WRITE REG-RPTTASPRG-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTTASPRG-OK
                    ADD 1 TO WS-GRABADOS-RPTTASPRG
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTTASPRG FS: '
                                                         FS-RPTTASPRG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4900.
           EXIT.

       3000-FINALIZO.
      *--------------

           CLOSE RPTTASPRG
           EVALUATE TRUE
               WHEN 88-FS-RPTTASPRG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTTASPRG FS: ' FS-RPTTASPRG
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
           MOVE 'RPTTASPRG'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-VERSIONES     TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTTASPRG   TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-VERSIONES      TO WS-LEIDAS-VERSIONES-ED.
           MOVE WS-CANT-NUEVAS           TO WS-CANT-NUEVAS-ED.
           MOVE WS-CANT-FINES            TO WS-CANT-FINES-ED.
           MOVE WS-GRABADOS-RPTTASPRG    TO WS-GRABADOS-RPTTASPRG-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTTASPRG             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. VERSIONES LEIDAS         : '
                                               WS-LEIDAS-VERSIONES-ED.
           DISPLAY 'CANT. VERSIONES PROGRAMADAS    : '
                                               WS-CANT-NUEVAS-ED.
           DISPLAY 'CANT. FINES DE VIGENCIA        : '
                                               WS-CANT-FINES-ED.
           DISPLAY 'CANT. RENGLONES DEL REPORTE    : '
                                               WS-GRABADOS-RPTTASPRG-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTTASPRG.
