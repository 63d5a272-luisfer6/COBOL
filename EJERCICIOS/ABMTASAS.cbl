       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMTASAS.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO CONTROLADO DE LAS TABLAS DE TASAS Y TARIFAS CON
      * VERSIONES POR VIGENCIA:
      *   TASAS   (WTASATAR) TASA DE FINANCIACION Y PAGO MINIMO
      *   TARIFAS (WTARIFAS) CARGOS DE SERVICIO DE TARJETAS
      *   ALICIVA (WALICIVA) ALICUOTAS DE IVA
      *   COMTASA (WCOMTASA) COMISIONES A COMERCIOS
      *   PTSTASA (WPTSTASA) TASAS DE ACUMULACION DE PUNTOS
      *   RETTASA (WRETTASA) ALICUOTAS DE RETENCION A COMERCIOS
      *   PREVTASA (WPREVTASA) PORCENTAJES DE PREVISION POR
      *                        INCOBRABLES
      * CADA RENGLON DE LAS TABLAS ES UNA VERSION CON VIGENCIA
      * DESDE / HASTA, Y LOS PROGRAMAS QUE LAS LEEN TOMAN LA VERSION
      * VIGENTE A LA FECHA DE LA OPERACION O DEL PERIODO. ASI UN
      * REPROCESO DE UN PERIODO ANTERIOR USA LA TASA DE ESE PERIODO
      * Y NO LA DE HOY.
      * APLICA LAS NOVEDADES DE TASNOV (VER WTASNOV.cpy) Y GENERA:
      *   - TASASACT / TARIFASACT / ALICIVAACT / COMTASAACT /
      *     PTSTASAACT / RETTASAACT / PREVTASAACT : LAS SIETE
      *     TABLAS ACTUALIZADAS
      *   - TASNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - TASHIST    : HISTORIA DE CADA VERSION CREADA, CERRADA O
      *                  ANULADA (ACUMULATIVA)
      * NO SE ACEPTAN CAMBIOS RETROACTIVOS NI SE TOCA UNA VERSION
      * QUE YA ENTRO EN VIGENCIA, SALVO PARA CERRARLA.
      * EL OPERADOR SE IDENTIFICA CONTRA SEGOPER CON NIVEL DE
      * SUPERVISOR (3).
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 TABLA INVALIDA
      *   02 TIPO DE NOVEDAD INVALIDO
      *   03 FECHA DE VIGENCIA INVALIDA
      *   04 CAMBIO RETROACTIVO (VIGENCIA ANTERIOR AL PROCESO)
      *   05 CLAVE EN BLANCO
      *   06 VALORES DE LA VERSION INVALIDOS
      *   07 YA HAY UNA VERSION EN ESA FECHA O POSTERIOR
      *   08 SIN VERSION VIGENTE EN LA FECHA
      *   09 SIN VERSION PROGRAMADA EN LA FECHA
      *   10 TABLA DE VERSIONES COMPLETA
      *   11 LA VERSION YA ENTRO EN VIGENCIA
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

           SELECT TASNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TASNOV.

           SELECT TASASACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASASACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TASASACT.

           SELECT TARIFASACT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARIFASACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARIFASACT.

           SELECT ALICIVAACT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-ALICIVAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ALICIVAACT.

           SELECT COMTASAACT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMTASAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMTASAACT.

           SELECT PTSTASAACT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-PTSTASAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PTSTASAACT.

           SELECT RETTASAACT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETTASAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETTASAACT.

           SELECT PREVTASAACT   ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVTASAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVTASAACT.

           SELECT TASNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TASNOVRECH.

           SELECT TASHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TASHIST.

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

       FD  TASNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASNOV-FD                 PIC X(60).

       FD  TASASACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASASACT-FD               PIC X(26).

       FD  TARIFASACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARIFASACT-FD             PIC X(60).

       FD  ALICIVAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ALICIVAACT-FD             PIC X(21).

       FD  COMTASAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMTASAACT-FD             PIC X(25).

       FD  PTSTASAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PTSTASAACT-FD             PIC X(29).

       FD  RETTASAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETTASAACT-FD             PIC X(33).

       FD  PREVTASAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVTASAACT-FD            PIC X(25).

       FD  TASNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(60).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  TASHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASHIST-FD                PIC X(110).

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
       77  WS-ARCH-TASNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-TASASACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARIFASACT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-ALICIVAACT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMTASAACT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PTSTASAACT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETTASAACT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVTASAACT        PIC X(128) VALUE SPACES.
       77  WS-ARCH-TASNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-TASHIST            PIC X(128) VALUE SPACES.

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

       77  FS-TASNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-TASNOV-OK                       VALUE '00'.
           88 88-FS-TASNOV-EOF                      VALUE '10'.

       77  FS-TASASACT                   PIC  X(02) VALUE ' '.
           88 88-FS-TASASACT-OK                     VALUE '00'.

       77  FS-TARIFASACT                 PIC  X(02) VALUE ' '.
           88 88-FS-TARIFASACT-OK                   VALUE '00'.

       77  FS-ALICIVAACT                 PIC  X(02) VALUE ' '.
           88 88-FS-ALICIVAACT-OK                   VALUE '00'.

       77  FS-COMTASAACT                 PIC  X(02) VALUE ' '.
           88 88-FS-COMTASAACT-OK                   VALUE '00'.

       77  FS-PTSTASAACT                 PIC  X(02) VALUE ' '.
           88 88-FS-PTSTASAACT-OK                   VALUE '00'.

       77  FS-RETTASAACT                 PIC  X(02) VALUE ' '.
           88 88-FS-RETTASAACT-OK                   VALUE '00'.

       77  FS-PREVTASAACT                PIC  X(02) VALUE ' '.
           88 88-FS-PREVTASAACT-OK                  VALUE '00'.

       77  FS-TASNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-TASNOVRECH-OK                   VALUE '00'.

       77  FS-TASHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-TASHIST-OK                      VALUE '00'.
           88 88-FS-TASHIST-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-TASNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-TASNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-APLICADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-APLICADAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-NUEVAS                PIC  9(09) VALUE 0.
       77  WS-CANT-NUEVAS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-CIERRES               PIC  9(09) VALUE 0.
       77  WS-CANT-CIERRES-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ANULADAS              PIC  9(09) VALUE 0.
       77  WS-CANT-ANULADAS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-TASASACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-TARIFASACT        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ALICIVAACT        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-COMTASAACT        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PTSTASAACT        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RETTASAACT        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PREVTASAACT       PIC  9(09) VALUE 0.
       77  WS-GRABADOS-TASHIST           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-TABLA                         VALUE '01'.
           88 88-RECH-TIPO                          VALUE '02'.
           88 88-RECH-FECHA                         VALUE '03'.
           88 88-RECH-RETROACTIVO                   VALUE '04'.
           88 88-RECH-CLAVE                         VALUE '05'.
           88 88-RECH-VALORES                       VALUE '06'.
           88 88-RECH-POSTERIOR                     VALUE '07'.
           88 88-RECH-SIN-VIGENTE                   VALUE '08'.
           88 88-RECH-SIN-PROGRAMADA                VALUE '09'.
           88 88-RECH-TABLA-COMPLETA                VALUE '10'.
           88 88-RECH-YA-VIGENTE                    VALUE '11'.

      *------------------------------------------------------
      * TODAS LAS VERSIONES DE LAS CINCO TABLAS EN UNA SOLA
      * TABLA GENERICA: CODIGO DE TABLA (TNV-TABLA), IMAGEN DE
      * LOS DATOS SIN LAS FECHAS Y VIGENCIA. LA FECHA HASTA
      * ABIERTA SE GUARDA COMO 99999999 PARA COMPARAR SIN
      * CASOS ESPECIALES Y SE GRABA EN CERO.
      *------------------------------------------------------
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WCN-TOPE-VERSIONES            PIC  9(05) VALUE 3000.
       77  WS-CANT-VERSIONES             PIC  9(05) VALUE 0.
       01  WS-TABLA-VERSIONES.
           05 WS-VERSION-TAB OCCURS 3000 TIMES
                             INDEXED BY IDX-VERSION.
              10 WTV-TABLA               PIC  X(02).
              10 WTV-DATOS               PIC  X(44).
              10 WTV-DESDE               PIC  9(08).
              10 WTV-HASTA               PIC  9(08).
              10 WTV-BAJA                PIC  X(01).

      *------------------------------------------------------
      * LARGO DE LA IMAGEN DE DATOS Y DE LA CLAVE DE CADA
      * TABLA (LAS FECHAS DE VIGENCIA VAN A CONTINUACION DE
      * LOS DATOS EN LOS CINCO COPYS)
      *------------------------------------------------------
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

       77  WS-POS-VIGENTE                PIC  9(05) VALUE 0.
       77  WS-POS-IGUAL                  PIC  9(05) VALUE 0.
       77  WS-POS-ANTERIOR               PIC  9(05) VALUE 0.
       77  WS-CANT-POSTERIORES           PIC  9(05) VALUE 0.
       77  WS-NUEVO-HASTA                PIC  9(08) VALUE 0.
       77  WS-DIA-ANTERIOR               PIC  9(08) VALUE 0.
       77  WS-HASTA-ANTERIOR             PIC  9(08) VALUE 0.
       77  WS-VALORES-OK                 PIC  X(01) VALUE 'N'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

       77  WS-HIST-ACCION                PIC  X(02) VALUE SPACES.
       77  WS-HIST-POS                   PIC  9(05) VALUE 0.

       COPY WTASATAR.

       COPY WTARIFAS.

       COPY WALICIVA.

       COPY WCOMTASA.

       COPY WPTSTASA.

       COPY WRETTASA.

       COPY WPREVTASA.

       COPY WTASNOV.

       COPY WTASHIST.

      *------------------------------------------------------
      * VALIDACION DE LA FECHA DE VIGENCIA (VER UTLVFEC)
      *------------------------------------------------------
       COPY WUTLVFEC.

      *---------------------------------------------------
      * SIGN-ON Y CONTROL DE PERMISOS DE OPERADOR (SEGOPER)
      *---------------------------------------------------
       COPY WSEGOPER.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.

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
                UNTIL 88-FS-TASNOV-EOF.

           PERFORM 2800-GRABO-TABLAS.

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
           ACCEPT WS-HORA-PROCESO  FROM TIME.

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-TASAS.
           PERFORM 1030-CARGO-TARIFAS.
           PERFORM 1040-CARGO-ALICIVA.
           PERFORM 1050-CARGO-COMTASA.
           PERFORM 1060-CARGO-PTSTASA.
           PERFORM 1065-CARGO-RETTASA.
           PERFORM 1067-CARGO-PREVTASA.
           PERFORM 1070-LEO-TASNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LAS TASAS Y TARIFAS SOLO LAS CAMBIA UN
      * SUPERVISOR (NIVEL 3). LOS RECHAZOS QUEDAN EN EL LOG DE
      * ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 3                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMTASAS'     TO SEGOPER-ACCION.

           CALL 'SEGOPER' USING WSEGOPER.

           IF NOT 88-SEGOPER-AUTORIZADO
              DISPLAY 'OPERADOR NO AUTORIZADO: ' WS-OPERADOR-SESION
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3200-GRABO-RUNCTL
              GOBACK
           END-IF.

       FIN-1001.
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

           MOVE 'TASNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASNOV

           MOVE 'TASASACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASASACT

           MOVE 'TARIFASACT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARIFASACT

           MOVE 'ALICIVAACT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ALICIVAACT

           MOVE 'COMTASAACT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMTASAACT

           MOVE 'PTSTASAACT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PTSTASAACT

           MOVE 'RETTASAACT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETTASAACT

           MOVE 'PREVTASAACT'  TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVTASAACT

           MOVE 'TASNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASNOVRECH

           MOVE 'TASHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASHIST.

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

           OPEN INPUT TASNOV

           EVALUATE TRUE
               WHEN 88-FS-TASNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TASNOV'
                    DISPLAY 'FILE STATUS' FS-TASNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TASASACT

           EVALUATE TRUE
               WHEN 88-FS-TASASACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TASASACT'
                    DISPLAY 'FILE STATUS' FS-TASASACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TARIFASACT

           EVALUATE TRUE
               WHEN 88-FS-TARIFASACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARIFASACT'
                    DISPLAY 'FILE STATUS' FS-TARIFASACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT ALICIVAACT

           EVALUATE TRUE
               WHEN 88-FS-ALICIVAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ALICIVAACT'
                    DISPLAY 'FILE STATUS' FS-ALICIVAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT COMTASAACT

           EVALUATE TRUE
               WHEN 88-FS-COMTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMTASAACT'
                    DISPLAY 'FILE STATUS' FS-COMTASAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PTSTASAACT

           EVALUATE TRUE
               WHEN 88-FS-PTSTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PTSTASAACT'
                    DISPLAY 'FILE STATUS' FS-PTSTASAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RETTASAACT

           EVALUATE TRUE
               WHEN 88-FS-RETTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETTASAACT'
                    DISPLAY 'FILE STATUS' FS-RETTASAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PREVTASAACT

           EVALUATE TRUE
               WHEN 88-FS-PREVTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVTASAACT'
                    DISPLAY 'FILE STATUS' FS-PREVTASAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT TASNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-TASNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TASNOVRECH'
                    DISPLAY 'FILE STATUS' FS-TASNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA ES ACUMULATIVA: SE ABRE EN EXTEND Y SI NO
      *    EXISTE TODAVIA SE CREA EN LA PRIMERA CORRIDA.
           OPEN EXTEND TASHIST

           EVALUATE TRUE
               WHEN 88-FS-TASHIST-OK
                    CONTINUE
               WHEN 88-FS-TASHIST-NOEXISTE
                    OPEN OUTPUT TASHIST
                    IF NOT 88-FS-TASHIST-OK
                       DISPLAY 'ERROR EN OPEN TASHIST'
                       DISPLAY 'FILE STATUS' FS-TASHIST
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TASHIST'
                    DISPLAY 'FILE STATUS' FS-TASHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * CARGA DE LAS SIETE TABLAS. UNA TABLA INEXISTENTE ARRANCA
      * VACIA Y SE ARMA CON LAS NOVEDADES DE LA CORRIDA.
      *------------------------------------------------------------
       1020-CARGO-TASAS.
      *-----------------

           MOVE 'TS' TO WS-TABLA-ACTUAL.
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA TASAS INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA TARIFAS INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA ALICIVA INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA COMTASA INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA PTSTASA INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA RETTASA INEXISTENTE - SE ARMA VACIA'
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
           PERFORM 2050-PARAMETROS-TABLA.

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
                    DISPLAY 'TABLA PREVTASA INEXISTENTE - SE ARMA VACIA'
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

       1070-LEO-TASNOV.
      *----------------

           INITIALIZE REG-TASNOV.

           READ TASNOV INTO REG-TASNOV

           EVALUATE TRUE
               WHEN 88-FS-TASNOV-OK
                    ADD 1 TO WS-LEIDAS-TASNOV
               WHEN 88-FS-TASNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TASNOV FS: ' FS-TASNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1070.
           EXIT.

      *------------------------------------------------------------
      * AGREGA A LA TABLA GENERICA EL RENGLON WS-VER-REGISTRO DE LA
      * TABLA WS-TABLA-ACTUAL. LOS ARCHIVOS ANTERIORES A LAS
      * VERSIONES NO TRAEN FECHAS: SE TOMAN COMO VIGENTES SIEMPRE.
      *------------------------------------------------------------
       1090-AGREGO-VERSION.
      *--------------------

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
           MOVE 'N'                  TO WTV-BAJA (WS-CANT-VERSIONES).

       FIN-1090.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           PERFORM 2100-VALIDO-NOVEDAD.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-TNV-NUEVA-VERSION
                       PERFORM 2200-APLICO-NUEVA-VERSION
                  WHEN 88-TNV-FIN-VIGENCIA
                       PERFORM 2300-APLICO-FIN-VIGENCIA
                  WHEN 88-TNV-CANCELACION
                       PERFORM 2400-APLICO-CANCELACION
              END-EVALUATE
              ADD 1 TO WS-CANT-APLICADAS
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-TASNOV.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * LARGO DE LOS DATOS Y DE LA CLAVE DE LA TABLA
      * WS-TABLA-ACTUAL. LAS FECHAS DE VIGENCIA EMPIEZAN EN
      * WS-POS-FECHA.
      *------------------------------------------------------------
       2050-PARAMETROS-TABLA.
      *----------------------

           EVALUATE WS-TABLA-ACTUAL
               WHEN 'TS'
                    MOVE 10 TO WS-LARGO-DATOS
                    MOVE 02 TO WS-LARGO-CLAVE
               WHEN 'TR'
                    MOVE 44 TO WS-LARGO-DATOS
                    MOVE 06 TO WS-LARGO-CLAVE
               WHEN 'IV'
                    MOVE 05 TO WS-LARGO-DATOS
                    MOVE 01 TO WS-LARGO-CLAVE
               WHEN 'CM'
                    MOVE 09 TO WS-LARGO-DATOS
                    MOVE 05 TO WS-LARGO-CLAVE
               WHEN 'PT'
                    MOVE 13 TO WS-LARGO-DATOS
                    MOVE 07 TO WS-LARGO-CLAVE
               WHEN 'RT'
                    MOVE 17 TO WS-LARGO-DATOS
                    MOVE 02 TO WS-LARGO-CLAVE
               WHEN 'PV'
                    MOVE 09 TO WS-LARGO-DATOS
                    MOVE 04 TO WS-LARGO-CLAVE
               WHEN OTHER
                    MOVE 0  TO WS-LARGO-DATOS
                    MOVE 0  TO WS-LARGO-CLAVE
           END-EVALUATE.

           COMPUTE WS-POS-FECHA = WS-LARGO-DATOS + 1.

       FIN-2050.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           MOVE TNV-TABLA TO WS-TABLA-ACTUAL.
           PERFORM 2050-PARAMETROS-TABLA.

           IF WS-LARGO-DATOS > 0
              AND TNV-VIG-DESDE NUMERIC
              INITIALIZE WUTLVFEC
              MOVE TNV-VIG-DESDE          TO WUTLVFEC-FECHA
              MOVE 'N'                    TO WUTLVFEC-PERMITE-CERO
              MOVE 'S'                    TO WUTLVFEC-PERMITE-FUTURA
              CALL 'UTLVFEC' USING WUTLVFEC
           ELSE
              SET 88-WUTLVFEC-ERROR       TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-LARGO-DATOS = 0
                    SET 88-RECH-TABLA          TO TRUE
               WHEN NOT 88-TNV-NUEVA-VERSION
                AND NOT 88-TNV-FIN-VIGENCIA
                AND NOT 88-TNV-CANCELACION
                    SET 88-RECH-TIPO           TO TRUE
               WHEN 88-WUTLVFEC-ERROR
                    SET 88-RECH-FECHA          TO TRUE
               WHEN TNV-VIG-DESDE < WS-FECHA-PROCESO
                    SET 88-RECH-RETROACTIVO    TO TRUE
               WHEN TNV-DATOS (1:WS-LARGO-CLAVE) = SPACES
                    SET 88-RECH-CLAVE          TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF 88-NOVEDAD-ACEPTADA AND 88-TNV-NUEVA-VERSION
              PERFORM 2150-VALIDO-VALORES
              IF WS-VALORES-OK = 'N'
                 SET 88-RECH-VALORES TO TRUE
              END-IF
           END-IF.

           IF 88-NOVEDAD-ACEPTADA
              PERFORM 2160-BUSCO-VERSIONES
           END-IF.

           EVALUATE TRUE
               WHEN NOT 88-NOVEDAD-ACEPTADA
                    CONTINUE
               WHEN 88-TNV-NUEVA-VERSION
                AND (WS-POS-IGUAL > 0 OR WS-CANT-POSTERIORES > 0)
                    SET 88-RECH-POSTERIOR      TO TRUE
               WHEN 88-TNV-NUEVA-VERSION
                AND WS-CANT-VERSIONES NOT < WCN-TOPE-VERSIONES
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-TNV-FIN-VIGENCIA
                AND (WS-POS-IGUAL > 0 OR WS-CANT-POSTERIORES > 0)
                    SET 88-RECH-POSTERIOR      TO TRUE
               WHEN 88-TNV-FIN-VIGENCIA
                AND WS-POS-VIGENTE = 0
                    SET 88-RECH-SIN-VIGENTE    TO TRUE
               WHEN 88-TNV-CANCELACION
                AND WS-POS-IGUAL = 0
                    SET 88-RECH-SIN-PROGRAMADA TO TRUE
               WHEN 88-TNV-CANCELACION
                AND TNV-VIG-DESDE NOT > WS-FECHA-PROCESO
                    SET 88-RECH-YA-VIGENTE     TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * VALIDA LOS VALORES DE UNA NUEVA VERSION SOBRE EL LAYOUT DE
      * SU TABLA
      *------------------------------------------------------------
       2150-VALIDO-VALORES.
      *--------------------

           MOVE 'S' TO WS-VALORES-OK.

           EVALUATE TRUE
               WHEN 88-TNV-TASAS
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-TASATAR
                    IF TAS-TASA-MENSUAL NOT NUMERIC
                    OR TAS-PCT-PAGO-MIN NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-TARIFAS
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-TARIFA
                    IF NOT 88-TRF-MONTO-FIJO
                       AND NOT 88-TRF-PORCENTUAL
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF
                    IF TRF-MONTO NOT NUMERIC
                    OR TRF-PORCENTAJE NOT NUMERIC
                    OR TRF-MES-COBRO NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF
                    IF NOT 88-TRF-MENSUAL
                       AND NOT 88-TRF-ANUAL
                       AND NOT 88-TRF-REPOSICION
                       AND NOT 88-TRF-ADELANTO
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-ALICIVA
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-ALICIVA
                    IF ALI-TASA NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-COMTASA
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-COMTASA
                    IF CMT-COM-ID NOT NUMERIC
                    OR CMT-PCT-COMISION NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-PTSTASA
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-PTSTASA
                    IF PTS-CATEGORIA = SPACES
                    OR PTS-COM-ID NOT NUMERIC
                    OR PTS-TASA NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-RETTASA
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-RETTASA
                    IF RTT-PCT NOT NUMERIC
                    OR RTT-MINIMO NOT NUMERIC
                    OR RTT-CONDICION = SPACE
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF
                    IF NOT 88-RTT-IIBB AND NOT 88-RTT-GANANCIAS
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF

               WHEN 88-TNV-PREVTASA
                    MOVE TNV-DATOS (1:WS-LARGO-DATOS) TO REG-PREVTASA
                    IF NOT 88-PVT-TARJETAS AND NOT 88-PVT-CTACTE
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF
                    IF NOT 88-PVT-BANDA-VALIDA
                       MOVE 'N' TO WS-VALORES-OK
                    END-IF
                    IF PVT-PCT NOT NUMERIC
                       MOVE 'N' TO WS-VALORES-OK
                    ELSE
                       IF PVT-PCT > 100
                          MOVE 'N' TO WS-VALORES-OK
                       END-IF
                    END-IF
           END-EVALUATE.

       FIN-2150.
           EXIT.

      *------------------------------------------------------------
      * UBICA, PARA LA CLAVE DE LA NOVEDAD:
      *   WS-POS-VIGENTE     VERSION VIGENTE EN TNV-VIG-DESDE
      *   WS-POS-IGUAL       VERSION QUE EMPIEZA EN TNV-VIG-DESDE
      *   WS-CANT-POSTERIORES VERSIONES QUE EMPIEZAN DESPUES
      *------------------------------------------------------------
       2160-BUSCO-VERSIONES.
      *---------------------

           MOVE 0 TO WS-POS-VIGENTE.
           MOVE 0 TO WS-POS-IGUAL.
           MOVE 0 TO WS-CANT-POSTERIORES.

           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                     UNTIL IDX-VERSION > WS-CANT-VERSIONES
              IF WTV-TABLA (IDX-VERSION) = TNV-TABLA
              AND WTV-BAJA (IDX-VERSION) = 'N'
              AND WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE) =
                  TNV-DATOS (1:WS-LARGO-CLAVE)
                 IF WTV-DESDE (IDX-VERSION) NOT > TNV-VIG-DESDE
                 AND WTV-HASTA (IDX-VERSION) NOT < TNV-VIG-DESDE
                    SET WS-POS-VIGENTE TO IDX-VERSION
                 END-IF
                 IF WTV-DESDE (IDX-VERSION) = TNV-VIG-DESDE
                    SET WS-POS-IGUAL TO IDX-VERSION
                 END-IF
                 IF WTV-DESDE (IDX-VERSION) > TNV-VIG-DESDE
                    ADD 1 TO WS-CANT-POSTERIORES
                 END-IF
              END-IF
           END-PERFORM.

           COMPUTE WS-DIA-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TNV-VIG-DESDE) - 1).

       FIN-2160.
           EXIT.

      *------------------------------------------------------------
      * NUEVA VERSION: LA VIGENTE ESE DIA SE CIERRA EL DIA ANTERIOR
      * Y LA NUEVA HEREDA SU FECHA DE FIN (ABIERTA SALVO QUE YA
      * TUVIERA UN FIN DE VIGENCIA PROGRAMADO).
      *------------------------------------------------------------
       2200-APLICO-NUEVA-VERSION.
      *--------------------------

           MOVE WCN-HASTA-ABIERTA TO WS-NUEVO-HASTA.

           IF WS-POS-VIGENTE > 0
              MOVE WTV-HASTA (WS-POS-VIGENTE) TO WS-NUEVO-HASTA
              PERFORM 2250-CIERRO-VIGENTE
           END-IF.

           ADD 1 TO WS-CANT-VERSIONES.
           MOVE TNV-TABLA            TO WTV-TABLA (WS-CANT-VERSIONES).
           MOVE SPACES               TO WTV-DATOS (WS-CANT-VERSIONES).
           MOVE TNV-DATOS (1:WS-LARGO-DATOS)
                                     TO WTV-DATOS (WS-CANT-VERSIONES).
           MOVE TNV-VIG-DESDE        TO WTV-DESDE (WS-CANT-VERSIONES).
           MOVE WS-NUEVO-HASTA       TO WTV-HASTA (WS-CANT-VERSIONES).
           MOVE 'N'                  TO WTV-BAJA (WS-CANT-VERSIONES).

           ADD 1 TO WS-CANT-NUEVAS.

           MOVE 'NV'                 TO WS-HIST-ACCION.
           MOVE WS-CANT-VERSIONES    TO WS-HIST-POS.
           MOVE 0                    TO WS-HASTA-ANTERIOR.
           PERFORM 2700-GRABO-HISTORIA.

       FIN-2200.
           EXIT.

       2250-CIERRO-VIGENTE.
      *--------------------

           MOVE WTV-HASTA (WS-POS-VIGENTE) TO WS-HASTA-ANTERIOR.
           MOVE WS-DIA-ANTERIOR       TO WTV-HASTA (WS-POS-VIGENTE).

           ADD 1 TO WS-CANT-CIERRES.

           MOVE 'CV'                  TO WS-HIST-ACCION.
           MOVE WS-POS-VIGENTE        TO WS-HIST-POS.
           PERFORM 2700-GRABO-HISTORIA.

       FIN-2250.
           EXIT.

       2300-APLICO-FIN-VIGENCIA.
      *-------------------------

           PERFORM 2250-CIERRO-VIGENTE.

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * CANCELACION DE UNA VERSION PROGRAMADA: SE ANULA Y LA
      * VERSION QUE TERMINABA EL DIA ANTERIOR RECUPERA SU FECHA DE
      * FIN.
      *------------------------------------------------------------
       2400-APLICO-CANCELACION.
      *------------------------

           MOVE 'S'                   TO WTV-BAJA (WS-POS-IGUAL).

           ADD 1 TO WS-CANT-ANULADAS.

           MOVE 'AN'                  TO WS-HIST-ACCION.
           MOVE WS-POS-IGUAL          TO WS-HIST-POS.
           MOVE 0                     TO WS-HASTA-ANTERIOR.
           PERFORM 2700-GRABO-HISTORIA.

           MOVE 0 TO WS-POS-ANTERIOR.

           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                     UNTIL IDX-VERSION > WS-CANT-VERSIONES
              IF WTV-TABLA (IDX-VERSION) = TNV-TABLA
              AND WTV-BAJA (IDX-VERSION) = 'N'
              AND WTV-DATOS (IDX-VERSION) (1:WS-LARGO-CLAVE) =
                  TNV-DATOS (1:WS-LARGO-CLAVE)
              AND WTV-HASTA (IDX-VERSION) = WS-DIA-ANTERIOR
                 SET WS-POS-ANTERIOR TO IDX-VERSION
              END-IF
           END-PERFORM.

           IF WS-POS-ANTERIOR > 0
              MOVE WTV-HASTA (WS-POS-ANTERIOR) TO WS-HASTA-ANTERIOR
              MOVE WTV-HASTA (WS-POS-IGUAL)
                                      TO WTV-HASTA (WS-POS-ANTERIOR)
              MOVE 'CV'               TO WS-HIST-ACCION
              MOVE WS-POS-ANTERIOR    TO WS-HIST-POS
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

       FIN-2400.
           EXIT.

       2700-GRABO-HISTORIA.
      *--------------------

           INITIALIZE REG-TASHIST.
           MOVE TNV-TABLA                 TO TASHIST-TABLA.
           MOVE TNV-TIPO                  TO TASHIST-COD-NOVEDAD.
           MOVE WS-HIST-ACCION            TO TASHIST-ACCION.
           MOVE WTV-DATOS (WS-HIST-POS)   TO TASHIST-DATOS.
           MOVE WTV-DESDE (WS-HIST-POS)   TO TASHIST-VIG-DESDE.
           IF WTV-HASTA (WS-HIST-POS) = WCN-HASTA-ABIERTA
              MOVE 0                      TO TASHIST-VIG-HASTA
           ELSE
              MOVE WTV-HASTA (WS-HIST-POS) TO TASHIST-VIG-HASTA
           END-IF.
           IF WS-HASTA-ANTERIOR = WCN-HASTA-ABIERTA
              MOVE 0                      TO TASHIST-HASTA-ANTERIOR
           ELSE
              MOVE WS-HASTA-ANTERIOR      TO TASHIST-HASTA-ANTERIOR
           END-IF.
           MOVE WS-FECHA-PROCESO          TO TASHIST-FECHA-NOVEDAD.
           MOVE WS-HORA-PROCESO (1:6)     TO TASHIST-HORA-NOVEDAD.
           MOVE WS-OPERADOR-SESION        TO TASHIST-USUARIO.

           WRITE REG-TASHIST-FD FROM REG-TASHIST.

           EVALUATE TRUE
               WHEN 88-FS-TASHIST-OK
                    ADD 1 TO WS-GRABADOS-TASHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TASHIST FS: ' FS-TASHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * VUELCA LAS VERSIONES VIGENTES Y PROGRAMADAS A LAS CINCO
      * TABLAS ACTUALIZADAS. LAS ANULADAS NO SE GRABAN.
      *------------------------------------------------------------
       2800-GRABO-TABLAS.
      *------------------

           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                     UNTIL IDX-VERSION > WS-CANT-VERSIONES
              IF WTV-BAJA (IDX-VERSION) = 'N'
                 PERFORM 2810-GRABO-VERSION
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

       2810-GRABO-VERSION.
      *-------------------

           MOVE WTV-TABLA (IDX-VERSION) TO WS-TABLA-ACTUAL.
           PERFORM 2050-PARAMETROS-TABLA.

           MOVE WTV-DESDE (IDX-VERSION) TO WS-VER-DESDE.
           IF WTV-HASTA (IDX-VERSION) = WCN-HASTA-ABIERTA
              MOVE 0                       TO WS-VER-HASTA
           ELSE
              MOVE WTV-HASTA (IDX-VERSION) TO WS-VER-HASTA
           END-IF.

           MOVE SPACES                     TO WS-VER-REGISTRO.
           MOVE WTV-DATOS (IDX-VERSION) (1:WS-LARGO-DATOS)
                                           TO WS-VER-REGISTRO.
           MOVE WS-VER-DESDE-X
                             TO WS-VER-REGISTRO (WS-POS-FECHA:8).
           MOVE WS-VER-HASTA-X
                             TO WS-VER-REGISTRO (WS-POS-FECHA + 8:8).

           EVALUATE WS-TABLA-ACTUAL
               WHEN 'TS'
                    WRITE REG-TASASACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-TASASACT-OK
                       ADD 1 TO WS-GRABADOS-TASASACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE TASASACT FS: '
                                                         FS-TASASACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'TR'
                    WRITE REG-TARIFASACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-TARIFASACT-OK
                       ADD 1 TO WS-GRABADOS-TARIFASACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE TARIFASACT FS: '
                                                         FS-TARIFASACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'IV'
                    WRITE REG-ALICIVAACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-ALICIVAACT-OK
                       ADD 1 TO WS-GRABADOS-ALICIVAACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE ALICIVAACT FS: '
                                                         FS-ALICIVAACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'CM'
                    WRITE REG-COMTASAACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-COMTASAACT-OK
                       ADD 1 TO WS-GRABADOS-COMTASAACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE COMTASAACT FS: '
                                                         FS-COMTASAACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'PT'
                    WRITE REG-PTSTASAACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-PTSTASAACT-OK
                       ADD 1 TO WS-GRABADOS-PTSTASAACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE PTSTASAACT FS: '
                                                         FS-PTSTASAACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'RT'
                    WRITE REG-RETTASAACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-RETTASAACT-OK
                       ADD 1 TO WS-GRABADOS-RETTASAACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE RETTASAACT FS: '
                                                         FS-RETTASAACT
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 'PV'
                    WRITE REG-PREVTASAACT-FD FROM WS-VER-REGISTRO
                    IF 88-FS-PREVTASAACT-OK
                       ADD 1 TO WS-GRABADOS-PREVTASAACT
                    ELSE
                       DISPLAY 'ERROR EN WRITE PREVTASAACT FS: '
                                                         FS-PREVTASAACT
                       PERFORM 3000-FINALIZO
                    END-IF
           END-EVALUATE.

       FIN-2810.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-TASNOVRECH-FD.
           MOVE REG-TASNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TABLA
                    MOVE 'TABLA INVALIDA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA DE VIGENCIA INVALIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-RETROACTIVO
                    MOVE 'CAMBIO RETROACTIVO'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CLAVE
                    MOVE 'CLAVE EN BLANCO'       TO RECH-MOTIVO-DESC
               WHEN 88-RECH-VALORES
                    MOVE 'VALORES INVALIDOS'     TO RECH-MOTIVO-DESC
               WHEN 88-RECH-POSTERIOR
                    MOVE 'HAY VERSION EN FECHA O POSTERIOR'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SIN-VIGENTE
                    MOVE 'SIN VERSION VIGENTE EN LA FECHA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SIN-PROGRAMADA
                    MOVE 'SIN VERSION PROGRAMADA EN FECHA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA DE VERSIONES COMPLETA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-VIGENTE
                    MOVE 'LA VERSION YA ESTA VIGENTE'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-TASNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-TASNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TASNOVRECH FS: '
                                                         FS-TASNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - ' TNV-TABLA ' '
                   TNV-DATOS (1:10) ' MOTIVO: ' RECH-MOTIVO-DESC.

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

           CLOSE TASNOV
           EVALUATE TRUE
               WHEN 88-FS-TASNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TASNOV FS: ' FS-TASNOV
           END-EVALUATE.

           CLOSE TASASACT
           EVALUATE TRUE
               WHEN 88-FS-TASASACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TASASACT FS: ' FS-TASASACT
           END-EVALUATE.

           CLOSE TARIFASACT
           EVALUATE TRUE
               WHEN 88-FS-TARIFASACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TARIFASACT FS: ' FS-TARIFASACT
           END-EVALUATE.

           CLOSE ALICIVAACT
           EVALUATE TRUE
               WHEN 88-FS-ALICIVAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ALICIVAACT FS: ' FS-ALICIVAACT
           END-EVALUATE.

           CLOSE COMTASAACT
           EVALUATE TRUE
               WHEN 88-FS-COMTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMTASAACT FS: ' FS-COMTASAACT
           END-EVALUATE.

           CLOSE PTSTASAACT
           EVALUATE TRUE
               WHEN 88-FS-PTSTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PTSTASAACT FS: ' FS-PTSTASAACT
           END-EVALUATE.

           CLOSE RETTASAACT
           EVALUATE TRUE
               WHEN 88-FS-RETTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RETTASAACT FS: ' FS-RETTASAACT
           END-EVALUATE.

           CLOSE PREVTASAACT
           EVALUATE TRUE
               WHEN 88-FS-PREVTASAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PREVTASAACT FS: '
                                                         FS-PREVTASAACT
           END-EVALUATE.

           CLOSE TASNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-TASNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TASNOVRECH FS: ' FS-TASNOVRECH
           END-EVALUATE.

           CLOSE TASHIST
           EVALUATE TRUE
               WHEN 88-FS-TASHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TASHIST FS: ' FS-TASHIST
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMTASAS'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-TASNOV        TO RUNCTL-LEIDOS.
           MOVE WS-CANT-APLICADAS       TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-TASNOV         TO WS-LEIDAS-TASNOV-ED.
           MOVE WS-CANT-APLICADAS        TO WS-CANT-APLICADAS-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-CANT-NUEVAS           TO WS-CANT-NUEVAS-ED.
           MOVE WS-CANT-CIERRES          TO WS-CANT-CIERRES-ED.
           MOVE WS-CANT-ANULADAS         TO WS-CANT-ANULADAS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMTASAS              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-TASNOV-ED.
           DISPLAY 'CANT. NOVEDADES APLICADAS      : '
                                               WS-CANT-APLICADAS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. VERSIONES NUEVAS         : '
                                               WS-CANT-NUEVAS-ED.
           DISPLAY 'CANT. VERSIONES CERRADAS       : '
                                               WS-CANT-CIERRES-ED.
           DISPLAY 'CANT. VERSIONES ANULADAS       : '
                                               WS-CANT-ANULADAS-ED.
           MOVE WS-GRABADOS-TASASACT     TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES TASAS          : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-TARIFASACT   TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES TARIFAS        : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-ALICIVAACT   TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES ALICIVA        : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-COMTASAACT   TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES COMTASA        : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-PTSTASAACT   TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES PTSTASA        : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-RETTASAACT   TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES RETTASA        : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-PREVTASAACT  TO WS-GRABADOS-ED.
           DISPLAY 'CANT. RENGLONES PREVTASA       : ' WS-GRABADOS-ED.
           MOVE WS-GRABADOS-TASHIST      TO WS-GRABADOS-ED.
           DISPLAY 'CANT. REGISTROS DE HISTORIA    : ' WS-GRABADOS-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMTASAS.
