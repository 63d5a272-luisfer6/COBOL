       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMCOMER.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE COMERCIOS Y DE SU CONVENIO DE
      * COMISION. APLICA EL ARCHIVO DE NOVEDADES COMNOV (VER
      * WCOMNOV.cpy) SOBRE COMERCIOS Y COMTASA Y GENERA:
      *   - COMERACT   : MAESTRO DE COMERCIOS ACTUALIZADO (LAS BAJAS
      *                  NO SE COPIAN)
      *   - COMTAACT   : TABLA DE COMISIONES ACTUALIZADA, CON TODAS
      *                  LAS VERSIONES Y SU VIGENCIA (VER WCOMTASA.cpy)
      *   - COMNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - COMHIST    : HISTORIA DE CADA CAMBIO APLICADO (VALOR
      *                  ANTERIOR / NUEVO), MISMO CRITERIO QUE TARHIST
      * EL OPERADOR SE IDENTIFICA CONTRA SEGOPER CON NIVEL DE
      * ACTUALIZACION (2). EL RUBRO SE VALIDA CONTRA LOS CODIGOS DE
      * GTO-CATEGORIA. UNA BAJA SE RECHAZA SI EL COMERCIO TIENE GASTOS
      * ACEPTADOS (GASTOSOK) POSTERIORES A SU ULTIMA LIQUIDACION
      * (LIQHIST) O DISPUTAS ABIERTAS (DISPNUE) SOBRE ESOS GASTOS.
      * UN COMERCIO SUSPENDIDO SIGUE EN EL MAESTRO Y SE LIQUIDA, PERO
      * PGMEDGTO LE RECHAZA LOS GASTOS NUEVOS (MOTIVO 10).
      * LOS DATOS FISCALES DEL COMERCIO (CUIT Y CONDICION ANTE
      * INGRESOS BRUTOS Y GANANCIAS) DEFINEN LAS RETENCIONES QUE LE
      * PRACTICA LIQCOMER; SE CARGAN EN EL ALTA O CON LA NOVEDAD 'F'.
      * GASTOSOK SE VERIFICA ANTES DE APLICAR NOVEDADES (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC); UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 TIPO DE NOVEDAD INVALIDO
      *   02 ALTA DE UN COMERCIO YA EXISTENTE
      *   03 COMERCIO INEXISTENTE
      *   04 RUBRO INVALIDO
      *   05 NOMBRE EN BLANCO EN EL ALTA
      *   06 BAJA CON GASTOS SIN LIQUIDAR
      *   07 BAJA CON DISPUTAS ABIERTAS
      *   08 EL COMERCIO YA ESTA EN EL ESTADO PEDIDO
      *   09 TABLA DE COMERCIOS O DE COMISIONES COMPLETA
      *   10 CODIGO DE COMERCIO EN CERO O NO NUMERICO
      *   11 DATOS FISCALES INVALIDOS (CUIT, CONDICIONES O FALTA
      *      EL NRO DE INGRESOS BRUTOS DE UN INSCRIPTO)
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

           SELECT COMERCIOS     ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMERCIOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMERCIOS.

           SELECT COMTASA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMTASA.

           SELECT COMNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMNOV.

           SELECT GASTOSOK      ASSIGN       TO
                                 DYNAMIC WS-ARCH-GASTOSOK
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-GASTOSOK.

           SELECT LIQHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIQHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIQHIST.

           SELECT DISPUTAS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-DISPUTAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DISPUTAS.

           SELECT COMERACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMERACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMERACT.

           SELECT COMTAACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMTAACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMTAACT.

           SELECT COMNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMNOVRECH.

           SELECT COMHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-COMHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COMHIST.

       DATA DIVISION.

       FILE SECTION.

       FD  COMERCIOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERCIOS-FD              PIC X(80).

       FD  COMTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMTASA-FD                PIC X(25).

       FD  COMNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMNOV-FD                 PIC X(67).

       FD  GASTOSOK
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GASTOSOK-FD               PIC X(81).

       FD  LIQHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIQHIST-FD                PIC X(110).

       FD  DISPUTAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DISPUTAS-FD               PIC X(73).

       FD  COMERACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERACT-FD               PIC X(80).

       FD  COMTAACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMTAACT-FD               PIC X(25).

       FD  COMNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(67).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  COMHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMHIST-FD                PIC X(99).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-COMERCIOS          PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMTASA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-GASTOSOK           PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIQHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-DISPUTAS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMERACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMTAACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMHIST            PIC X(128) VALUE SPACES.

       77  FS-COMERCIOS                  PIC  X(02) VALUE ' '.
           88 88-FS-COMERCIOS-OK                    VALUE '00'.
           88 88-FS-COMERCIOS-EOF                   VALUE '10'.
           88 88-FS-COMERCIOS-NOEXISTE              VALUE '35'.

       77  FS-COMTASA                    PIC  X(02) VALUE ' '.
           88 88-FS-COMTASA-OK                      VALUE '00'.
           88 88-FS-COMTASA-EOF                     VALUE '10'.
           88 88-FS-COMTASA-NOEXISTE                VALUE '35'.

       77  FS-COMNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-COMNOV-OK                       VALUE '00'.
           88 88-FS-COMNOV-EOF                      VALUE '10'.

       77  FS-GASTOSOK                   PIC  X(02) VALUE ' '.
           88 88-FS-GASTOSOK-OK                     VALUE '00'.
           88 88-FS-GASTOSOK-EOF                    VALUE '10'.
           88 88-FS-GASTOSOK-NOEXISTE               VALUE '35'.

       77  FS-LIQHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-LIQHIST-OK                      VALUE '00'.
           88 88-FS-LIQHIST-EOF                     VALUE '10'.
           88 88-FS-LIQHIST-NOEXISTE                VALUE '35'.

       77  FS-DISPUTAS                   PIC  X(02) VALUE ' '.
           88 88-FS-DISPUTAS-OK                     VALUE '00'.
           88 88-FS-DISPUTAS-EOF                    VALUE '10'.
           88 88-FS-DISPUTAS-NOEXISTE               VALUE '35'.

       77  FS-COMERACT                   PIC  X(02) VALUE ' '.
           88 88-FS-COMERACT-OK                     VALUE '00'.

       77  FS-COMTAACT                   PIC  X(02) VALUE ' '.
           88 88-FS-COMTAACT-OK                     VALUE '00'.

       77  FS-COMNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-COMNOVRECH-OK                   VALUE '00'.

       77  FS-COMHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-COMHIST-OK                      VALUE '00'.
           88 88-FS-COMHIST-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-COMNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-COMNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-BAJAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-BAJAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-MODIFICACIONES        PIC  9(09) VALUE 0.
       77  WS-CANT-MODIFICACIONES-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-SUSPENSIONES          PIC  9(09) VALUE 0.
       77  WS-CANT-SUSPENSIONES-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-FISCALES              PIC  9(09) VALUE 0.
       77  WS-CANT-FISCALES-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-REHABILITACIONES      PIC  9(09) VALUE 0.
       77  WS-CANT-REHABILITACIONES-ED   PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-COMISIONES            PIC  9(09) VALUE 0.
       77  WS-CANT-COMISIONES-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-COMERACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-COMERACT-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-COMTAACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-COMTAACT-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-COMHIST           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-COMHIST-ED        PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-TIPO                          VALUE '01'.
           88 88-RECH-YA-EXISTE                     VALUE '02'.
           88 88-RECH-INEXISTENTE                   VALUE '03'.
           88 88-RECH-RUBRO                         VALUE '04'.
           88 88-RECH-NOMBRE                        VALUE '05'.
           88 88-RECH-GASTOS-PEND                   VALUE '06'.
           88 88-RECH-DISPUTAS                      VALUE '07'.
           88 88-RECH-MISMO-ESTADO                  VALUE '08'.
           88 88-RECH-TABLA-COMPLETA                VALUE '09'.
           88 88-RECH-CODIGO                        VALUE '10'.
           88 88-RECH-FISCAL                        VALUE '11'.

      *------------------------------------------------------
      * MAESTRO DE COMERCIOS EN MEMORIA. LOS PRIMEROS CAMPOS
      * REPITEN EL LAYOUT DE WCOMERCIO.cpy (80 BYTES) PARA
      * GRABAR COMERACT DIRECTAMENTE DESDE LA TABLA.
      *------------------------------------------------------
       77  WCN-TOPE-COMERCIOS            PIC  9(05) VALUE 500.
       77  WS-CANT-COMERCIOS             PIC  9(05) VALUE 0.
       01  WS-TABLA-COMERCIOS.
           05 WS-COMERCIO-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-COMERCIO.
              10 WCM-DATOS.
                 15 WCM-ID               PIC  9(05).
                 15 WCM-NOMBRE           PIC  X(30).
                 15 WCM-RUBRO            PIC  X(02).
                 15 WCM-ESTADO           PIC  X(01).
                 15 WCM-FECHA-ESTADO     PIC  9(08).
                 15 WCM-CUIT             PIC  9(11).
                 15 WCM-COND-IIBB        PIC  X(01).
                 15 WCM-NRO-IIBB         PIC  X(12).
                 15 WCM-COND-GAN         PIC  X(01).
                 15 FILLER               PIC  X(09).
              10 WCM-BAJA                PIC  X(01).
              10 WCM-ULT-LIQ             PIC  9(08).
              10 WCM-GASTOS-PEND         PIC  9(05).
              10 WCM-DISP-ABIERTAS       PIC  9(05).

       77  WCN-TOPE-TASAS                PIC  9(05) VALUE 500.
       77  WS-CANT-TASAS                 PIC  9(05) VALUE 0.
       01  WS-TABLA-TASAS.
           05 WS-TASA-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-TASA.
              10 WTS-COM-ID              PIC  9(05).
              10 WTS-PCT                 PIC  9(02)V99.
              10 WTS-BAJA                PIC  X(01).
              10 WTS-VIG-DESDE           PIC  9(08).
              10 WTS-VIG-HASTA           PIC  9(08).

      *------------------------------------------------------
      * VIGENCIA DE LAS VERSIONES DE COMISION: LA HASTA ABIERTA
      * SE GUARDA COMO 99999999 Y SE GRABA EN CERO.
      *------------------------------------------------------
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-DIA-ANTERIOR               PIC  9(08) VALUE 0.
       77  WS-HASTA-NUEVA                PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * DISPUTAS ABIERTAS ('A' O 'P') PARA CRUZARLAS CON LOS
      * GASTOS ACEPTADOS Y LLEGAR AL COMERCIO DEL GASTO.
      *------------------------------------------------------
       77  WCN-TOPE-DISPUTAS             PIC  9(05) VALUE 500.
       77  WS-CANT-DISPUTAS              PIC  9(05) VALUE 0.
       01  WS-TABLA-DISPUTAS.
           05 WS-DISPUTA-TAB OCCURS 500 TIMES
                             INDEXED BY IDX-DISPUTA.
              10 WDS-GTO-ID              PIC  9(03).
              10 WDS-NRO-TARJETA         PIC  X(19).

       77  WS-POS-COMERCIO               PIC  9(05) VALUE 0.
       77  WS-POS-TASA                   PIC  9(05) VALUE 0.
       77  WS-PCT-ANTERIOR               PIC  9(02)V99 VALUE 0.
       77  WS-PCT-ED                     PIC  Z9,99.
       77  WS-FECHA-GASTO                PIC  9(08) VALUE 0.
       77  WS-TARJETA-GASTO              PIC  X(19) VALUE SPACES.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

       77  WS-HIST-CAMPO                 PIC  X(02) VALUE SPACES.
       77  WS-HIST-ANTERIOR              PIC  X(30) VALUE SPACES.
       77  WS-HIST-NUEVO                 PIC  X(30) VALUE SPACES.

       77  WS-FISCAL-OK                  PIC  X(01) VALUE 'S'.
           88 88-FISCAL-OK                          VALUE 'S'.

       COPY WCOMERCIO.

       COPY WCOMTASA.

       COPY WCOMNOV.

       COPY WCOMHIST.

       COPY WGASTOS.

       COPY WLIQCOM.

       COPY WDISPUTA.

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
      * HEADER / TRAILER DE CONTROL DE GASTOSOK (VER UTLCTLARC)
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

           PERFORM 2000-PROCESO
                UNTIL 88-FS-COMNOV-EOF.

           PERFORM 2800-GRABO-MAESTROS.

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
           COMPUTE WS-DIA-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO) - 1).
           ACCEPT WS-HORA-PROCESO  FROM TIME.

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-GASTOSOK.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-COMERCIOS.
           PERFORM 1030-CARGO-COMTASA.
           PERFORM 1040-CARGO-LIQHIST.
           PERFORM 1050-CARGO-DISPUTAS.
           PERFORM 1060-MARCO-PENDIENTES.
           PERFORM 1070-LEO-COMNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL MANTENIMIENTO DEL MAESTRO DE
      * COMERCIOS EXIGE NIVEL DE ACTUALIZACION (2). LOS RECHAZOS
      * QUEDAN EN EL LOG DE ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMCOMER'     TO SEGOPER-ACCION.

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

           MOVE 'COMERCIOS'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMERCIOS

           MOVE 'COMTASA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMTASA

           MOVE 'COMNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMNOV

           MOVE 'GASTOSOK'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-GASTOSOK

           MOVE 'LIQHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIQHIST

           MOVE 'DISPNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DISPUTAS

           MOVE 'COMERACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMERACT

           MOVE 'COMTAACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMTAACT

           MOVE 'COMNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMNOVRECH

           MOVE 'COMHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COMHIST.

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
      * GASTOSOK SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-GASTOSOK.
      *-----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'GASTOSOK'             TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-GASTOSOK       TO UTLCTLARC-PATH.
           MOVE 'ABMCOMER'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'GASTOSOK RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT COMNOV

           EVALUATE TRUE
               WHEN 88-FS-COMNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMNOV'
                    DISPLAY 'FILE STATUS' FS-COMNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT COMERACT

           EVALUATE TRUE
               WHEN 88-FS-COMERACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMERACT'
                    DISPLAY 'FILE STATUS' FS-COMERACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT COMTAACT

           EVALUATE TRUE
               WHEN 88-FS-COMTAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMTAACT'
                    DISPLAY 'FILE STATUS' FS-COMTAACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT COMNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-COMNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMNOVRECH'
                    DISPLAY 'FILE STATUS' FS-COMNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA ES ACUMULATIVA: SE ABRE EN EXTEND Y SI NO
      *    EXISTE TODAVIA SE CREA EN LA PRIMERA CORRIDA.
           OPEN EXTEND COMHIST

           EVALUATE TRUE
               WHEN 88-FS-COMHIST-OK
                    CONTINUE
               WHEN 88-FS-COMHIST-NOEXISTE
                    OPEN OUTPUT COMHIST
                    IF NOT 88-FS-COMHIST-OK
                       DISPLAY 'ERROR EN OPEN COMHIST'
                       DISPLAY 'FILE STATUS' FS-COMHIST
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMHIST'
                    DISPLAY 'FILE STATUS' FS-COMHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * CARGA EL MAESTRO DE COMERCIOS. SI NO EXISTE TODAVIA, LA
      * PRIMERA CORRIDA LO ARMA SOLO CON ALTAS.
      *------------------------------------------------------------
       1020-CARGO-COMERCIOS.
      *---------------------

           OPEN INPUT COMERCIOS.

           EVALUATE TRUE
               WHEN 88-FS-COMERCIOS-OK
                    PERFORM 1021-LEO-COMERCIOS
                    PERFORM UNTIL 88-FS-COMERCIOS-EOF
                       IF WS-CANT-COMERCIOS < WCN-TOPE-COMERCIOS
                          ADD 1 TO WS-CANT-COMERCIOS
                          INITIALIZE WS-COMERCIO-TAB (WS-CANT-COMERCIOS)
                          MOVE REG-COMERCIO
                            TO WCM-DATOS (WS-CANT-COMERCIOS)
                          MOVE 'N'
                            TO WCM-BAJA (WS-CANT-COMERCIOS)
                       ELSE
                          DISPLAY 'TABLA DE COMERCIOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-COMERCIOS
                    END-PERFORM
                    CLOSE COMERCIOS

               WHEN 88-FS-COMERCIOS-NOEXISTE
                    DISPLAY 'MAESTRO DE COMERCIOS INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS ALTAS DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMERCIOS'
                    DISPLAY 'FILE STATUS' FS-COMERCIOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-COMERCIOS.
      *-------------------

           INITIALIZE REG-COMERCIO.

           READ COMERCIOS INTO REG-COMERCIO

           EVALUATE TRUE
               WHEN 88-FS-COMERCIOS-OK
               WHEN 88-FS-COMERCIOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COMERCIOS FS: ' FS-COMERCIOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-COMTASA.
      *-------------------

           OPEN INPUT COMTASA.

           EVALUATE TRUE
               WHEN 88-FS-COMTASA-OK
                    PERFORM 1031-LEO-COMTASA
                    PERFORM UNTIL 88-FS-COMTASA-EOF
                       IF WS-CANT-TASAS < WCN-TOPE-TASAS
                          ADD 1 TO WS-CANT-TASAS
                          MOVE CMT-COM-ID
                            TO WTS-COM-ID (WS-CANT-TASAS)
                          MOVE CMT-PCT-COMISION
                            TO WTS-PCT (WS-CANT-TASAS)
                          MOVE 'N'
                            TO WTS-BAJA (WS-CANT-TASAS)
                          IF CMT-VIG-DESDE NOT NUMERIC
                             MOVE 0 TO CMT-VIG-DESDE
                          END-IF
                          IF CMT-VIG-HASTA NOT NUMERIC
                          OR CMT-VIG-HASTA = 0
                             MOVE WCN-HASTA-ABIERTA TO CMT-VIG-HASTA
                          END-IF
                          MOVE CMT-VIG-DESDE
                            TO WTS-VIG-DESDE (WS-CANT-TASAS)
                          MOVE CMT-VIG-HASTA
                            TO WTS-VIG-HASTA (WS-CANT-TASAS)
                       ELSE
                          DISPLAY 'TABLA DE COMISIONES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-COMTASA
                    END-PERFORM
                    CLOSE COMTASA

               WHEN 88-FS-COMTASA-NOEXISTE
                    DISPLAY 'TABLA COMTASA INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS NOVEDADES DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COMTASA'
                    DISPLAY 'FILE STATUS' FS-COMTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-COMTASA.
      *-----------------

           INITIALIZE REG-COMTASA.

           READ COMTASA INTO REG-COMTASA

           EVALUATE TRUE
               WHEN 88-FS-COMTASA-OK
               WHEN 88-FS-COMTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COMTASA FS: ' FS-COMTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * ULTIMA FECHA DE LIQUIDACION DE CADA COMERCIO, TOMADA DE LA
      * HISTORIA DE LIQUIDACIONES DE LIQCOMER.
      *------------------------------------------------------------
       1040-CARGO-LIQHIST.
      *-------------------

           OPEN INPUT LIQHIST.

           EVALUATE TRUE
               WHEN 88-FS-LIQHIST-OK
                    PERFORM 1041-LEO-LIQHIST
                    PERFORM UNTIL 88-FS-LIQHIST-EOF
                       PERFORM VARYING IDX-COMERCIO FROM 1 BY 1
                                 UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
                          IF WCM-ID (IDX-COMERCIO) = LIQ-COM-ID
                          AND LIQ-FECHA-LIQ > WCM-ULT-LIQ (IDX-COMERCIO)
                             MOVE LIQ-FECHA-LIQ
                               TO WCM-ULT-LIQ (IDX-COMERCIO)
                          END-IF
                       END-PERFORM
                       PERFORM 1041-LEO-LIQHIST
                    END-PERFORM
                    CLOSE LIQHIST

               WHEN 88-FS-LIQHIST-NOEXISTE
                    DISPLAY 'HISTORIA DE LIQUIDACIONES INEXISTENTE - '
                    DISPLAY 'NO HAY LIQUIDACIONES PREVIAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIQHIST'
                    DISPLAY 'FILE STATUS' FS-LIQHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-LIQHIST.
      *-----------------

           INITIALIZE REG-LIQCOM.

           READ LIQHIST INTO REG-LIQCOM

           EVALUATE TRUE
               WHEN 88-FS-LIQHIST-OK
               WHEN 88-FS-LIQHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LIQHIST FS: ' FS-LIQHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-DISPUTAS.
      *--------------------

           OPEN INPUT DISPUTAS.

           EVALUATE TRUE
               WHEN 88-FS-DISPUTAS-OK
                    PERFORM 1051-LEO-DISPUTAS
                    PERFORM UNTIL 88-FS-DISPUTAS-EOF
                       IF 88-DIS-ABIERTA OR 88-DIS-CREDITO-PROV
                          IF WS-CANT-DISPUTAS < WCN-TOPE-DISPUTAS
                             ADD 1 TO WS-CANT-DISPUTAS
                             MOVE DIS-GTO-ID
                               TO WDS-GTO-ID (WS-CANT-DISPUTAS)
                             MOVE DIS-NRO-TARJETA
                               TO WDS-NRO-TARJETA (WS-CANT-DISPUTAS)
                          ELSE
                             DISPLAY 'TABLA DE DISPUTAS COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1051-LEO-DISPUTAS
                    END-PERFORM
                    CLOSE DISPUTAS

               WHEN 88-FS-DISPUTAS-NOEXISTE
                    DISPLAY 'MAESTRO DE DISPUTAS INEXISTENTE - '
                    DISPLAY 'NO HAY DISPUTAS ABIERTAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISPUTAS'
                    DISPLAY 'FILE STATUS' FS-DISPUTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-DISPUTAS.
      *------------------

           INITIALIZE REG-DISPUTA.

           READ DISPUTAS INTO REG-DISPUTA

           EVALUATE TRUE
               WHEN 88-FS-DISPUTAS-OK
               WHEN 88-FS-DISPUTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ DISPUTAS FS: ' FS-DISPUTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * RECORRE LOS GASTOS ACEPTADOS Y CUENTA POR COMERCIO LOS QUE
      * SON POSTERIORES A SU ULTIMA LIQUIDACION Y LOS QUE TIENEN
      * UNA DISPUTA ABIERTA. SON LOS QUE IMPIDEN LA BAJA.
      *------------------------------------------------------------
       1060-MARCO-PENDIENTES.
      *----------------------

           OPEN INPUT GASTOSOK.

           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
                    PERFORM 1061-LEO-GASTOSOK
                    PERFORM UNTIL 88-FS-GASTOSOK-EOF
                       IF GTO-COMERCIO NUMERIC
                       AND GTO-COMERCIO > 0
                          PERFORM 1062-MARCO-GASTO
                       END-IF
                       PERFORM 1061-LEO-GASTOSOK
                    END-PERFORM
                    CLOSE GASTOSOK

               WHEN 88-FS-GASTOSOK-NOEXISTE
                    DISPLAY 'ARCHIVO GASTOSOK INEXISTENTE - '
                    DISPLAY 'NO HAY GASTOS PENDIENTES DE LIQUIDAR'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GASTOSOK'
                    DISPLAY 'FILE STATUS' FS-GASTOSOK
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-GASTOSOK.
      *------------------

           INITIALIZE REG-GASTOS.

           READ GASTOSOK INTO REG-GASTOS

           PERFORM UNTIL NOT 88-FS-GASTOSOK-OK
                      OR (REG-GASTOSOK-FD (1:7) NOT = 'HEADER '
                      AND REG-GASTOSOK-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-GASTOS
               READ GASTOSOK INTO REG-GASTOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
               WHEN 88-FS-GASTOSOK-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GASTOSOK FS: ' FS-GASTOSOK
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1061.
           EXIT.

       1062-MARCO-GASTO.
      *-----------------

           COMPUTE WS-FECHA-GASTO = FEC-AAAA IN GTO-FECHA * 10000
                                  + FEC-MM   IN GTO-FECHA * 100
                                  + FEC-DD   IN GTO-FECHA.
           MOVE GTO-NUM-TARJETA           TO WS-TARJETA-GASTO.

           PERFORM VARYING IDX-COMERCIO FROM 1 BY 1
                     UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
              IF WCM-ID (IDX-COMERCIO) = GTO-COMERCIO
                 IF WS-FECHA-GASTO > WCM-ULT-LIQ (IDX-COMERCIO)
                    ADD 1 TO WCM-GASTOS-PEND (IDX-COMERCIO)
                 END-IF
                 PERFORM VARYING IDX-DISPUTA FROM 1 BY 1
                           UNTIL IDX-DISPUTA > WS-CANT-DISPUTAS
                    IF WDS-GTO-ID (IDX-DISPUTA) = GTO-ID
                    AND WDS-NRO-TARJETA (IDX-DISPUTA) = WS-TARJETA-GASTO
                       ADD 1 TO WCM-DISP-ABIERTAS (IDX-COMERCIO)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       FIN-1062.
           EXIT.

       1070-LEO-COMNOV.
      *----------------

           INITIALIZE REG-COMNOV.

           READ COMNOV INTO REG-COMNOV

           EVALUATE TRUE
               WHEN 88-FS-COMNOV-OK
                    ADD 1 TO WS-LEIDAS-COMNOV
               WHEN 88-FS-COMNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COMNOV FS: ' FS-COMNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1070.
           EXIT.

      *------------------------------------------------------------
      * CADA NOVEDAD SE VALIDA CONTRA LA TABLA (QUE YA REFLEJA LAS
      * NOVEDADES ANTERIORES DE LA MISMA CORRIDA) Y SE APLICA O SE
      * RECHAZA CON MOTIVO.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           PERFORM 2100-VALIDO-NOVEDAD.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-CNV-ALTA
                       PERFORM 2200-APLICO-ALTA
                  WHEN 88-CNV-BAJA
                       PERFORM 2300-APLICO-BAJA
                  WHEN 88-CNV-MODIFICACION
                       PERFORM 2400-APLICO-MODIFICACION
                  WHEN 88-CNV-SUSPENSION
                  WHEN 88-CNV-REHABILITACION
                       PERFORM 2500-APLICO-ESTADO
                  WHEN 88-CNV-COMISION
                       PERFORM 2600-APLICO-COMISION
                  WHEN 88-CNV-FISCAL
                       PERFORM 2650-APLICO-DATOS-FISCALES
              END-EVALUATE
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-COMNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0      TO WS-POS-COMERCIO.

           IF CNV-COM-ID NUMERIC
              PERFORM VARYING IDX-COMERCIO FROM 1 BY 1
                        UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
                 IF WCM-ID (IDX-COMERCIO) = CNV-COM-ID
                 AND WCM-BAJA (IDX-COMERCIO) = 'N'
                    SET WS-POS-COMERCIO TO IDX-COMERCIO
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM 2110-VALIDO-DATOS-FISCALES THRU FIN-2110.

           EVALUATE TRUE
               WHEN CNV-COM-ID NOT NUMERIC
               WHEN CNV-COM-ID = 0
                    SET 88-RECH-CODIGO         TO TRUE
               WHEN NOT 88-CNV-ALTA
                AND NOT 88-CNV-BAJA
                AND NOT 88-CNV-MODIFICACION
                AND NOT 88-CNV-SUSPENSION
                AND NOT 88-CNV-REHABILITACION
                AND NOT 88-CNV-COMISION
                AND NOT 88-CNV-FISCAL
                    SET 88-RECH-TIPO           TO TRUE
               WHEN 88-CNV-ALTA AND WS-POS-COMERCIO > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-CNV-ALTA AND WS-POS-COMERCIO = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-CNV-ALTA AND CNV-NOMBRE = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-CNV-ALTA
                AND CNV-RUBRO NOT = 'RE' AND NOT = 'RT'
                AND NOT = 'SU' AND NOT = 'CO' AND NOT = 'SE'
                AND NOT = 'OT'
                    SET 88-RECH-RUBRO          TO TRUE
               WHEN 88-CNV-MODIFICACION
                AND CNV-RUBRO NOT = SPACES
                AND CNV-RUBRO NOT = 'RE' AND NOT = 'RT'
                AND NOT = 'SU' AND NOT = 'CO' AND NOT = 'SE'
                AND NOT = 'OT'
                    SET 88-RECH-RUBRO          TO TRUE
               WHEN 88-CNV-ALTA
                AND WS-CANT-COMERCIOS NOT < WCN-TOPE-COMERCIOS
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN (88-CNV-ALTA OR 88-CNV-FISCAL)
                AND NOT 88-FISCAL-OK
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN 88-CNV-BAJA
                AND WCM-GASTOS-PEND (WS-POS-COMERCIO) > 0
                    SET 88-RECH-GASTOS-PEND    TO TRUE
               WHEN 88-CNV-BAJA
                AND WCM-DISP-ABIERTAS (WS-POS-COMERCIO) > 0
                    SET 88-RECH-DISPUTAS       TO TRUE
               WHEN 88-CNV-SUSPENSION
                AND WCM-ESTADO (WS-POS-COMERCIO) = 'S'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-CNV-REHABILITACION
                AND WCM-ESTADO (WS-POS-COMERCIO) NOT = 'S'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * DATOS FISCALES DE LA NOVEDAD. EN EL ALTA SON OPCIONALES
      * (TODO EN BLANCO = SIN DATOS); EN LA NOVEDAD 'F' SON
      * OBLIGATORIOS. UN INSCRIPTO EN INGRESOS BRUTOS DEBE TRAER
      * SU NRO DE INSCRIPCION.
      *------------------------------------------------------------
       2110-VALIDO-DATOS-FISCALES.
      *---------------------------

           MOVE 'S' TO WS-FISCAL-OK.

           IF 88-CNV-ALTA
           AND CNV-CUIT (1:11)  = SPACES
           AND CNV-COND-IIBB    = SPACES
           AND CNV-NRO-IIBB     = SPACES
           AND CNV-COND-GAN     = SPACES
              GO TO FIN-2110
           END-IF.

           MOVE CNV-COND-IIBB             TO COM-COND-IIBB.
           MOVE CNV-COND-GAN              TO COM-COND-GAN.

           EVALUATE TRUE
               WHEN CNV-CUIT NOT NUMERIC
               WHEN CNV-CUIT = 0
               WHEN NOT 88-COM-IIBB-VALIDA
               WHEN NOT 88-COM-GAN-VALIDA
                    MOVE 'N' TO WS-FISCAL-OK
               WHEN 88-COM-IIBB-INSCRIPTO
                AND CNV-NRO-IIBB = SPACES
                    MOVE 'N' TO WS-FISCAL-OK
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           ADD 1 TO WS-CANT-COMERCIOS.
           MOVE WS-CANT-COMERCIOS         TO WS-POS-COMERCIO.
           INITIALIZE WS-COMERCIO-TAB (WS-POS-COMERCIO).
           MOVE CNV-COM-ID                TO WCM-ID (WS-POS-COMERCIO).
           MOVE CNV-NOMBRE            TO WCM-NOMBRE (WS-POS-COMERCIO).
           MOVE CNV-RUBRO             TO WCM-RUBRO (WS-POS-COMERCIO).
           MOVE 'A'                   TO WCM-ESTADO (WS-POS-COMERCIO).
           MOVE WS-FECHA-PROCESO
                               TO WCM-FECHA-ESTADO (WS-POS-COMERCIO).
           MOVE 'N'                   TO WCM-BAJA (WS-POS-COMERCIO).
           MOVE 0                     TO WCM-CUIT (WS-POS-COMERCIO).

           ADD 1 TO WS-CANT-ALTAS.

           MOVE 'AL'                      TO WS-HIST-CAMPO.
           MOVE SPACES                    TO WS-HIST-ANTERIOR.
           MOVE CNV-NOMBRE                TO WS-HIST-NUEVO.
           PERFORM 2700-GRABO-HISTORIA.

           IF CNV-PCT-COMISION NUMERIC
           AND CNV-PCT-COMISION > 0
              PERFORM 2600-APLICO-COMISION
           END-IF.

           IF CNV-CUIT NUMERIC
              PERFORM 2650-APLICO-DATOS-FISCALES
           END-IF.

       FIN-2200.
           EXIT.

       2300-APLICO-BAJA.
      *-----------------

           MOVE 'S'                   TO WCM-BAJA (WS-POS-COMERCIO).

      *    LAS VERSIONES DE COMISION DEL COMERCIO SE CIERRAN EL DIA
      *    ANTERIOR AL PROCESO Y LAS QUE TODAVIA NO ENTRARON EN
      *    VIGENCIA SE ANULAN. LAS YA CERRADAS QUEDAN COMO HISTORIA.
           PERFORM VARYING IDX-TASA FROM 1 BY 1
                     UNTIL IDX-TASA > WS-CANT-TASAS
              IF WTS-COM-ID (IDX-TASA) = CNV-COM-ID
              AND WTS-BAJA (IDX-TASA) = 'N'
                 IF WTS-VIG-DESDE (IDX-TASA) NOT < WS-FECHA-PROCESO
                    MOVE 'S'             TO WTS-BAJA (IDX-TASA)
                 ELSE
                    IF WTS-VIG-HASTA (IDX-TASA) NOT < WS-FECHA-PROCESO
                       MOVE WS-DIA-ANTERIOR
                                         TO WTS-VIG-HASTA (IDX-TASA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           ADD 1 TO WS-CANT-BAJAS.

           MOVE 'BJ'                      TO WS-HIST-CAMPO.
           MOVE WCM-NOMBRE (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR.
           MOVE SPACES                    TO WS-HIST-NUEVO.
           PERFORM 2700-GRABO-HISTORIA.

       FIN-2300.
           EXIT.

       2400-APLICO-MODIFICACION.
      *-------------------------

           IF CNV-NOMBRE NOT = SPACES
           AND CNV-NOMBRE NOT = WCM-NOMBRE (WS-POS-COMERCIO)
              MOVE 'NO'                   TO WS-HIST-CAMPO
              MOVE WCM-NOMBRE (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-NOMBRE             TO WS-HIST-NUEVO
              MOVE CNV-NOMBRE         TO WCM-NOMBRE (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           IF CNV-RUBRO NOT = SPACES
           AND CNV-RUBRO NOT = WCM-RUBRO (WS-POS-COMERCIO)
              MOVE 'RU'                   TO WS-HIST-CAMPO
              MOVE WCM-RUBRO (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-RUBRO              TO WS-HIST-NUEVO
              MOVE CNV-RUBRO          TO WCM-RUBRO (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           ADD 1 TO WS-CANT-MODIFICACIONES.

       FIN-2400.
           EXIT.

       2500-APLICO-ESTADO.
      *-------------------

           MOVE 'ES'                      TO WS-HIST-CAMPO.
           MOVE WCM-ESTADO (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR.

           IF 88-CNV-SUSPENSION
              MOVE 'S'                TO WCM-ESTADO (WS-POS-COMERCIO)
              ADD 1 TO WS-CANT-SUSPENSIONES
           ELSE
              MOVE 'A'                TO WCM-ESTADO (WS-POS-COMERCIO)
              ADD 1 TO WS-CANT-REHABILITACIONES
           END-IF.

           MOVE WS-FECHA-PROCESO
                               TO WCM-FECHA-ESTADO (WS-POS-COMERCIO).
           MOVE WCM-ESTADO (WS-POS-COMERCIO) TO WS-HIST-NUEVO.
           PERFORM 2700-GRABO-HISTORIA.

       FIN-2500.
           EXIT.

      *------------------------------------------------------------
      * COMISION PACTADA CON VIGENCIA DESDE LA FECHA DE PROCESO:
      * LA VERSION VIGENTE DEL COMERCIO SE CIERRA EL DIA ANTERIOR Y
      * SE AGREGA LA NUEVA, QUE HEREDA SU FECHA DE FIN (SI HABIA UN
      * CAMBIO PROGRAMADO CON ABMTASAS, ESTE SIGUE EN PIE). SI LA
      * VIGENTE EMPEZO HOY SE CORRIGE EN EL LUGAR. UN PORCENTAJE
      * EN CERO CIERRA EL PACTO Y EL COMERCIO QUEDA CON LA
      * COMISION GENERAL.
      *------------------------------------------------------------
       2600-APLICO-COMISION.
      *---------------------

           MOVE 0 TO WS-POS-TASA.
           MOVE 0 TO WS-PCT-ANTERIOR.
           MOVE WCN-HASTA-ABIERTA TO WS-HASTA-NUEVA.

           IF CNV-PCT-COMISION NOT NUMERIC
              MOVE 0 TO CNV-PCT-COMISION
           END-IF.

           PERFORM VARYING IDX-TASA FROM 1 BY 1
                     UNTIL IDX-TASA > WS-CANT-TASAS
              IF WTS-COM-ID (IDX-TASA) = CNV-COM-ID
              AND WTS-BAJA (IDX-TASA) = 'N'
                 IF WTS-VIG-DESDE (IDX-TASA) NOT > WS-FECHA-PROCESO
                 AND WTS-VIG-HASTA (IDX-TASA) NOT < WS-FECHA-PROCESO
                    SET WS-POS-TASA TO IDX-TASA
                    MOVE WTS-PCT (IDX-TASA) TO WS-PCT-ANTERIOR
                 END-IF
      *          SIN VERSION VIGENTE, LA NUEVA TERMINA ANTES DE LA
      *          PRIMERA VERSION PROGRAMADA A FUTURO
                 IF WTS-VIG-DESDE (IDX-TASA) > WS-FECHA-PROCESO
                 AND WTS-VIG-DESDE (IDX-TASA) NOT > WS-HASTA-NUEVA
                    COMPUTE WS-HASTA-NUEVA =
                            FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE
                                      (WTS-VIG-DESDE (IDX-TASA)) - 1)
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-POS-TASA > 0
              MOVE WTS-VIG-HASTA (WS-POS-TASA) TO WS-HASTA-NUEVA
           END-IF.

           EVALUATE TRUE
               WHEN WS-POS-TASA > 0 AND CNV-PCT-COMISION = 0
                AND WTS-VIG-DESDE (WS-POS-TASA) = WS-FECHA-PROCESO
                    MOVE 'S'             TO WTS-BAJA (WS-POS-TASA)
               WHEN WS-POS-TASA > 0 AND CNV-PCT-COMISION = 0
                    MOVE WS-DIA-ANTERIOR TO WTS-VIG-HASTA (WS-POS-TASA)
               WHEN WS-POS-TASA > 0
                AND WTS-VIG-DESDE (WS-POS-TASA) = WS-FECHA-PROCESO
                    MOVE CNV-PCT-COMISION TO WTS-PCT (WS-POS-TASA)
               WHEN CNV-PCT-COMISION = 0
                    CONTINUE
               WHEN WS-CANT-TASAS < WCN-TOPE-TASAS
                    IF WS-POS-TASA > 0
                       MOVE WS-DIA-ANTERIOR
                                         TO WTS-VIG-HASTA (WS-POS-TASA)
                    END-IF
                    ADD 1 TO WS-CANT-TASAS
                    MOVE CNV-COM-ID      TO WTS-COM-ID (WS-CANT-TASAS)
                    MOVE CNV-PCT-COMISION
                                         TO WTS-PCT (WS-CANT-TASAS)
                    MOVE 'N'             TO WTS-BAJA (WS-CANT-TASAS)
                    MOVE WS-FECHA-PROCESO
                                     TO WTS-VIG-DESDE (WS-CANT-TASAS)
                    MOVE WS-HASTA-NUEVA
                                     TO WTS-VIG-HASTA (WS-CANT-TASAS)
               WHEN OTHER
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
                    PERFORM 2900-RECHAZO-NOVEDAD
           END-EVALUATE.

           IF 88-NOVEDAD-ACEPTADA
              IF 88-CNV-COMISION
                 ADD 1 TO WS-CANT-COMISIONES
              END-IF
              MOVE 'CM'                   TO WS-HIST-CAMPO
              MOVE WS-PCT-ANTERIOR        TO WS-PCT-ED
              MOVE WS-PCT-ED              TO WS-HIST-ANTERIOR
              MOVE CNV-PCT-COMISION       TO WS-PCT-ED
              MOVE WS-PCT-ED              TO WS-HIST-NUEVO
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * DATOS FISCALES: CADA CAMPO QUE CAMBIA QUEDA EN LA HISTORIA
      * CON SU VALOR ANTERIOR. RIGEN DESDE LA PROXIMA LIQUIDACION.
      *------------------------------------------------------------
       2650-APLICO-DATOS-FISCALES.
      *---------------------------

           IF CNV-CUIT NOT = WCM-CUIT (WS-POS-COMERCIO)
              MOVE 'CU'                   TO WS-HIST-CAMPO
              MOVE WCM-CUIT (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-CUIT               TO WS-HIST-NUEVO
              MOVE CNV-CUIT           TO WCM-CUIT (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           IF CNV-COND-IIBB NOT = WCM-COND-IIBB (WS-POS-COMERCIO)
              MOVE 'IB'                   TO WS-HIST-CAMPO
              MOVE WCM-COND-IIBB (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-COND-IIBB          TO WS-HIST-NUEVO
              MOVE CNV-COND-IIBB     TO WCM-COND-IIBB (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           IF CNV-NRO-IIBB NOT = WCM-NRO-IIBB (WS-POS-COMERCIO)
              MOVE 'NI'                   TO WS-HIST-CAMPO
              MOVE WCM-NRO-IIBB (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-NRO-IIBB           TO WS-HIST-NUEVO
              MOVE CNV-NRO-IIBB       TO WCM-NRO-IIBB (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           IF CNV-COND-GAN NOT = WCM-COND-GAN (WS-POS-COMERCIO)
              MOVE 'GA'                   TO WS-HIST-CAMPO
              MOVE WCM-COND-GAN (WS-POS-COMERCIO) TO WS-HIST-ANTERIOR
              MOVE CNV-COND-GAN           TO WS-HIST-NUEVO
              MOVE CNV-COND-GAN       TO WCM-COND-GAN (WS-POS-COMERCIO)
              PERFORM 2700-GRABO-HISTORIA
           END-IF.

           ADD 1 TO WS-CANT-FISCALES.

       FIN-2650.
           EXIT.

       2700-GRABO-HISTORIA.
      *--------------------

           INITIALIZE REG-COMHIST.
           MOVE CNV-COM-ID                TO COMHIST-COM-ID.
           MOVE CNV-TIPO                  TO COMHIST-COD-NOVEDAD.
           MOVE WS-HIST-CAMPO             TO COMHIST-COD-CAMPO.
           MOVE WS-HIST-ANTERIOR          TO COMHIST-VALOR-ANTERIOR.
           MOVE WS-HIST-NUEVO             TO COMHIST-VALOR-NUEVO.
           MOVE WS-FECHA-PROCESO          TO COMHIST-FECHA-NOVEDAD.
           MOVE WS-HORA-PROCESO (1:6)     TO COMHIST-HORA-NOVEDAD.
           MOVE WS-OPERADOR-SESION        TO COMHIST-USUARIO.

           WRITE REG-COMHIST-FD FROM REG-COMHIST.

           EVALUATE TRUE
               WHEN 88-FS-COMHIST-OK
                    ADD 1 TO WS-GRABADOS-COMHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE COMHIST FS: ' FS-COMHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * VUELCA LAS TABLAS ACTUALIZADAS A COMERACT Y COMTAACT. LOS
      * COMERCIOS DADOS DE BAJA Y SUS PACTOS NO SE COPIAN.
      *------------------------------------------------------------
       2800-GRABO-MAESTROS.
      *--------------------

           PERFORM VARYING IDX-COMERCIO FROM 1 BY 1
                     UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
              IF WCM-BAJA (IDX-COMERCIO) = 'N'
                 MOVE WCM-DATOS (IDX-COMERCIO) TO REG-COMERCIO
                 WRITE REG-COMERACT-FD FROM REG-COMERCIO
                 EVALUATE TRUE
                     WHEN 88-FS-COMERACT-OK
                          ADD 1 TO WS-GRABADOS-COMERACT
                     WHEN OTHER
                          DISPLAY 'ERROR EN WRITE COMERACT FS: '
                                                          FS-COMERACT
                          PERFORM 3000-FINALIZO
                 END-EVALUATE
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-TASA FROM 1 BY 1
                     UNTIL IDX-TASA > WS-CANT-TASAS
              IF WTS-BAJA (IDX-TASA) = 'N'
                 INITIALIZE REG-COMTASA
                 MOVE WTS-COM-ID (IDX-TASA) TO CMT-COM-ID
                 MOVE WTS-PCT (IDX-TASA)    TO CMT-PCT-COMISION
                 MOVE WTS-VIG-DESDE (IDX-TASA) TO CMT-VIG-DESDE
                 IF WTS-VIG-HASTA (IDX-TASA) = WCN-HASTA-ABIERTA
                    MOVE 0                  TO CMT-VIG-HASTA
                 ELSE
                    MOVE WTS-VIG-HASTA (IDX-TASA) TO CMT-VIG-HASTA
                 END-IF
                 WRITE REG-COMTAACT-FD FROM REG-COMTASA
                 EVALUATE TRUE
                     WHEN 88-FS-COMTAACT-OK
                          ADD 1 TO WS-GRABADOS-COMTAACT
                     WHEN OTHER
                          DISPLAY 'ERROR EN WRITE COMTAACT FS: '
                                                          FS-COMTAACT
                          PERFORM 3000-FINALIZO
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-COMNOVRECH-FD.
           MOVE REG-COMNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-EXISTE
                    MOVE 'COMERCIO YA EXISTENTE' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'COMERCIO INEXISTENTE'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-RUBRO
                    MOVE 'RUBRO INVALIDO'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NOMBRE
                    MOVE 'NOMBRE EN BLANCO'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-GASTOS-PEND
                    MOVE 'GASTOS SIN LIQUIDAR'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DISPUTAS
                    MOVE 'DISPUTAS ABIERTAS'     TO RECH-MOTIVO-DESC
               WHEN 88-RECH-MISMO-ESTADO
                    MOVE 'YA ESTA EN EL ESTADO PEDIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA COMPLETA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE COMERCIO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FISCAL
                    MOVE 'DATOS FISCALES INVALIDOS'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-COMNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-COMNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE COMNOVRECH FS: '
                                                         FS-COMNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - COMERCIO: ' CNV-COM-ID
                   ' MOTIVO: ' RECH-MOTIVO-DESC.

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

           CLOSE COMNOV
           EVALUATE TRUE
               WHEN 88-FS-COMNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMNOV FS: ' FS-COMNOV
           END-EVALUATE.

           CLOSE COMERACT
           EVALUATE TRUE
               WHEN 88-FS-COMERACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMERACT FS: ' FS-COMERACT
           END-EVALUATE.

           CLOSE COMTAACT
           EVALUATE TRUE
               WHEN 88-FS-COMTAACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMTAACT FS: ' FS-COMTAACT
           END-EVALUATE.

           CLOSE COMNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-COMNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMNOVRECH FS: ' FS-COMNOVRECH
           END-EVALUATE.

           CLOSE COMHIST
           EVALUATE TRUE
               WHEN 88-FS-COMHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COMHIST FS: ' FS-COMHIST
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMCOMER'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-COMNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-COMERACT    TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-COMNOV         TO WS-LEIDAS-COMNOV-ED.
           MOVE WS-CANT-ALTAS            TO WS-CANT-ALTAS-ED.
           MOVE WS-CANT-BAJAS            TO WS-CANT-BAJAS-ED.
           MOVE WS-CANT-MODIFICACIONES   TO WS-CANT-MODIFICACIONES-ED.
           MOVE WS-CANT-SUSPENSIONES     TO WS-CANT-SUSPENSIONES-ED.
           MOVE WS-CANT-REHABILITACIONES
                                      TO WS-CANT-REHABILITACIONES-ED.
           MOVE WS-CANT-COMISIONES       TO WS-CANT-COMISIONES-ED.
           MOVE WS-CANT-FISCALES         TO WS-CANT-FISCALES-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-GRABADOS-COMERACT     TO WS-GRABADOS-COMERACT-ED.
           MOVE WS-GRABADOS-COMTAACT     TO WS-GRABADOS-COMTAACT-ED.
           MOVE WS-GRABADOS-COMHIST      TO WS-GRABADOS-COMHIST-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMCOMER              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-COMNOV-ED.
           DISPLAY 'CANT. ALTAS                    : '
                                               WS-CANT-ALTAS-ED.
           DISPLAY 'CANT. BAJAS                    : '
                                               WS-CANT-BAJAS-ED.
           DISPLAY 'CANT. MODIFICACIONES           : '
                                          WS-CANT-MODIFICACIONES-ED.
           DISPLAY 'CANT. SUSPENSIONES             : '
                                               WS-CANT-SUSPENSIONES-ED.
           DISPLAY 'CANT. REHABILITACIONES         : '
                                            WS-CANT-REHABILITACIONES-ED.
           DISPLAY 'CANT. CAMBIOS DE COMISION      : '
                                               WS-CANT-COMISIONES-ED.
           DISPLAY 'CANT. CAMBIOS DATOS FISCALES   : '
                                               WS-CANT-FISCALES-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. COMERCIOS GRABADOS       : '
                                               WS-GRABADOS-COMERACT-ED.
           DISPLAY 'CANT. COMISIONES GRABADAS      : '
                                               WS-GRABADOS-COMTAACT-ED.
           DISPLAY 'CANT. REGISTROS DE HISTORIA    : '
                                               WS-GRABADOS-COMHIST-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMCOMER.
