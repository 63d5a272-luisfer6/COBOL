       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMEMPLE.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE EMPLEADOS. UNA PERSONA PUEDE SER
      * A LA VEZ OPERADOR (OPERMST), CAJERO (CAJEROS) Y VENDEDOR
      * (VENDEDORES); EL LEGAJO LAS VINCULA CON SU FECHA DE INGRESO,
      * DE EGRESO Y SU SUCURSAL. APLICA EL ARCHIVO DE NOVEDADES
      * EMPNOV (VER WEMPNOV.cpy: ALTAS, MODIFICACIONES, DESVINCULOS
      * Y EGRESOS) Y GENERA:
      *   - EMPLEACT   : MAESTRO DE EMPLEADOS ACTUALIZADO
      *   - OPERNUE    : MAESTRO DE OPERADORES ACTUALIZADO
      *   - CAJERACT   : MAESTRO DE CAJEROS ACTUALIZADO
      *   - VENDEACT   : MAESTRO DE VENDEDORES ACTUALIZADO
      *   - EMPNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - SUCHIST    : HISTORIA DE CADA CAMBIO APLICADO (ENTIDAD
      *                  'E' PARA EL LEGAJO, 'C' / 'V' PARA LAS
      *                  INACTIVACIONES DE CAJEROS Y VENDEDORES)
      *   - ACCESLOG   : LAS BAJAS DE OPERADORES POR EGRESO, EN EL
      *                  MISMO LOG QUE MIRA AUDITORIA (VER SEGOPER)
      * EL EGRESO INACTIVA EN EL MISMO PASO TODAS LAS IDENTIDADES
      * VINCULADAS AL LEGAJO, ASI NINGUNA QUEDA ACTIVA CUANDO LA
      * PERSONA SE VA. LAS IDENTIDADES QUE QUEDEN ACTIVAS SIN UN
      * EMPLEADO ACTIVO DETRAS LAS LISTA RPTIDHUER.
      * UNA IDENTIDAD SOLO SE VINCULA SI EXISTE EN SU MAESTRO Y NO
      * ESTA YA VINCULADA A OTRO EMPLEADO ACTIVO.
      * EL LEGAJO GUARDA TAMBIEN LA CUENTA DE CLIENTE PROPIA DEL
      * EMPLEADO (ENV-CLI-ID), QUE USA EL CONTROL DE SEGREGACION DE
      * FUNCIONES (PGMSODCON); NO SE VALIDA CONTRA EL MAESTRO DE
      * CLIENTES NI SE TOCA EN EL EGRESO.
      * EL OPERADOR SE IDENTIFICA CONTRA SEGOPER CON NIVEL DE
      * ACTUALIZACION (2).
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 TIPO DE NOVEDAD INVALIDO
      *   02 ALTA DE UN LEGAJO YA EXISTENTE
      *   03 LEGAJO INEXISTENTE
      *   04 SUCURSAL INEXISTENTE O CERRADA
      *   05 NOMBRE EN BLANCO EN EL ALTA
      *   06 OPERADOR INEXISTENTE
      *   07 CAJERO INEXISTENTE
      *   08 VENDEDOR INEXISTENTE
      *   09 IDENTIDAD VINCULADA A OTRO EMPLEADO ACTIVO
      *   10 EMPLEADO YA EGRESADO
      *   11 FECHA INVALIDA O EGRESO ANTERIOR AL INGRESO
      *   12 TABLA DEL MAESTRO COMPLETA
      *   13 LEGAJO EN CERO O NO NUMERICO
      *   14 IDENTIDAD NO VINCULADA AL LEGAJO
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

           SELECT EMPLEADOS     ASSIGN       TO
                                 DYNAMIC WS-ARCH-EMPLEADOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMPLEADOS.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT OPERMST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-OPERMST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OPERMST.

           SELECT CAJEROS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJEROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJEROS.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT EMPNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-EMPNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMPNOV.

           SELECT EMPLEACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-EMPLEACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMPLEACT.

           SELECT OPERNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-OPERNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OPERNUE.

           SELECT CAJERACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJERACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJERACT.

           SELECT VENDEACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEACT.

           SELECT EMPNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-EMPNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMPNOVRECH.

           SELECT SUCHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCHIST.

           SELECT ACCESLOGS     ASSIGN       TO
                                 DYNAMIC WS-ARCH-ACCESLOGS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ACCESLOGS.

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLEADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPLEADOS-FD              PIC X(100).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  OPERMST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OPERMST-FD                PIC X(60).

       FD  CAJEROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJEROS-FD                PIC X(38).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  EMPNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPNOV-FD                 PIC X(80).

       FD  EMPLEACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPLEACT-FD               PIC X(100).

       FD  OPERNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OPERNUE-FD                PIC X(60).

       FD  CAJERACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJERACT-FD               PIC X(38).

       FD  VENDEACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEACT-FD               PIC X(54).

       FD  EMPNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(80).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  SUCHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCHIST-FD                PIC X(100).

       FD  ACCESLOGS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACCESLOGS-FD              PIC X(70).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-EMPLEADOS          PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-OPERMST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJEROS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-EMPNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-EMPLEACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-OPERNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJERACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-EMPNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ACCESLOGS          PIC X(128) VALUE SPACES.

       77  FS-EMPLEADOS                  PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEADOS-OK                    VALUE '00'.
           88 88-FS-EMPLEADOS-EOF                   VALUE '10'.
           88 88-FS-EMPLEADOS-NOEXISTE              VALUE '35'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-OPERMST                    PIC  X(02) VALUE ' '.
           88 88-FS-OPERMST-OK                      VALUE '00'.
           88 88-FS-OPERMST-EOF                     VALUE '10'.
           88 88-FS-OPERMST-NOEXISTE                VALUE '35'.

       77  FS-CAJEROS                    PIC  X(02) VALUE ' '.
           88 88-FS-CAJEROS-OK                      VALUE '00'.
           88 88-FS-CAJEROS-EOF                     VALUE '10'.
           88 88-FS-CAJEROS-NOEXISTE                VALUE '35'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-EMPNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-EMPNOV-OK                       VALUE '00'.
           88 88-FS-EMPNOV-EOF                      VALUE '10'.

       77  FS-EMPLEACT                   PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEACT-OK                     VALUE '00'.

       77  FS-OPERNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-OPERNUE-OK                      VALUE '00'.

       77  FS-CAJERACT                   PIC  X(02) VALUE ' '.
           88 88-FS-CAJERACT-OK                     VALUE '00'.

       77  FS-VENDEACT                   PIC  X(02) VALUE ' '.
           88 88-FS-VENDEACT-OK                     VALUE '00'.

       77  FS-EMPNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-EMPNOVRECH-OK                   VALUE '00'.

       77  FS-SUCHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-SUCHIST-OK                      VALUE '00'.
           88 88-FS-SUCHIST-NOEXISTE                VALUE '35'.

       77  FS-ACCESLOGS                  PIC  X(02) VALUE ' '.
           88 88-FS-ACCESLOGS-OK                    VALUE '00'.
           88 88-FS-ACCESLOGS-NOEXISTE              VALUE '35'.

       77  WS-LEIDAS-EMPNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-EMPNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-APLICADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-APLICADAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-EGRESOS               PIC  9(09) VALUE 0.
       77  WS-CANT-EGRESOS-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-INACTIVADAS                PIC  9(09) VALUE 0.
       77  WS-INACTIVADAS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-EMPLEACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-EMPLEACT-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-OPERNUE           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-OPERNUE-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-CAJERACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CAJERACT-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-VENDEACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-VENDEACT-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-SUCHIST           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-SUCHIST-ED        PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-TIPO                          VALUE '01'.
           88 88-RECH-YA-EXISTE                     VALUE '02'.
           88 88-RECH-INEXISTENTE                   VALUE '03'.
           88 88-RECH-SUCURSAL                      VALUE '04'.
           88 88-RECH-NOMBRE                        VALUE '05'.
           88 88-RECH-OPERADOR                      VALUE '06'.
           88 88-RECH-CAJERO                        VALUE '07'.
           88 88-RECH-VENDEDOR                      VALUE '08'.
           88 88-RECH-YA-VINCULADA                  VALUE '09'.
           88 88-RECH-EGRESADO                      VALUE '10'.
           88 88-RECH-FECHA                         VALUE '11'.
           88 88-RECH-TABLA-COMPLETA                VALUE '12'.
           88 88-RECH-LEGAJO                        VALUE '13'.
           88 88-RECH-NO-VINCULADA                  VALUE '14'.

      *------------------------------------------------------
      * MAESTROS EN MEMORIA. CADA ENTRADA REPITE EL LAYOUT DEL
      * COPY DEL MAESTRO PARA GRABAR EL ACTUALIZADO DIRECTO
      * DESDE LA TABLA.
      *------------------------------------------------------
       77  WCN-TOPE-EMPLEADOS            PIC  9(05) VALUE 2000.
       77  WS-CANT-EMPLEADOS             PIC  9(05) VALUE 0.
       01  WS-TABLA-EMPLEADOS.
           05 WS-EMPLEADO-TAB OCCURS 2000 TIMES
                              INDEXED BY IDX-EMPLEADO.
              10 WEM-DATOS.
                 15 WEM-LEGAJO           PIC  9(06).
                 15 WEM-NOMBRE           PIC  X(30).
                 15 WEM-SUCURSAL         PIC  9(04).
                 15 WEM-FECHA-INGRESO    PIC  9(08).
                 15 WEM-FECHA-EGRESO     PIC  9(08).
                 15 WEM-ESTADO           PIC  X(01).
                 15 WEM-OPER-USUARIO     PIC  X(08).
                 15 WEM-CAJ-COD          PIC  9(03).
                 15 WEM-VEN-ID           PIC  9(10).
                 15 WEM-CLI-ID           PIC  9(10).
                 15 FILLER               PIC  X(22).

       77  WCN-TOPE-SUCURSALES           PIC  9(05) VALUE 100.
       77  WS-CANT-SUCURSALES            PIC  9(05) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TAB OCCURS 100 TIMES
                              INDEXED BY IDX-SUCURSAL.
              10 WSU-COD                 PIC  9(04).
              10 WSU-ESTADO              PIC  X(01).

       77  WCN-TOPE-OPERADORES           PIC  9(05) VALUE 500.
       77  WS-CANT-OPERADORES            PIC  9(05) VALUE 0.
       01  WS-TABLA-OPERADORES.
           05 WS-OPERADOR-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-OPERADOR.
              10 WOP-DATOS.
                 15 WOP-USUARIO          PIC  X(08).
                 15 WOP-NOMBRE           PIC  X(30).
                 15 WOP-NIVEL            PIC  9(01).
                 15 WOP-ACTIVO           PIC  X(01).
                 15 WOP-CREDENCIALES     PIC  X(20).

       77  WCN-TOPE-CAJEROS              PIC  9(05) VALUE 500.
       77  WS-CANT-CAJEROS               PIC  9(05) VALUE 0.
       01  WS-TABLA-CAJEROS.
           05 WS-CAJERO-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-CAJERO.
              10 WCJ-DATOS.
                 15 WCJ-COD              PIC  9(03).
                 15 WCJ-NOMBRE           PIC  X(30).
                 15 WCJ-SUCURSAL         PIC  9(04).
                 15 WCJ-ESTADO           PIC  X(01).

       77  WCN-TOPE-VENDEDORES           PIC  9(05) VALUE 1000.
       77  WS-CANT-VENDEDORES            PIC  9(05) VALUE 0.
       01  WS-TABLA-VENDEDORES.
           05 WS-VENDEDOR-TAB OCCURS 1000 TIMES
                              INDEXED BY IDX-VENDEDOR.
              10 WVD-DATOS.
                 15 WVD-ID               PIC  9(10).
                 15 WVD-NOMBRE           PIC  X(30).
                 15 WVD-SUCURSAL         PIC  9(04).
                 15 WVD-ESTADO           PIC  X(01).
                 15 WVD-RESTO            PIC  X(09).

      *------------------------------------------------------
      * POSICIONES EN LAS TABLAS DE LA NOVEDAD EN CURSO
      *------------------------------------------------------
       77  WS-POS                        PIC  9(05) VALUE 0.
       77  WS-POS-OPER                   PIC  9(05) VALUE 0.
       77  WS-POS-CAJ                    PIC  9(05) VALUE 0.
       77  WS-POS-VEN                    PIC  9(05) VALUE 0.
       77  WS-POS-SUC                    PIC  9(05) VALUE 0.
       77  WS-POS-OTRO                   PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * IDENTIDADES INFORMADAS EN LA NOVEDAD (BLANCO / CERO
      * O NO NUMERICO = NO INFORMADA)
      *------------------------------------------------------
       77  WS-HAY-OPER                   PIC  X(01) VALUE 'N'.
           88 88-HAY-OPER                           VALUE 'S'.
       77  WS-HAY-CAJ                    PIC  X(01) VALUE 'N'.
           88 88-HAY-CAJ                            VALUE 'S'.
       77  WS-HAY-VEN                    PIC  X(01) VALUE 'N'.
           88 88-HAY-VEN                            VALUE 'S'.
       77  WS-HAY-CLI                    PIC  X(01) VALUE 'N'.
           88 88-HAY-CLI                            VALUE 'S'.

       77  WS-FECHA-NOVEDAD              PIC  9(08) VALUE 0.
       77  WS-SUCURSAL-ED                PIC  9(04).
       77  WS-CAJERO-ED                  PIC  9(03).
       77  WS-VENDEDOR-ED                PIC  9(10).
       77  WS-CLIENTE-ED                 PIC  9(10).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

       77  WS-HIST-ENTIDAD               PIC  X(01) VALUE SPACES.
       77  WS-HIST-CODIGO                PIC  9(10) VALUE 0.
       77  WS-HIST-CAMPO                 PIC  X(02) VALUE SPACES.
       77  WS-HIST-ANTERIOR              PIC  X(30) VALUE SPACES.
       77  WS-HIST-NUEVO                 PIC  X(30) VALUE SPACES.

       COPY WEMPLEADO.

       COPY WEMPNOV.

       COPY WSUCURSAL.

       COPY WOPERMST.

       COPY WCAJEROS.

       COPY WVENDMST.

       COPY WSUCHIST.

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
                UNTIL 88-FS-EMPNOV-EOF.

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
           ACCEPT WS-HORA-PROCESO  FROM TIME.

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-EMPLEADOS.
           PERFORM 1030-CARGO-SUCURSALES.
           PERFORM 1040-CARGO-OPERADORES.
           PERFORM 1050-CARGO-CAJEROS.
           PERFORM 1060-CARGO-VENDEDORES.
           PERFORM 1070-LEO-EMPNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL MANTENIMIENTO DEL MAESTRO DE
      * EMPLEADOS EXIGE NIVEL DE ACTUALIZACION (2). LOS RECHAZOS
      * QUEDAN EN EL LOG DE ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMEMPLE'     TO SEGOPER-ACCION.

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

           MOVE 'EMPLEADOS'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPLEADOS

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'OPERMST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OPERMST

           MOVE 'CAJEROS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJEROS

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'EMPNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPNOV

           MOVE 'EMPLEACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPLEACT

           MOVE 'OPERNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OPERNUE

           MOVE 'CAJERACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJERACT

           MOVE 'VENDEACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEACT

           MOVE 'EMPNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPNOVRECH

           MOVE 'SUCHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCHIST

           MOVE 'ACCESLOG'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ACCESLOGS.

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

           OPEN INPUT EMPNOV

           EVALUATE TRUE
               WHEN 88-FS-EMPNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN EMPNOV'
                    DISPLAY 'FILE STATUS' FS-EMPNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT EMPLEACT

           EVALUATE TRUE
               WHEN 88-FS-EMPLEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN EMPLEACT'
                    DISPLAY 'FILE STATUS' FS-EMPLEACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT OPERNUE

           EVALUATE TRUE
               WHEN 88-FS-OPERNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OPERNUE'
                    DISPLAY 'FILE STATUS' FS-OPERNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CAJERACT

           EVALUATE TRUE
               WHEN 88-FS-CAJERACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAJERACT'
                    DISPLAY 'FILE STATUS' FS-CAJERACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT VENDEACT

           EVALUATE TRUE
               WHEN 88-FS-VENDEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEACT'
                    DISPLAY 'FILE STATUS' FS-VENDEACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT EMPNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-EMPNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN EMPNOVRECH'
                    DISPLAY 'FILE STATUS' FS-EMPNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA Y EL LOG DE ACCESOS SON ACUMULATIVOS: SE
      *    ABREN EN EXTEND Y SI NO EXISTEN TODAVIA SE CREAN.
           OPEN EXTEND SUCHIST

           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    CONTINUE
               WHEN 88-FS-SUCHIST-NOEXISTE
                    OPEN OUTPUT SUCHIST
                    IF NOT 88-FS-SUCHIST-OK
                       DISPLAY 'ERROR EN OPEN SUCHIST'
                       DISPLAY 'FILE STATUS' FS-SUCHIST
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCHIST'
                    DISPLAY 'FILE STATUS' FS-SUCHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND ACCESLOGS

           EVALUATE TRUE
               WHEN 88-FS-ACCESLOGS-OK
                    CONTINUE
               WHEN 88-FS-ACCESLOGS-NOEXISTE
                    OPEN OUTPUT ACCESLOGS
                    IF NOT 88-FS-ACCESLOGS-OK
                       DISPLAY 'ERROR EN OPEN ACCESLOG'
                       DISPLAY 'FILE STATUS' FS-ACCESLOGS
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ACCESLOG'
                    DISPLAY 'FILE STATUS' FS-ACCESLOGS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-EMPLEADOS.
      *---------------------

           OPEN INPUT EMPLEADOS.

           EVALUATE TRUE
               WHEN 88-FS-EMPLEADOS-OK
                    PERFORM 1021-LEO-EMPLEADOS
                    PERFORM UNTIL 88-FS-EMPLEADOS-EOF
                       IF WS-CANT-EMPLEADOS < WCN-TOPE-EMPLEADOS
                          ADD 1 TO WS-CANT-EMPLEADOS
                          MOVE REG-EMPLEADO
                            TO WEM-DATOS (WS-CANT-EMPLEADOS)
                       ELSE
                          DISPLAY 'TABLA DE EMPLEADOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-EMPLEADOS
                    END-PERFORM
                    CLOSE EMPLEADOS

               WHEN 88-FS-EMPLEADOS-NOEXISTE
                    DISPLAY 'MAESTRO DE EMPLEADOS INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS ALTAS DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN EMPLEADOS'
                    DISPLAY 'FILE STATUS' FS-EMPLEADOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-EMPLEADOS.
      *-------------------

           MOVE SPACES TO REG-EMPLEADO.
           INITIALIZE REG-EMPLEADO.

           READ EMPLEADOS INTO REG-EMPLEADO

           EVALUATE TRUE
               WHEN 88-FS-EMPLEADOS-OK
               WHEN 88-FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ EMPLEADOS FS: '
                                                        FS-EMPLEADOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    PERFORM 1031-LEO-SUCURSALES
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF WS-CANT-SUCURSALES < WCN-TOPE-SUCURSALES
                          ADD 1 TO WS-CANT-SUCURSALES
                          MOVE SUC-COD
                            TO WSU-COD (WS-CANT-SUCURSALES)
                          MOVE SUC-ESTADO
                            TO WSU-ESTADO (WS-CANT-SUCURSALES)
                       ELSE
                          DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-SUCURSALES
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO DE SUCURSALES INEXISTENTE - '
                    DISPLAY 'SE RECHAZAN LAS ALTAS DE EMPLEADOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-SUCURSALES.
      *--------------------

           INITIALIZE REG-SUCURSAL.

           READ SUCURSALES INTO REG-SUCURSAL

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
               WHEN 88-FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCURSALES FS: '
                                                        FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1040-CARGO-OPERADORES.
      *----------------------

           OPEN INPUT OPERMST.

           EVALUATE TRUE
               WHEN 88-FS-OPERMST-OK
                    PERFORM 1041-LEO-OPERMST
                    PERFORM UNTIL 88-FS-OPERMST-EOF
                       IF WS-CANT-OPERADORES < WCN-TOPE-OPERADORES
                          ADD 1 TO WS-CANT-OPERADORES
                          MOVE REG-OPERMST
                            TO WOP-DATOS (WS-CANT-OPERADORES)
                       ELSE
                          DISPLAY 'TABLA DE OPERADORES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-OPERMST
                    END-PERFORM
                    CLOSE OPERMST

               WHEN 88-FS-OPERMST-NOEXISTE
                    DISPLAY 'MAESTRO DE OPERADORES INEXISTENTE - '
                    DISPLAY 'NO SE VINCULAN OPERADORES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OPERMST'
                    DISPLAY 'FILE STATUS' FS-OPERMST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-OPERMST.
      *-----------------

           INITIALIZE REG-OPERMST.

           READ OPERMST INTO REG-OPERMST

           EVALUATE TRUE
               WHEN 88-FS-OPERMST-OK
               WHEN 88-FS-OPERMST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ OPERMST FS: ' FS-OPERMST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-CAJEROS.
      *-------------------

           OPEN INPUT CAJEROS.

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
                    PERFORM 1051-LEO-CAJEROS
                    PERFORM UNTIL 88-FS-CAJEROS-EOF
                       IF WS-CANT-CAJEROS < WCN-TOPE-CAJEROS
                          ADD 1 TO WS-CANT-CAJEROS
                          MOVE REG-CAJEROS
                            TO WCJ-DATOS (WS-CANT-CAJEROS)
                       ELSE
                          DISPLAY 'TABLA DE CAJEROS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1051-LEO-CAJEROS
                    END-PERFORM
                    CLOSE CAJEROS

               WHEN 88-FS-CAJEROS-NOEXISTE
                    DISPLAY 'MAESTRO DE CAJEROS INEXISTENTE - '
                    DISPLAY 'NO SE VINCULAN CAJEROS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAJEROS'
                    DISPLAY 'FILE STATUS' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-CAJEROS.
      *-----------------

           INITIALIZE REG-CAJEROS.

           READ CAJEROS INTO REG-CAJEROS

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
               WHEN 88-FS-CAJEROS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAJEROS FS: ' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       1060-CARGO-VENDEDORES.
      *----------------------

           OPEN INPUT VENDEDORES.

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    PERFORM 1061-LEO-VENDEDORES
                    PERFORM UNTIL 88-FS-VENDEDORES-EOF
                       IF WS-CANT-VENDEDORES < WCN-TOPE-VENDEDORES
                          ADD 1 TO WS-CANT-VENDEDORES
                          MOVE REG-VENDMST
                            TO WVD-DATOS (WS-CANT-VENDEDORES)
                       ELSE
                          DISPLAY 'TABLA DE VENDEDORES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1061-LEO-VENDEDORES
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE - '
                    DISPLAY 'NO SE VINCULAN VENDEDORES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEDORES'
                    DISPLAY 'FILE STATUS' FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-VENDEDORES.
      *--------------------

           INITIALIZE REG-VENDMST.

           READ VENDEDORES INTO REG-VENDMST

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
               WHEN 88-FS-VENDEDORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENDEDORES FS: '
                                                        FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1061.
           EXIT.

       1070-LEO-EMPNOV.
      *----------------

           MOVE SPACES TO REG-EMPNOV.
           INITIALIZE REG-EMPNOV.

           READ EMPNOV INTO REG-EMPNOV

           EVALUATE TRUE
               WHEN 88-FS-EMPNOV-OK
                    ADD 1 TO WS-LEIDAS-EMPNOV
               WHEN 88-FS-EMPNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ EMPNOV FS: ' FS-EMPNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1070.
           EXIT.

      *------------------------------------------------------------
      * CADA NOVEDAD SE VALIDA CONTRA LAS TABLAS (QUE YA REFLEJAN
      * LAS NOVEDADES ANTERIORES DE LA MISMA CORRIDA) Y SE APLICA
      * O SE RECHAZA CON MOTIVO.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0      TO WS-POS.
           MOVE 0      TO WS-POS-OPER.
           MOVE 0      TO WS-POS-CAJ.
           MOVE 0      TO WS-POS-VEN.
           MOVE 0      TO WS-POS-SUC.

           PERFORM 2050-IDENTIDADES-INFORMADAS.

           EVALUATE TRUE
               WHEN ENV-LEGAJO NOT NUMERIC
               WHEN ENV-LEGAJO = 0
                    SET 88-RECH-LEGAJO      TO TRUE
               WHEN 88-ENV-ALTA
               WHEN 88-ENV-MODIFICACION
               WHEN 88-ENV-DESVINCULO
               WHEN 88-ENV-EGRESO
                    PERFORM 2100-VALIDO-NOVEDAD
               WHEN OTHER
                    SET 88-RECH-TIPO        TO TRUE
           END-EVALUATE.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-ENV-ALTA
                       PERFORM 2400-APLICO-ALTA
                  WHEN 88-ENV-MODIFICACION
                       PERFORM 2500-APLICO-MODIFICACION
                  WHEN 88-ENV-DESVINCULO
                       PERFORM 2600-APLICO-DESVINCULO
                  WHEN 88-ENV-EGRESO
                       PERFORM 2700-APLICO-EGRESO
              END-EVALUATE
              ADD 1 TO WS-CANT-APLICADAS
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-EMPNOV.

       FIN-2000.
           EXIT.

       2050-IDENTIDADES-INFORMADAS.
      *----------------------------

           MOVE 'N' TO WS-HAY-OPER.
           MOVE 'N' TO WS-HAY-CAJ.
           MOVE 'N' TO WS-HAY-VEN.
           MOVE 'N' TO WS-HAY-CLI.

           IF ENV-OPER-USUARIO NOT = SPACES
              MOVE 'S' TO WS-HAY-OPER
           END-IF.

           IF ENV-CAJ-COD NUMERIC
              IF ENV-CAJ-COD > 0
                 MOVE 'S' TO WS-HAY-CAJ
              END-IF
           END-IF.

           IF ENV-VEN-ID NUMERIC
              IF ENV-VEN-ID > 0
                 MOVE 'S' TO WS-HAY-VEN
              END-IF
           END-IF.

           IF ENV-CLI-ID NUMERIC
              IF ENV-CLI-ID > 0
                 MOVE 'S' TO WS-HAY-CLI
              END-IF
           END-IF.

       FIN-2050.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                     UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
              IF WEM-LEGAJO (IDX-EMPLEADO) = ENV-LEGAJO
                 SET WS-POS TO IDX-EMPLEADO
              END-IF
           END-PERFORM.

      *    FECHA DE INGRESO (ALTA) O DE EGRESO: EN CERO LA DEL DIA
           MOVE 0 TO WS-FECHA-NOVEDAD.
           IF ENV-FECHA NUMERIC
              MOVE ENV-FECHA TO WS-FECHA-NOVEDAD
              IF WS-FECHA-NOVEDAD = 0
                 MOVE WS-FECHA-PROCESO TO WS-FECHA-NOVEDAD
              END-IF
           END-IF.

           IF ENV-SUCURSAL NUMERIC
              IF ENV-SUCURSAL > 0
                 PERFORM 2110-BUSCO-SUCURSAL
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN 88-ENV-ALTA AND WS-POS > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-ENV-ALTA AND WS-POS = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-ENV-ALTA AND ENV-NOMBRE = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-ENV-ALTA
                AND WS-CANT-EMPLEADOS NOT < WCN-TOPE-EMPLEADOS
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-ENV-ALTA AND WS-POS-SUC = 0
                    SET 88-RECH-SUCURSAL       TO TRUE
               WHEN 88-ENV-MODIFICACION AND WS-POS-SUC = 0
                AND ENV-SUCURSAL NUMERIC AND ENV-SUCURSAL > 0
                    SET 88-RECH-SUCURSAL       TO TRUE
               WHEN NOT 88-ENV-ALTA
                AND WEM-ESTADO (WS-POS) = 'E'
                    SET 88-RECH-EGRESADO       TO TRUE
               WHEN (88-ENV-ALTA OR 88-ENV-EGRESO)
                AND WS-FECHA-NOVEDAD = 0
                    SET 88-RECH-FECHA          TO TRUE
               WHEN 88-ENV-EGRESO
                AND WS-FECHA-NOVEDAD < WEM-FECHA-INGRESO (WS-POS)
                    SET 88-RECH-FECHA          TO TRUE
               WHEN 88-ENV-ALTA
               WHEN 88-ENV-MODIFICACION
                    PERFORM 2200-VALIDO-IDENTIDADES THRU FIN-2200
               WHEN 88-ENV-DESVINCULO
                    PERFORM 2300-VALIDO-DESVINCULO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * LA SUCURSAL DEL EMPLEADO DEBE EXISTIR Y ESTAR ABIERTA
      *------------------------------------------------------------
       2110-BUSCO-SUCURSAL.
      *--------------------

           PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                     UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
              IF WSU-COD (IDX-SUCURSAL) = ENV-SUCURSAL
              AND WSU-ESTADO (IDX-SUCURSAL) NOT = 'C'
                 SET WS-POS-SUC TO IDX-SUCURSAL
              END-IF
           END-PERFORM.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * CADA IDENTIDAD INFORMADA DEBE EXISTIR EN SU MAESTRO Y NO
      * ESTAR VINCULADA A OTRO EMPLEADO ACTIVO (WS-POS-OTRO).
      *------------------------------------------------------------
       2200-VALIDO-IDENTIDADES.
      *------------------------

           IF 88-HAY-OPER
              PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                        UNTIL IDX-OPERADOR > WS-CANT-OPERADORES
                 IF WOP-USUARIO (IDX-OPERADOR) = ENV-OPER-USUARIO
                    SET WS-POS-OPER TO IDX-OPERADOR
                 END-IF
              END-PERFORM
              IF WS-POS-OPER = 0
                 SET 88-RECH-OPERADOR TO TRUE
                 GO TO FIN-2200
              END-IF
              MOVE 0 TO WS-POS-OTRO
              PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                        UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
                 IF WEM-OPER-USUARIO (IDX-EMPLEADO) = ENV-OPER-USUARIO
                 AND WEM-ESTADO (IDX-EMPLEADO) = 'A'
                 AND WEM-LEGAJO (IDX-EMPLEADO) NOT = ENV-LEGAJO
                    SET WS-POS-OTRO TO IDX-EMPLEADO
                 END-IF
              END-PERFORM
              IF WS-POS-OTRO > 0
                 SET 88-RECH-YA-VINCULADA TO TRUE
                 GO TO FIN-2200
              END-IF
           END-IF.

           IF 88-HAY-CAJ
              PERFORM VARYING IDX-CAJERO FROM 1 BY 1
                        UNTIL IDX-CAJERO > WS-CANT-CAJEROS
                 IF WCJ-COD (IDX-CAJERO) = ENV-CAJ-COD
                    SET WS-POS-CAJ TO IDX-CAJERO
                 END-IF
              END-PERFORM
              IF WS-POS-CAJ = 0
                 SET 88-RECH-CAJERO TO TRUE
                 GO TO FIN-2200
              END-IF
              MOVE 0 TO WS-POS-OTRO
              PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                        UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
                 IF WEM-CAJ-COD (IDX-EMPLEADO) = ENV-CAJ-COD
                 AND WEM-ESTADO (IDX-EMPLEADO) = 'A'
                 AND WEM-LEGAJO (IDX-EMPLEADO) NOT = ENV-LEGAJO
                    SET WS-POS-OTRO TO IDX-EMPLEADO
                 END-IF
              END-PERFORM
              IF WS-POS-OTRO > 0
                 SET 88-RECH-YA-VINCULADA TO TRUE
                 GO TO FIN-2200
              END-IF
           END-IF.

           IF 88-HAY-VEN
              PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                        UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
                 IF WVD-ID (IDX-VENDEDOR) = ENV-VEN-ID
                    SET WS-POS-VEN TO IDX-VENDEDOR
                 END-IF
              END-PERFORM
              IF WS-POS-VEN = 0
                 SET 88-RECH-VENDEDOR TO TRUE
                 GO TO FIN-2200
              END-IF
              MOVE 0 TO WS-POS-OTRO
              PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                        UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
                 IF WEM-VEN-ID (IDX-EMPLEADO) = ENV-VEN-ID
                 AND WEM-ESTADO (IDX-EMPLEADO) = 'A'
                 AND WEM-LEGAJO (IDX-EMPLEADO) NOT = ENV-LEGAJO
                    SET WS-POS-OTRO TO IDX-EMPLEADO
                 END-IF
              END-PERFORM
              IF WS-POS-OTRO > 0
                 SET 88-RECH-YA-VINCULADA TO TRUE
                 GO TO FIN-2200
              END-IF
           END-IF.

      *    LA CUENTA DE CLIENTE SOLO SE CONTROLA CONTRA LOS DEMAS
      *    EMPLEADOS ACTIVOS.
           IF 88-HAY-CLI
              MOVE 0 TO WS-POS-OTRO
              PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                        UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
                 IF WEM-CLI-ID (IDX-EMPLEADO) = ENV-CLI-ID
                 AND WEM-ESTADO (IDX-EMPLEADO) = 'A'
                 AND WEM-LEGAJO (IDX-EMPLEADO) NOT = ENV-LEGAJO
                    SET WS-POS-OTRO TO IDX-EMPLEADO
                 END-IF
              END-PERFORM
              IF WS-POS-OTRO > 0
                 SET 88-RECH-YA-VINCULADA TO TRUE
              END-IF
           END-IF.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * SOLO SE DESVINCULA UNA IDENTIDAD QUE EL LEGAJO TIENE, Y AL
      * MENOS UNA TIENE QUE VENIR INFORMADA.
      *------------------------------------------------------------
       2300-VALIDO-DESVINCULO.
      *-----------------------

           EVALUATE TRUE
               WHEN NOT 88-HAY-OPER AND NOT 88-HAY-CAJ
                AND NOT 88-HAY-VEN AND NOT 88-HAY-CLI
                    SET 88-RECH-NO-VINCULADA   TO TRUE
               WHEN 88-HAY-OPER
                AND WEM-OPER-USUARIO (WS-POS) NOT = ENV-OPER-USUARIO
                    SET 88-RECH-NO-VINCULADA   TO TRUE
               WHEN 88-HAY-CAJ
                AND WEM-CAJ-COD (WS-POS) NOT = ENV-CAJ-COD
                    SET 88-RECH-NO-VINCULADA   TO TRUE
               WHEN 88-HAY-VEN
                AND WEM-VEN-ID (WS-POS) NOT = ENV-VEN-ID
                    SET 88-RECH-NO-VINCULADA   TO TRUE
               WHEN 88-HAY-CLI
                AND WEM-CLI-ID (WS-POS) NOT = ENV-CLI-ID
                    SET 88-RECH-NO-VINCULADA   TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2400-APLICO-ALTA.
      *-----------------

           ADD 1 TO WS-CANT-EMPLEADOS.
           MOVE WS-CANT-EMPLEADOS         TO WS-POS.
           MOVE SPACES                    TO WEM-DATOS (WS-POS).
           MOVE ENV-LEGAJO                TO WEM-LEGAJO (WS-POS).
           MOVE ENV-NOMBRE                TO WEM-NOMBRE (WS-POS).
           MOVE ENV-SUCURSAL              TO WEM-SUCURSAL (WS-POS).
           MOVE WS-FECHA-NOVEDAD          TO WEM-FECHA-INGRESO (WS-POS).
           MOVE 0                         TO WEM-FECHA-EGRESO (WS-POS).
           MOVE 'A'                       TO WEM-ESTADO (WS-POS).
           MOVE SPACES                    TO WEM-OPER-USUARIO (WS-POS).
           MOVE 0                         TO WEM-CAJ-COD (WS-POS).
           MOVE 0                         TO WEM-VEN-ID (WS-POS).
           MOVE 0                         TO WEM-CLI-ID (WS-POS).

           MOVE 'E'                       TO WS-HIST-ENTIDAD.
           MOVE ENV-LEGAJO                TO WS-HIST-CODIGO.
           MOVE 'AL'                      TO WS-HIST-CAMPO.
           MOVE SPACES                    TO WS-HIST-ANTERIOR.
           MOVE ENV-NOMBRE                TO WS-HIST-NUEVO.
           PERFORM 2750-GRABO-HISTORIA.

           PERFORM 2550-VINCULO-IDENTIDADES.

       FIN-2400.
           EXIT.

       2500-APLICO-MODIFICACION.
      *-------------------------

           MOVE 'E'                       TO WS-HIST-ENTIDAD.
           MOVE ENV-LEGAJO                TO WS-HIST-CODIGO.

           IF ENV-NOMBRE NOT = SPACES
           AND ENV-NOMBRE NOT = WEM-NOMBRE (WS-POS)
              MOVE 'NO'                   TO WS-HIST-CAMPO
              MOVE WEM-NOMBRE (WS-POS)    TO WS-HIST-ANTERIOR
              MOVE ENV-NOMBRE             TO WS-HIST-NUEVO
              MOVE ENV-NOMBRE             TO WEM-NOMBRE (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF WS-POS-SUC > 0
           AND ENV-SUCURSAL NOT = WEM-SUCURSAL (WS-POS)
              MOVE 'SU'                   TO WS-HIST-CAMPO
              MOVE WEM-SUCURSAL (WS-POS)  TO WS-SUCURSAL-ED
              MOVE WS-SUCURSAL-ED         TO WS-HIST-ANTERIOR
              MOVE ENV-SUCURSAL           TO WS-SUCURSAL-ED
              MOVE WS-SUCURSAL-ED         TO WS-HIST-NUEVO
              MOVE ENV-SUCURSAL           TO WEM-SUCURSAL (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           PERFORM 2550-VINCULO-IDENTIDADES.

       FIN-2500.
           EXIT.

      *------------------------------------------------------------
      * LAS IDENTIDADES INFORMADAS (YA VALIDADAS) PASAN AL LEGAJO.
      * UNA IDENTIDAD NUEVA DEL MISMO TIPO REEMPLAZA A LA ANTERIOR.
      *------------------------------------------------------------
       2550-VINCULO-IDENTIDADES.
      *-------------------------

           MOVE 'E'                       TO WS-HIST-ENTIDAD.
           MOVE ENV-LEGAJO                TO WS-HIST-CODIGO.

           IF 88-HAY-OPER
           AND ENV-OPER-USUARIO NOT = WEM-OPER-USUARIO (WS-POS)
              MOVE 'OP'                   TO WS-HIST-CAMPO
              MOVE WEM-OPER-USUARIO (WS-POS) TO WS-HIST-ANTERIOR
              MOVE ENV-OPER-USUARIO       TO WS-HIST-NUEVO
              MOVE ENV-OPER-USUARIO       TO WEM-OPER-USUARIO (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-CAJ
           AND ENV-CAJ-COD NOT = WEM-CAJ-COD (WS-POS)
              MOVE 'CJ'                   TO WS-HIST-CAMPO
              MOVE SPACES                 TO WS-HIST-ANTERIOR
              IF WEM-CAJ-COD (WS-POS) > 0
                 MOVE WEM-CAJ-COD (WS-POS) TO WS-CAJERO-ED
                 MOVE WS-CAJERO-ED        TO WS-HIST-ANTERIOR
              END-IF
              MOVE ENV-CAJ-COD            TO WS-CAJERO-ED
              MOVE WS-CAJERO-ED           TO WS-HIST-NUEVO
              MOVE ENV-CAJ-COD            TO WEM-CAJ-COD (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-VEN
           AND ENV-VEN-ID NOT = WEM-VEN-ID (WS-POS)
              MOVE 'VE'                   TO WS-HIST-CAMPO
              MOVE SPACES                 TO WS-HIST-ANTERIOR
              IF WEM-VEN-ID (WS-POS) > 0
                 MOVE WEM-VEN-ID (WS-POS) TO WS-VENDEDOR-ED
                 MOVE WS-VENDEDOR-ED      TO WS-HIST-ANTERIOR
              END-IF
              MOVE ENV-VEN-ID             TO WS-VENDEDOR-ED
              MOVE WS-VENDEDOR-ED         TO WS-HIST-NUEVO
              MOVE ENV-VEN-ID             TO WEM-VEN-ID (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-CLI
           AND ENV-CLI-ID NOT = WEM-CLI-ID (WS-POS)
              MOVE 'CL'                   TO WS-HIST-CAMPO
              MOVE SPACES                 TO WS-HIST-ANTERIOR
              IF WEM-CLI-ID (WS-POS) > 0
                 MOVE WEM-CLI-ID (WS-POS) TO WS-CLIENTE-ED
                 MOVE WS-CLIENTE-ED       TO WS-HIST-ANTERIOR
              END-IF
              MOVE ENV-CLI-ID             TO WS-CLIENTE-ED
              MOVE WS-CLIENTE-ED          TO WS-HIST-NUEVO
              MOVE ENV-CLI-ID             TO WEM-CLI-ID (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

       FIN-2550.
           EXIT.

       2600-APLICO-DESVINCULO.
      *-----------------------

           MOVE 'E'                       TO WS-HIST-ENTIDAD.
           MOVE ENV-LEGAJO                TO WS-HIST-CODIGO.

           IF 88-HAY-OPER
              MOVE 'OP'                   TO WS-HIST-CAMPO
              MOVE WEM-OPER-USUARIO (WS-POS) TO WS-HIST-ANTERIOR
              MOVE SPACES                 TO WS-HIST-NUEVO
              MOVE SPACES                 TO WEM-OPER-USUARIO (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-CAJ
              MOVE 'CJ'                   TO WS-HIST-CAMPO
              MOVE WEM-CAJ-COD (WS-POS)   TO WS-CAJERO-ED
              MOVE WS-CAJERO-ED           TO WS-HIST-ANTERIOR
              MOVE SPACES                 TO WS-HIST-NUEVO
              MOVE 0                      TO WEM-CAJ-COD (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-VEN
              MOVE 'VE'                   TO WS-HIST-CAMPO
              MOVE WEM-VEN-ID (WS-POS)    TO WS-VENDEDOR-ED
              MOVE WS-VENDEDOR-ED         TO WS-HIST-ANTERIOR
              MOVE SPACES                 TO WS-HIST-NUEVO
              MOVE 0                      TO WEM-VEN-ID (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

           IF 88-HAY-CLI
              MOVE 'CL'                   TO WS-HIST-CAMPO
              MOVE WEM-CLI-ID (WS-POS)    TO WS-CLIENTE-ED
              MOVE WS-CLIENTE-ED          TO WS-HIST-ANTERIOR
              MOVE SPACES                 TO WS-HIST-NUEVO
              MOVE 0                      TO WEM-CLI-ID (WS-POS)
              PERFORM 2750-GRABO-HISTORIA
           END-IF.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * EGRESO: EL LEGAJO PASA A 'E' CON SU FECHA Y CADA IDENTIDAD
      * VINCULADA QUE SIGA ACTIVA SE INACTIVA EN SU MAESTRO. LOS
      * VINCULOS QUEDAN EN EL LEGAJO COMO CONSTANCIA.
      *------------------------------------------------------------
       2700-APLICO-EGRESO.
      *-------------------

           MOVE 'E'                       TO WS-HIST-ENTIDAD.
           MOVE ENV-LEGAJO                TO WS-HIST-CODIGO.
           MOVE 'EG'                      TO WS-HIST-CAMPO.
           MOVE SPACES                    TO WS-HIST-ANTERIOR.
           MOVE WS-FECHA-NOVEDAD          TO WS-HIST-NUEVO.
           PERFORM 2750-GRABO-HISTORIA.

           MOVE WS-FECHA-NOVEDAD          TO WEM-FECHA-EGRESO (WS-POS).
           MOVE 'E'                       TO WEM-ESTADO (WS-POS).
           ADD 1 TO WS-CANT-EGRESOS.

           IF WEM-OPER-USUARIO (WS-POS) NOT = SPACES
              PERFORM 2710-INACTIVO-OPERADOR
           END-IF.

           IF WEM-CAJ-COD (WS-POS) > 0
              PERFORM 2720-INACTIVO-CAJERO
           END-IF.

           IF WEM-VEN-ID (WS-POS) > 0
              PERFORM 2730-INACTIVO-VENDEDOR
           END-IF.

       FIN-2700.
           EXIT.

       2710-INACTIVO-OPERADOR.
      *-----------------------

           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                     UNTIL IDX-OPERADOR > WS-CANT-OPERADORES
              IF WOP-USUARIO (IDX-OPERADOR) = WEM-OPER-USUARIO (WS-POS)
              AND WOP-ACTIVO (IDX-OPERADOR) = 'A'
                 MOVE 'I' TO WOP-ACTIVO (IDX-OPERADOR)
                 ADD 1 TO WS-INACTIVADAS
                 PERFORM 2760-ASIENTO-ACCESLOG
              END-IF
           END-PERFORM.

       FIN-2710.
           EXIT.

       2720-INACTIVO-CAJERO.
      *---------------------

           PERFORM VARYING IDX-CAJERO FROM 1 BY 1
                     UNTIL IDX-CAJERO > WS-CANT-CAJEROS
              IF WCJ-COD (IDX-CAJERO) = WEM-CAJ-COD (WS-POS)
              AND WCJ-ESTADO (IDX-CAJERO) = 'A'
                 MOVE 'C'                 TO WS-HIST-ENTIDAD
                 MOVE WCJ-COD (IDX-CAJERO) TO WS-HIST-CODIGO
                 MOVE 'ES'                TO WS-HIST-CAMPO
                 MOVE 'A'                 TO WS-HIST-ANTERIOR
                 MOVE 'I'                 TO WS-HIST-NUEVO
                 MOVE 'I'                 TO WCJ-ESTADO (IDX-CAJERO)
                 ADD 1 TO WS-INACTIVADAS
                 PERFORM 2750-GRABO-HISTORIA
              END-IF
           END-PERFORM.

       FIN-2720.
           EXIT.

       2730-INACTIVO-VENDEDOR.
      *-----------------------

           PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                     UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
              IF WVD-ID (IDX-VENDEDOR) = WEM-VEN-ID (WS-POS)
              AND WVD-ESTADO (IDX-VENDEDOR) = 'A'
                 MOVE 'V'                 TO WS-HIST-ENTIDAD
                 MOVE WVD-ID (IDX-VENDEDOR) TO WS-HIST-CODIGO
                 MOVE 'ES'                TO WS-HIST-CAMPO
                 MOVE 'A'                 TO WS-HIST-ANTERIOR
                 MOVE 'I'                 TO WS-HIST-NUEVO
                 MOVE 'I'                 TO WVD-ESTADO (IDX-VENDEDOR)
                 ADD 1 TO WS-INACTIVADAS
                 PERFORM 2750-GRABO-HISTORIA
              END-IF
           END-PERFORM.

       FIN-2730.
           EXIT.

       2750-GRABO-HISTORIA.
      *--------------------

           MOVE SPACES                    TO REG-SUCHIST.
           INITIALIZE REG-SUCHIST.
           MOVE WS-HIST-ENTIDAD           TO SUCHIST-ENTIDAD.
           MOVE WS-HIST-CODIGO            TO SUCHIST-CODIGO.
           MOVE ENV-TIPO                  TO SUCHIST-COD-NOVEDAD.
           MOVE WS-HIST-CAMPO             TO SUCHIST-COD-CAMPO.
           MOVE WS-HIST-ANTERIOR          TO SUCHIST-VALOR-ANTERIOR.
           MOVE WS-HIST-NUEVO             TO SUCHIST-VALOR-NUEVO.
           MOVE WS-FECHA-PROCESO          TO SUCHIST-FECHA-NOVEDAD.
           MOVE WS-HORA-PROCESO (1:6)     TO SUCHIST-HORA-NOVEDAD.
           MOVE WS-OPERADOR-SESION        TO SUCHIST-USUARIO.

           WRITE REG-SUCHIST-FD FROM REG-SUCHIST.

           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    ADD 1 TO WS-GRABADOS-SUCHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SUCHIST FS: ' FS-SUCHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2750.
           EXIT.

      *------------------------------------------------------------
      * LA BAJA DEL OPERADOR POR EGRESO QUEDA ASENTADA EN EL MISMO
      * LOG DE ACCESOS QUE MIRA AUDITORIA (MISMO LAYOUT QUE SEGOPER
      * Y QUE LA BAJA AUTOMATICA DE PGMRECERT).
      *------------------------------------------------------------
       2760-ASIENTO-ACCESLOG.
      *----------------------

           MOVE SPACES                  TO REG-ACCESLOGS-FD.
           MOVE WS-FECHA-PROCESO        TO REG-ACCESLOGS-FD (01:08).
           MOVE WS-HORA-PROCESO (1:6)   TO REG-ACCESLOGS-FD (10:06).
           MOVE WOP-USUARIO (IDX-OPERADOR)
                                        TO REG-ACCESLOGS-FD (17:08).
           MOVE 'EGRESO EMPLEADO'       TO REG-ACCESLOGS-FD (26:20).
           MOVE 'BAJA POR EGRESO'       TO REG-ACCESLOGS-FD (47:20).

           WRITE REG-ACCESLOGS-FD.

           IF NOT 88-FS-ACCESLOGS-OK
              DISPLAY 'NO SE PUDO GRABAR ACCESLOG FS: '
                                                     FS-ACCESLOGS
           END-IF.

       FIN-2760.
           EXIT.

      *------------------------------------------------------------
      * VUELCA LAS CUATRO TABLAS ACTUALIZADAS A LOS MAESTROS NUEVOS
      *------------------------------------------------------------
       2800-GRABO-MAESTROS.
      *--------------------

           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                     UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
              MOVE WEM-DATOS (IDX-EMPLEADO) TO REG-EMPLEADO
              WRITE REG-EMPLEACT-FD FROM REG-EMPLEADO
              EVALUATE TRUE
                  WHEN 88-FS-EMPLEACT-OK
                       ADD 1 TO WS-GRABADOS-EMPLEACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE EMPLEACT FS: '
                                                          FS-EMPLEACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                     UNTIL IDX-OPERADOR > WS-CANT-OPERADORES
              MOVE WOP-DATOS (IDX-OPERADOR) TO REG-OPERMST
              WRITE REG-OPERNUE-FD FROM REG-OPERMST
              EVALUATE TRUE
                  WHEN 88-FS-OPERNUE-OK
                       ADD 1 TO WS-GRABADOS-OPERNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE OPERNUE FS: '
                                                          FS-OPERNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

           PERFORM VARYING IDX-CAJERO FROM 1 BY 1
                     UNTIL IDX-CAJERO > WS-CANT-CAJEROS
              MOVE WCJ-DATOS (IDX-CAJERO) TO REG-CAJEROS
              WRITE REG-CAJERACT-FD FROM REG-CAJEROS
              EVALUATE TRUE
                  WHEN 88-FS-CAJERACT-OK
                       ADD 1 TO WS-GRABADOS-CAJERACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE CAJERACT FS: '
                                                          FS-CAJERACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

           PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                     UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
              MOVE WVD-DATOS (IDX-VENDEDOR) TO REG-VENDMST
              WRITE REG-VENDEACT-FD FROM REG-VENDMST
              EVALUATE TRUE
                  WHEN 88-FS-VENDEACT-OK
                       ADD 1 TO WS-GRABADOS-VENDEACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE VENDEACT FS: '
                                                          FS-VENDEACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2800.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-EMPNOVRECH-FD.
           MOVE REG-EMPNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-EXISTE
                    MOVE 'LEGAJO YA EXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'LEGAJO INEXISTENTE'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SUCURSAL
                    MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NOMBRE
                    MOVE 'NOMBRE EN BLANCO'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-OPERADOR
                    MOVE 'OPERADOR INEXISTENTE'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CAJERO
                    MOVE 'CAJERO INEXISTENTE'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-VENDEDOR
                    MOVE 'VENDEDOR INEXISTENTE'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-VINCULADA
                    MOVE 'VINCULADA A OTRO EMPLEADO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-EGRESADO
                    MOVE 'EMPLEADO YA EGRESADO'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA INVALIDA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA COMPLETA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-LEGAJO
                    MOVE 'LEGAJO INVALIDO'       TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NO-VINCULADA
                    MOVE 'IDENTIDAD NO VINCULADA'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-EMPNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-EMPNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE EMPNOVRECH FS: '
                                                         FS-EMPNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - ' ENV-TIPO ' ' ENV-LEGAJO
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

           CLOSE EMPNOV
           EVALUATE TRUE
               WHEN 88-FS-EMPNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EMPNOV FS: ' FS-EMPNOV
           END-EVALUATE.

           CLOSE EMPLEACT
           EVALUATE TRUE
               WHEN 88-FS-EMPLEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EMPLEACT FS: ' FS-EMPLEACT
           END-EVALUATE.

           CLOSE OPERNUE
           EVALUATE TRUE
               WHEN 88-FS-OPERNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE OPERNUE FS: ' FS-OPERNUE
           END-EVALUATE.

           CLOSE CAJERACT
           EVALUATE TRUE
               WHEN 88-FS-CAJERACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CAJERACT FS: ' FS-CAJERACT
           END-EVALUATE.

           CLOSE VENDEACT
           EVALUATE TRUE
               WHEN 88-FS-VENDEACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE VENDEACT FS: ' FS-VENDEACT
           END-EVALUATE.

           CLOSE EMPNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-EMPNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EMPNOVRECH FS: ' FS-EMPNOVRECH
           END-EVALUATE.

           CLOSE SUCHIST
           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SUCHIST FS: ' FS-SUCHIST
           END-EVALUATE.

           CLOSE ACCESLOGS
           EVALUATE TRUE
               WHEN 88-FS-ACCESLOGS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ACCESLOG FS: ' FS-ACCESLOGS
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMEMPLE'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-EMPNOV        TO RUNCTL-LEIDOS.
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

           MOVE WS-LEIDAS-EMPNOV         TO WS-LEIDAS-EMPNOV-ED.
           MOVE WS-CANT-APLICADAS        TO WS-CANT-APLICADAS-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-CANT-EGRESOS          TO WS-CANT-EGRESOS-ED.
           MOVE WS-INACTIVADAS           TO WS-INACTIVADAS-ED.
           MOVE WS-GRABADOS-EMPLEACT     TO WS-GRABADOS-EMPLEACT-ED.
           MOVE WS-GRABADOS-OPERNUE      TO WS-GRABADOS-OPERNUE-ED.
           MOVE WS-GRABADOS-CAJERACT     TO WS-GRABADOS-CAJERACT-ED.
           MOVE WS-GRABADOS-VENDEACT     TO WS-GRABADOS-VENDEACT-ED.
           MOVE WS-GRABADOS-SUCHIST      TO WS-GRABADOS-SUCHIST-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMEMPLE              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-EMPNOV-ED.
           DISPLAY 'CANT. NOVEDADES APLICADAS      : '
                                               WS-CANT-APLICADAS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. EGRESOS                  : '
                                               WS-CANT-EGRESOS-ED.
           DISPLAY 'CANT. IDENTIDADES INACTIVADAS  : '
                                               WS-INACTIVADAS-ED.
           DISPLAY 'CANT. EMPLEADOS GRABADOS       : '
                                               WS-GRABADOS-EMPLEACT-ED.
           DISPLAY 'CANT. OPERADORES GRABADOS      : '
                                               WS-GRABADOS-OPERNUE-ED.
           DISPLAY 'CANT. CAJEROS GRABADOS         : '
                                               WS-GRABADOS-CAJERACT-ED.
           DISPLAY 'CANT. VENDEDORES GRABADOS      : '
                                               WS-GRABADOS-VENDEACT-ED.
           DISPLAY 'CANT. REGISTROS DE HISTORIA    : '
                                               WS-GRABADOS-SUCHIST-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMEMPLE.
