       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMSUCUR.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DE LOS MAESTROS DE SUCURSALES, CAJEROS Y
      * VENDEDORES. APLICA EL ARCHIVO DE NOVEDADES SUCNOV (VER
      * WSUCNOV.cpy: ALTAS, MODIFICACIONES, TRASLADOS, INACTIVACIONES
      * Y REACTIVACIONES DE LOS TRES MAESTROS) Y GENERA:
      *   - SUCURACT   : MAESTRO DE SUCURSALES ACTUALIZADO
      *   - CAJERACT   : MAESTRO DE CAJEROS ACTUALIZADO
      *   - VENDEACT   : MAESTRO DE VENDEDORES ACTUALIZADO
      *   - SUCNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - SUCHIST    : HISTORIA DE CADA CAMBIO APLICADO (VALOR
      *                  ANTERIOR / NUEVO), MISMO CRITERIO QUE TARHIST
      * CONTROLES CRUZADOS (LOS MISMOS QUE DESPUES AUDITA AUDITREF):
      *   - UN CAJERO O VENDEDOR SOLO SE DA DE ALTA, SE TRASLADA O SE
      *     REACTIVA EN UNA SUCURSAL EXISTENTE Y ABIERTA
      *   - NO SE CIERRA UNA SUCURSAL CON CAJEROS O VENDEDORES ACTIVOS
      *   - NO SE INACTIVA UN CAJERO CON UN TALONARIO DE RECIBOS
      *     ACTIVO EN RECLIB (LIB-ESTADO 'A')
      * LAS NOVEDADES SE APLICAN EN EL ORDEN DEL ARCHIVO, ASI UNA
      * MISMA CORRIDA PUEDE INACTIVAR LOS CAJEROS Y DESPUES CERRAR
      * SU SUCURSAL.
      * EL OPERADOR SE IDENTIFICA CONTRA SEGOPER CON NIVEL DE
      * ACTUALIZACION (2).
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 ENTIDAD O TIPO DE NOVEDAD INVALIDO
      *   02 ALTA DE UN CODIGO YA EXISTENTE
      *   03 CODIGO INEXISTENTE
      *   04 SUCURSAL INEXISTENTE O CERRADA
      *   05 NOMBRE EN BLANCO EN EL ALTA
      *   06 SUCURSAL CON CAJEROS ACTIVOS
      *   07 SUCURSAL CON VENDEDORES ACTIVOS
      *   08 CAJERO CON TALONARIO DE RECIBOS ACTIVO
      *   09 YA ESTA EN EL ESTADO (O SUCURSAL) PEDIDO
      *   10 TABLA DEL MAESTRO COMPLETA
      *   11 CODIGO EN CERO, NO NUMERICO O FUERA DE RANGO
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

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT CAJEROS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJEROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJEROS.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT RECLIB        ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLIB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLIB.

           SELECT SUCNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCNOV.

           SELECT SUCURACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURACT.

           SELECT CAJERACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJERACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJERACT.

           SELECT VENDEACT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEACT.

           SELECT SUCNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCNOVRECH.

           SELECT SUCHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCHIST.

       DATA DIVISION.

       FILE SECTION.

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  CAJEROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJEROS-FD                PIC X(38).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  RECLIB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLIB-FD                 PIC X(24).

       FD  SUCNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCNOV-FD                 PIC X(91).

       FD  SUCURACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURACT-FD               PIC X(80).

       FD  CAJERACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJERACT-FD               PIC X(38).

       FD  VENDEACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEACT-FD               PIC X(54).

       FD  SUCNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(91).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  SUCHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCHIST-FD                PIC X(100).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJEROS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECLIB             PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJERACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEACT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCHIST            PIC X(128) VALUE SPACES.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-CAJEROS                    PIC  X(02) VALUE ' '.
           88 88-FS-CAJEROS-OK                      VALUE '00'.
           88 88-FS-CAJEROS-EOF                     VALUE '10'.
           88 88-FS-CAJEROS-NOEXISTE                VALUE '35'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-RECLIB                     PIC  X(02) VALUE ' '.
           88 88-FS-RECLIB-OK                       VALUE '00'.
           88 88-FS-RECLIB-EOF                      VALUE '10'.
           88 88-FS-RECLIB-NOEXISTE                 VALUE '35'.

       77  FS-SUCNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-SUCNOV-OK                       VALUE '00'.
           88 88-FS-SUCNOV-EOF                      VALUE '10'.

       77  FS-SUCURACT                   PIC  X(02) VALUE ' '.
           88 88-FS-SUCURACT-OK                     VALUE '00'.

       77  FS-CAJERACT                   PIC  X(02) VALUE ' '.
           88 88-FS-CAJERACT-OK                     VALUE '00'.

       77  FS-VENDEACT                   PIC  X(02) VALUE ' '.
           88 88-FS-VENDEACT-OK                     VALUE '00'.

       77  FS-SUCNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCNOVRECH-OK                   VALUE '00'.

       77  FS-SUCHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-SUCHIST-OK                      VALUE '00'.
           88 88-FS-SUCHIST-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-SUCNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-SUCNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-APLICADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-APLICADAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-SUCURACT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-SUCURACT-ED       PIC  ZZZ.ZZZ.ZZ9.
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
           88 88-RECH-CAJEROS-ACTIVOS               VALUE '06'.
           88 88-RECH-VENDEDORES-ACTIVOS            VALUE '07'.
           88 88-RECH-TALONARIO                     VALUE '08'.
           88 88-RECH-MISMO-ESTADO                  VALUE '09'.
           88 88-RECH-TABLA-COMPLETA                VALUE '10'.
           88 88-RECH-CODIGO                        VALUE '11'.

      *------------------------------------------------------
      * MAESTROS EN MEMORIA. CADA ENTRADA REPITE EL LAYOUT DEL
      * COPY DEL MAESTRO PARA GRABAR EL ACTUALIZADO DIRECTO
      * DESDE LA TABLA.
      *------------------------------------------------------
       77  WCN-TOPE-SUCURSALES           PIC  9(05) VALUE 100.
       77  WS-CANT-SUCURSALES            PIC  9(05) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TAB OCCURS 100 TIMES
                              INDEXED BY IDX-SUCURSAL.
              10 WSU-DATOS.
                 15 WSU-COD              PIC  9(04).
                 15 WSU-NOMBRE           PIC  X(30).
                 15 WSU-REGION           PIC  X(15).
                 15 WSU-GERENTE          PIC  X(30).
                 15 WSU-ESTADO           PIC  X(01).

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
                 15 WVD-FECHA-ALTA       PIC  9(08).

      *------------------------------------------------------
      * CAJEROS CON TALONARIO DE RECIBOS ACTIVO EN RECLIB
      *------------------------------------------------------
       77  WCN-TOPE-LIBROS               PIC  9(05) VALUE 500.
       77  WS-CANT-LIBROS                PIC  9(05) VALUE 0.
       01  WS-TABLA-LIBROS.
           05 WS-LIBRO-TAB OCCURS 500 TIMES
                           INDEXED BY IDX-LIBRO.
              10 WLB-CAJ-COD             PIC  9(03).
              10 WLB-NRO                 PIC  9(04).

       77  WS-POS                        PIC  9(05) VALUE 0.
       77  WS-POS-DESTINO                PIC  9(05) VALUE 0.
       77  WS-ACTIVOS-SUCURSAL           PIC  9(05) VALUE 0.
       77  WS-TALONARIO-ACTIVO           PIC  X(01) VALUE 'N'.
       77  WS-SUCURSAL-ED                PIC  9(04).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

       77  WS-HIST-CAMPO                 PIC  X(02) VALUE SPACES.
       77  WS-HIST-ANTERIOR              PIC  X(30) VALUE SPACES.
       77  WS-HIST-NUEVO                 PIC  X(30) VALUE SPACES.

       COPY WSUCURSAL.

       COPY WCAJEROS.

       COPY WVENDMST.

       COPY WRECLIB.

       COPY WSUCNOV.

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
                UNTIL 88-FS-SUCNOV-EOF.

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
           PERFORM 1020-CARGO-SUCURSALES.
           PERFORM 1030-CARGO-CAJEROS.
           PERFORM 1040-CARGO-VENDEDORES.
           PERFORM 1050-CARGO-RECLIB.
           PERFORM 1070-LEO-SUCNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL MANTENIMIENTO DE LOS MAESTROS DE
      * SUCURSALES, CAJEROS Y VENDEDORES EXIGE NIVEL DE
      * ACTUALIZACION (2). LOS RECHAZOS QUEDAN EN EL LOG DE ACCESOS
      * DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMSUCUR'     TO SEGOPER-ACCION.

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

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'CAJEROS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJEROS

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'RECLIB'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLIB

           MOVE 'SUCNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCNOV

           MOVE 'SUCURACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURACT

           MOVE 'CAJERACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJERACT

           MOVE 'VENDEACT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEACT

           MOVE 'SUCNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCNOVRECH

           MOVE 'SUCHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCHIST.

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

           OPEN INPUT SUCNOV

           EVALUATE TRUE
               WHEN 88-FS-SUCNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCNOV'
                    DISPLAY 'FILE STATUS' FS-SUCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT SUCURACT

           EVALUATE TRUE
               WHEN 88-FS-SUCURACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURACT'
                    DISPLAY 'FILE STATUS' FS-SUCURACT
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

           OPEN OUTPUT SUCNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-SUCNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCNOVRECH'
                    DISPLAY 'FILE STATUS' FS-SUCNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA ES ACUMULATIVA: SE ABRE EN EXTEND Y SI NO
      *    EXISTE TODAVIA SE CREA EN LA PRIMERA CORRIDA.
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
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    PERFORM 1021-LEO-SUCURSALES
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF WS-CANT-SUCURSALES < WCN-TOPE-SUCURSALES
                          ADD 1 TO WS-CANT-SUCURSALES
                          MOVE REG-SUCURSAL
                            TO WSU-DATOS (WS-CANT-SUCURSALES)
                       ELSE
                          DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-SUCURSALES
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO DE SUCURSALES INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS ALTAS DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-SUCURSALES.
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

       FIN-1021.
           EXIT.

       1030-CARGO-CAJEROS.
      *-------------------

           OPEN INPUT CAJEROS.

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
                    PERFORM 1031-LEO-CAJEROS
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
                       PERFORM 1031-LEO-CAJEROS
                    END-PERFORM
                    CLOSE CAJEROS

               WHEN 88-FS-CAJEROS-NOEXISTE
                    DISPLAY 'MAESTRO DE CAJEROS INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS ALTAS DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAJEROS'
                    DISPLAY 'FILE STATUS' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-CAJEROS.
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

       FIN-1031.
           EXIT.

       1040-CARGO-VENDEDORES.
      *----------------------

           OPEN INPUT VENDEDORES.

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    PERFORM 1041-LEO-VENDEDORES
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
                       PERFORM 1041-LEO-VENDEDORES
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE - '
                    DISPLAY 'SE ARMA CON LAS ALTAS DE LA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEDORES'
                    DISPLAY 'FILE STATUS' FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-VENDEDORES.
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

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * TALONARIOS ACTIVOS POR CAJERO. SIN RECLIB NINGUN CAJERO
      * TIENE TALONARIO Y LAS INACTIVACIONES NO SE TRABAN.
      *------------------------------------------------------------
       1050-CARGO-RECLIB.
      *------------------

           OPEN INPUT RECLIB.

           EVALUATE TRUE
               WHEN 88-FS-RECLIB-OK
                    PERFORM 1051-LEO-RECLIB
                    PERFORM UNTIL 88-FS-RECLIB-EOF
                       IF 88-LIB-ACTIVO
                          IF WS-CANT-LIBROS < WCN-TOPE-LIBROS
                             ADD 1 TO WS-CANT-LIBROS
                             MOVE LIB-CAJ-COD
                               TO WLB-CAJ-COD (WS-CANT-LIBROS)
                             MOVE LIB-NRO
                               TO WLB-NRO (WS-CANT-LIBROS)
                          ELSE
                             DISPLAY 'TABLA DE TALONARIOS COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1051-LEO-RECLIB
                    END-PERFORM
                    CLOSE RECLIB

               WHEN 88-FS-RECLIB-NOEXISTE
                    DISPLAY 'MAESTRO DE TALONARIOS INEXISTENTE - '
                    DISPLAY 'NO HAY TALONARIOS ACTIVOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLIB'
                    DISPLAY 'FILE STATUS' FS-RECLIB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-RECLIB.
      *----------------

           INITIALIZE REG-RECLIB.

           READ RECLIB INTO REG-RECLIB

           EVALUATE TRUE
               WHEN 88-FS-RECLIB-OK
               WHEN 88-FS-RECLIB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLIB FS: ' FS-RECLIB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       1070-LEO-SUCNOV.
      *----------------

           INITIALIZE REG-SUCNOV.

           READ SUCNOV INTO REG-SUCNOV

           EVALUATE TRUE
               WHEN 88-FS-SUCNOV-OK
                    ADD 1 TO WS-LEIDAS-SUCNOV
               WHEN 88-FS-SUCNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCNOV FS: ' FS-SUCNOV
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
           MOVE 0      TO WS-POS-DESTINO.

           EVALUATE TRUE
               WHEN SNV-CODIGO NOT NUMERIC
               WHEN SNV-CODIGO = 0
                    SET 88-RECH-CODIGO      TO TRUE
               WHEN NOT 88-SNV-ALTA
                AND NOT 88-SNV-MODIFICACION
                AND NOT 88-SNV-TRASLADO
                AND NOT 88-SNV-INACTIVACION
                AND NOT 88-SNV-REACTIVACION
                    SET 88-RECH-TIPO        TO TRUE
               WHEN 88-SNV-SUCURSAL
                    PERFORM 2100-VALIDO-SUCURSAL
               WHEN 88-SNV-CAJERO
                    PERFORM 2200-VALIDO-CAJERO
               WHEN 88-SNV-VENDEDOR
                    PERFORM 2300-VALIDO-VENDEDOR
               WHEN OTHER
                    SET 88-RECH-TIPO        TO TRUE
           END-EVALUATE.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-SNV-SUCURSAL
                       PERFORM 2400-APLICO-SUCURSAL
                  WHEN 88-SNV-CAJERO
                       PERFORM 2500-APLICO-CAJERO
                  WHEN 88-SNV-VENDEDOR
                       PERFORM 2600-APLICO-VENDEDOR
              END-EVALUATE
              ADD 1 TO WS-CANT-APLICADAS
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-SUCNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-SUCURSAL.
      *---------------------

           IF SNV-CODIGO > 9999
              SET 88-RECH-CODIGO TO TRUE
           ELSE
              PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                        UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
                 IF WSU-COD (IDX-SUCURSAL) = SNV-CODIGO
                    SET WS-POS TO IDX-SUCURSAL
                 END-IF
              END-PERFORM
           END-IF.

           IF 88-NOVEDAD-ACEPTADA AND WS-POS > 0
              MOVE WSU-COD (WS-POS) TO WS-SUCURSAL-ED
              PERFORM 2150-CUENTO-ACTIVOS-SUCURSAL
           END-IF.

           EVALUATE TRUE
               WHEN NOT 88-NOVEDAD-ACEPTADA
                    CONTINUE
               WHEN 88-SNV-TRASLADO
                    SET 88-RECH-TIPO           TO TRUE
               WHEN 88-SNV-ALTA AND WS-POS > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-SNV-ALTA AND WS-POS = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-SNV-ALTA AND SNV-NOMBRE = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-SNV-ALTA
                AND WS-CANT-SUCURSALES NOT < WCN-TOPE-SUCURSALES
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-SNV-INACTIVACION
                AND WSU-ESTADO (WS-POS) = 'C'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-REACTIVACION
                AND WSU-ESTADO (WS-POS) NOT = 'C'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-INACTIVACION
                AND WS-ACTIVOS-SUCURSAL > 0
                    PERFORM 2160-MOTIVO-ACTIVOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * CUENTA LOS CAJEROS Y VENDEDORES ACTIVOS DE LA SUCURSAL
      * (WS-SUCURSAL-ED). DEJA EN WS-POS-DESTINO 1 SI HAY CAJEROS
      * ACTIVOS, PARA DISTINGUIR EL MOTIVO DEL RECHAZO.
      *------------------------------------------------------------
       2150-CUENTO-ACTIVOS-SUCURSAL.
      *-----------------------------

           MOVE 0 TO WS-ACTIVOS-SUCURSAL.
           MOVE 0 TO WS-POS-DESTINO.

           PERFORM VARYING IDX-CAJERO FROM 1 BY 1
                     UNTIL IDX-CAJERO > WS-CANT-CAJEROS
              IF WCJ-SUCURSAL (IDX-CAJERO) = WS-SUCURSAL-ED
              AND WCJ-ESTADO (IDX-CAJERO) = 'A'
                 ADD 1 TO WS-ACTIVOS-SUCURSAL
                 MOVE 1 TO WS-POS-DESTINO
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                     UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
              IF WVD-SUCURSAL (IDX-VENDEDOR) = WS-SUCURSAL-ED
              AND WVD-ESTADO (IDX-VENDEDOR) = 'A'
                 ADD 1 TO WS-ACTIVOS-SUCURSAL
              END-IF
           END-PERFORM.

       FIN-2150.
           EXIT.

       2160-MOTIVO-ACTIVOS.
      *--------------------

           IF WS-POS-DESTINO > 0
              SET 88-RECH-CAJEROS-ACTIVOS    TO TRUE
           ELSE
              SET 88-RECH-VENDEDORES-ACTIVOS TO TRUE
           END-IF.

           MOVE 0 TO WS-POS-DESTINO.

       FIN-2160.
           EXIT.

      *------------------------------------------------------------
      * BUSCA LA SUCURSAL DE DESTINO (SNV-SUCURSAL) Y EXIGE QUE
      * EXISTA Y ESTE ABIERTA. DEJA SU POSICION EN WS-POS-DESTINO.
      *------------------------------------------------------------
       2170-BUSCO-SUCURSAL-DESTINO.
      *----------------------------

           MOVE 0 TO WS-POS-DESTINO.

           IF SNV-SUCURSAL NUMERIC
              PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                        UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
                 IF WSU-COD (IDX-SUCURSAL) = SNV-SUCURSAL
                 AND WSU-ESTADO (IDX-SUCURSAL) NOT = 'C'
                    SET WS-POS-DESTINO TO IDX-SUCURSAL
                 END-IF
              END-PERFORM
           END-IF.

       FIN-2170.
           EXIT.

       2200-VALIDO-CAJERO.
      *-------------------

           IF SNV-CODIGO > 999
              SET 88-RECH-CODIGO TO TRUE
           ELSE
              PERFORM VARYING IDX-CAJERO FROM 1 BY 1
                        UNTIL IDX-CAJERO > WS-CANT-CAJEROS
                 IF WCJ-COD (IDX-CAJERO) = SNV-CODIGO
                    SET WS-POS TO IDX-CAJERO
                 END-IF
              END-PERFORM
           END-IF.

      *    EN LA REACTIVACION LA SUCURSAL A VALIDAR ES LA PROPIA
           IF 88-SNV-REACTIVACION AND WS-POS > 0
              MOVE WCJ-SUCURSAL (WS-POS) TO SNV-SUCURSAL
           END-IF.

           IF 88-SNV-ALTA OR 88-SNV-TRASLADO OR 88-SNV-REACTIVACION
              PERFORM 2170-BUSCO-SUCURSAL-DESTINO
           END-IF.

           MOVE 'N' TO WS-TALONARIO-ACTIVO.
           IF 88-SNV-INACTIVACION
              PERFORM VARYING IDX-LIBRO FROM 1 BY 1
                        UNTIL IDX-LIBRO > WS-CANT-LIBROS
                 IF WLB-CAJ-COD (IDX-LIBRO) = SNV-CODIGO
                    MOVE 'S' TO WS-TALONARIO-ACTIVO
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN NOT 88-NOVEDAD-ACEPTADA
                    CONTINUE
               WHEN 88-SNV-ALTA AND WS-POS > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-SNV-ALTA AND WS-POS = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-SNV-ALTA AND SNV-NOMBRE = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-SNV-ALTA
                AND WS-CANT-CAJEROS NOT < WCN-TOPE-CAJEROS
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-SNV-TRASLADO
                AND WCJ-SUCURSAL (WS-POS) = SNV-SUCURSAL
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-INACTIVACION
                AND WCJ-ESTADO (WS-POS) NOT = 'A'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-REACTIVACION
                AND WCJ-ESTADO (WS-POS) = 'A'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN (88-SNV-ALTA OR 88-SNV-TRASLADO
                     OR 88-SNV-REACTIVACION)
                AND WS-POS-DESTINO = 0
                    SET 88-RECH-SUCURSAL       TO TRUE
               WHEN 88-SNV-INACTIVACION
                AND WS-TALONARIO-ACTIVO = 'S'
                    SET 88-RECH-TALONARIO      TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2300-VALIDO-VENDEDOR.
      *---------------------

           PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                     UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
              IF WVD-ID (IDX-VENDEDOR) = SNV-CODIGO
                 SET WS-POS TO IDX-VENDEDOR
              END-IF
           END-PERFORM.

      *    EN LA REACTIVACION LA SUCURSAL A VALIDAR ES LA PROPIA
           IF 88-SNV-REACTIVACION AND WS-POS > 0
              MOVE WVD-SUCURSAL (WS-POS) TO SNV-SUCURSAL
           END-IF.

           IF 88-SNV-ALTA OR 88-SNV-TRASLADO OR 88-SNV-REACTIVACION
              PERFORM 2170-BUSCO-SUCURSAL-DESTINO
           END-IF.

           EVALUATE TRUE
               WHEN 88-SNV-ALTA AND WS-POS > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-SNV-ALTA AND WS-POS = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-SNV-ALTA AND SNV-NOMBRE = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-SNV-ALTA
                AND WS-CANT-VENDEDORES NOT < WCN-TOPE-VENDEDORES
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-SNV-TRASLADO
                AND WVD-SUCURSAL (WS-POS) = SNV-SUCURSAL
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-INACTIVACION
                AND WVD-ESTADO (WS-POS) NOT = 'A'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-SNV-REACTIVACION
                AND WVD-ESTADO (WS-POS) = 'A'
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN (88-SNV-ALTA OR 88-SNV-TRASLADO
                     OR 88-SNV-REACTIVACION)
                AND WS-POS-DESTINO = 0
                    SET 88-RECH-SUCURSAL       TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2400-APLICO-SUCURSAL.
      *---------------------

           EVALUATE TRUE
               WHEN 88-SNV-ALTA
                    ADD 1 TO WS-CANT-SUCURSALES
                    MOVE WS-CANT-SUCURSALES   TO WS-POS
                    MOVE SNV-CODIGO           TO WSU-COD (WS-POS)
                    MOVE SNV-NOMBRE           TO WSU-NOMBRE (WS-POS)
                    MOVE SNV-REGION           TO WSU-REGION (WS-POS)
                    MOVE SNV-GERENTE          TO WSU-GERENTE (WS-POS)
                    MOVE 'A'                  TO WSU-ESTADO (WS-POS)
                    MOVE 'AL'                 TO WS-HIST-CAMPO
                    MOVE SPACES               TO WS-HIST-ANTERIOR
                    MOVE SNV-NOMBRE           TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA

               WHEN 88-SNV-MODIFICACION
                    IF SNV-NOMBRE NOT = SPACES
                    AND SNV-NOMBRE NOT = WSU-NOMBRE (WS-POS)
                       MOVE 'NO'                TO WS-HIST-CAMPO
                       MOVE WSU-NOMBRE (WS-POS) TO WS-HIST-ANTERIOR
                       MOVE SNV-NOMBRE          TO WS-HIST-NUEVO
                       MOVE SNV-NOMBRE          TO WSU-NOMBRE (WS-POS)
                       PERFORM 2700-GRABO-HISTORIA
                    END-IF
                    IF SNV-REGION NOT = SPACES
                    AND SNV-REGION NOT = WSU-REGION (WS-POS)
                       MOVE 'RG'                TO WS-HIST-CAMPO
                       MOVE WSU-REGION (WS-POS) TO WS-HIST-ANTERIOR
                       MOVE SNV-REGION          TO WS-HIST-NUEVO
                       MOVE SNV-REGION          TO WSU-REGION (WS-POS)
                       PERFORM 2700-GRABO-HISTORIA
                    END-IF
                    IF SNV-GERENTE NOT = SPACES
                    AND SNV-GERENTE NOT = WSU-GERENTE (WS-POS)
                       MOVE 'GE'                TO WS-HIST-CAMPO
                       MOVE WSU-GERENTE (WS-POS) TO WS-HIST-ANTERIOR
                       MOVE SNV-GERENTE         TO WS-HIST-NUEVO
                       MOVE SNV-GERENTE         TO WSU-GERENTE (WS-POS)
                       PERFORM 2700-GRABO-HISTORIA
                    END-IF

               WHEN 88-SNV-INACTIVACION
               WHEN 88-SNV-REACTIVACION
                    MOVE 'ES'                 TO WS-HIST-CAMPO
                    MOVE WSU-ESTADO (WS-POS)  TO WS-HIST-ANTERIOR
                    IF 88-SNV-INACTIVACION
                       MOVE 'C'               TO WSU-ESTADO (WS-POS)
                    ELSE
                       MOVE 'A'               TO WSU-ESTADO (WS-POS)
                    END-IF
                    MOVE WSU-ESTADO (WS-POS)  TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA
           END-EVALUATE.

       FIN-2400.
           EXIT.

       2500-APLICO-CAJERO.
      *-------------------

           EVALUATE TRUE
               WHEN 88-SNV-ALTA
                    ADD 1 TO WS-CANT-CAJEROS
                    MOVE WS-CANT-CAJEROS      TO WS-POS
                    MOVE SNV-CODIGO           TO WCJ-COD (WS-POS)
                    MOVE SNV-NOMBRE           TO WCJ-NOMBRE (WS-POS)
                    MOVE SNV-SUCURSAL         TO WCJ-SUCURSAL (WS-POS)
                    MOVE 'A'                  TO WCJ-ESTADO (WS-POS)
                    MOVE 'AL'                 TO WS-HIST-CAMPO
                    MOVE SPACES               TO WS-HIST-ANTERIOR
                    MOVE SNV-NOMBRE           TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA

               WHEN 88-SNV-MODIFICACION
                    IF SNV-NOMBRE NOT = SPACES
                    AND SNV-NOMBRE NOT = WCJ-NOMBRE (WS-POS)
                       MOVE 'NO'                TO WS-HIST-CAMPO
                       MOVE WCJ-NOMBRE (WS-POS) TO WS-HIST-ANTERIOR
                       MOVE SNV-NOMBRE          TO WS-HIST-NUEVO
                       MOVE SNV-NOMBRE          TO WCJ-NOMBRE (WS-POS)
                       PERFORM 2700-GRABO-HISTORIA
                    END-IF

               WHEN 88-SNV-TRASLADO
                    MOVE 'SU'                 TO WS-HIST-CAMPO
                    MOVE WCJ-SUCURSAL (WS-POS) TO WS-SUCURSAL-ED
                    MOVE WS-SUCURSAL-ED       TO WS-HIST-ANTERIOR
                    MOVE SNV-SUCURSAL         TO WS-SUCURSAL-ED
                    MOVE WS-SUCURSAL-ED       TO WS-HIST-NUEVO
                    MOVE SNV-SUCURSAL         TO WCJ-SUCURSAL (WS-POS)
                    PERFORM 2700-GRABO-HISTORIA

               WHEN 88-SNV-INACTIVACION
               WHEN 88-SNV-REACTIVACION
                    MOVE 'ES'                 TO WS-HIST-CAMPO
                    MOVE WCJ-ESTADO (WS-POS)  TO WS-HIST-ANTERIOR
                    IF 88-SNV-INACTIVACION
                       MOVE 'I'               TO WCJ-ESTADO (WS-POS)
                    ELSE
                       MOVE 'A'               TO WCJ-ESTADO (WS-POS)
                    END-IF
                    MOVE WCJ-ESTADO (WS-POS)  TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2600-APLICO-VENDEDOR.
      *---------------------

           EVALUATE TRUE
               WHEN 88-SNV-ALTA
                    ADD 1 TO WS-CANT-VENDEDORES
                    MOVE WS-CANT-VENDEDORES   TO WS-POS
                    MOVE SNV-CODIGO           TO WVD-ID (WS-POS)
                    MOVE SNV-NOMBRE           TO WVD-NOMBRE (WS-POS)
                    MOVE SNV-SUCURSAL         TO WVD-SUCURSAL (WS-POS)
                    MOVE 'A'                  TO WVD-ESTADO (WS-POS)
                    MOVE WS-FECHA-PROCESO   TO WVD-FECHA-ALTA (WS-POS)
                    MOVE 'AL'                 TO WS-HIST-CAMPO
                    MOVE SPACES               TO WS-HIST-ANTERIOR
                    MOVE SNV-NOMBRE           TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA

               WHEN 88-SNV-MODIFICACION
                    IF SNV-NOMBRE NOT = SPACES
                    AND SNV-NOMBRE NOT = WVD-NOMBRE (WS-POS)
                       MOVE 'NO'                TO WS-HIST-CAMPO
                       MOVE WVD-NOMBRE (WS-POS) TO WS-HIST-ANTERIOR
                       MOVE SNV-NOMBRE          TO WS-HIST-NUEVO
                       MOVE SNV-NOMBRE          TO WVD-NOMBRE (WS-POS)
                       PERFORM 2700-GRABO-HISTORIA
                    END-IF

               WHEN 88-SNV-TRASLADO
                    MOVE 'SU'                 TO WS-HIST-CAMPO
                    MOVE WVD-SUCURSAL (WS-POS) TO WS-SUCURSAL-ED
                    MOVE WS-SUCURSAL-ED       TO WS-HIST-ANTERIOR
                    MOVE SNV-SUCURSAL         TO WS-SUCURSAL-ED
                    MOVE WS-SUCURSAL-ED       TO WS-HIST-NUEVO
                    MOVE SNV-SUCURSAL         TO WVD-SUCURSAL (WS-POS)
                    PERFORM 2700-GRABO-HISTORIA

               WHEN 88-SNV-INACTIVACION
               WHEN 88-SNV-REACTIVACION
                    MOVE 'ES'                 TO WS-HIST-CAMPO
                    MOVE WVD-ESTADO (WS-POS)  TO WS-HIST-ANTERIOR
                    IF 88-SNV-INACTIVACION
                       MOVE 'I'               TO WVD-ESTADO (WS-POS)
                    ELSE
                       MOVE 'A'               TO WVD-ESTADO (WS-POS)
                    END-IF
                    MOVE WVD-ESTADO (WS-POS)  TO WS-HIST-NUEVO
                    PERFORM 2700-GRABO-HISTORIA
           END-EVALUATE.

       FIN-2600.
           EXIT.

       2700-GRABO-HISTORIA.
      *--------------------

           INITIALIZE REG-SUCHIST.
           MOVE SNV-ENTIDAD               TO SUCHIST-ENTIDAD.
           MOVE SNV-CODIGO                TO SUCHIST-CODIGO.
           MOVE SNV-TIPO                  TO SUCHIST-COD-NOVEDAD.
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

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * VUELCA LAS TRES TABLAS ACTUALIZADAS A LOS MAESTROS NUEVOS
      *------------------------------------------------------------
       2800-GRABO-MAESTROS.
      *--------------------

           PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                     UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
              MOVE WSU-DATOS (IDX-SUCURSAL) TO REG-SUCURSAL
              WRITE REG-SUCURACT-FD FROM REG-SUCURSAL
              EVALUATE TRUE
                  WHEN 88-FS-SUCURACT-OK
                       ADD 1 TO WS-GRABADOS-SUCURACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE SUCURACT FS: '
                                                          FS-SUCURACT
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

           MOVE SPACES                    TO REG-SUCNOVRECH-FD.
           MOVE REG-SUCNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TIPO
                    MOVE 'ENTIDAD O TIPO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-EXISTE
                    MOVE 'CODIGO YA EXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'CODIGO INEXISTENTE'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SUCURSAL
                    MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NOMBRE
                    MOVE 'NOMBRE EN BLANCO'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CAJEROS-ACTIVOS
                    MOVE 'SUCURSAL CON CAJEROS ACTIVOS'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-VENDEDORES-ACTIVOS
                    MOVE 'SUCURSAL CON VENDEDORES ACTIV.'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TALONARIO
                    MOVE 'CAJERO CON TALONARIO ACTIVO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-MISMO-ESTADO
                    MOVE 'YA ESTA EN EL ESTADO PEDIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA COMPLETA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO INVALIDO'       TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-SUCNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-SUCNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SUCNOVRECH FS: '
                                                         FS-SUCNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - ' SNV-ENTIDAD ' ' SNV-CODIGO
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

           CLOSE SUCNOV
           EVALUATE TRUE
               WHEN 88-FS-SUCNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SUCNOV FS: ' FS-SUCNOV
           END-EVALUATE.

           CLOSE SUCURACT
           EVALUATE TRUE
               WHEN 88-FS-SUCURACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SUCURACT FS: ' FS-SUCURACT
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

           CLOSE SUCNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-SUCNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SUCNOVRECH FS: ' FS-SUCNOVRECH
           END-EVALUATE.

           CLOSE SUCHIST
           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SUCHIST FS: ' FS-SUCHIST
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMSUCUR'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-SUCNOV        TO RUNCTL-LEIDOS.
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

           MOVE WS-LEIDAS-SUCNOV         TO WS-LEIDAS-SUCNOV-ED.
           MOVE WS-CANT-APLICADAS        TO WS-CANT-APLICADAS-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-GRABADOS-SUCURACT     TO WS-GRABADOS-SUCURACT-ED.
           MOVE WS-GRABADOS-CAJERACT     TO WS-GRABADOS-CAJERACT-ED.
           MOVE WS-GRABADOS-VENDEACT     TO WS-GRABADOS-VENDEACT-ED.
           MOVE WS-GRABADOS-SUCHIST      TO WS-GRABADOS-SUCHIST-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMSUCUR              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-SUCNOV-ED.
           DISPLAY 'CANT. NOVEDADES APLICADAS      : '
                                               WS-CANT-APLICADAS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. SUCURSALES GRABADAS      : '
                                               WS-GRABADOS-SUCURACT-ED.
           DISPLAY 'CANT. CAJEROS GRABADOS         : '
                                               WS-GRABADOS-CAJERACT-ED.
           DISPLAY 'CANT. VENDEDORES GRABADOS      : '
                                               WS-GRABADOS-VENDEACT-ED.
           DISPLAY 'CANT. REGISTROS DE HISTORIA    : '
                                               WS-GRABADOS-SUCHIST-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMSUCUR.
