       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMAVIAJE.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE AVISOS DE VIAJE DE TARJETAS
      * (WAVIAJE). EL MOSTRADOR DE TARJETAS CARGA LOS AVISOS DEL
      * TITULAR (PAISES Y PERIODO) EN LA COLA DE NOVEDADES (AVJNOV,
      * WAVJNOV) QUE ESTE PROGRAMA APLICA SOBRE EL MAESTRO
      * (AVIAJANT -> AVIAJNUE). PGMFRAUDE LEE EL MAESTRO NUEVO.
      *   - ALTA 'A'  : AVISO VIGENTE PARA LA TARJETA Y EL PERIODO.
      *   - ANULA 'C' : EL TITULAR SUSPENDE EL VIAJE (TARJETA + FECHA
      *                 DESDE DEL AVISO).
      * LOS RECHAZOS VAN A AVJNOVRECH CON MOTIVO:
      *   01 CODIGO DE NOVEDAD INVALIDO
      *   02 TARJETA INEXISTENTE O NO ACTIVA
      *   03 FECHA DESDE INVALIDA
      *   04 FECHA HASTA INVALIDA, ANTERIOR A LA DESDE O AL PROCESO
      *   05 SIN PAISES O PAIS INEXISTENTE
      *   06 SUCURSAL INEXISTENTE O CERRADA
      *   07 SE SUPERPONE CON OTRO AVISO VIGENTE DE LA TARJETA
      *   08 AVISO INEXISTENTE
      *   09 AVISO YA ANULADO O TERMINADO
      *   10 VIAJE MAS LARGO QUE WCN-MAX-DIAS-VIAJE
      * LOS AVISOS TERMINADOS O ANULADOS HACE MAS DE WCN-DIAS-CONSERVA
      * DIAS NO PASAN AL MAESTRO NUEVO. SIN MAESTRO DE TARJETAS,
      * PAISES O SUCURSALES SE AVISA Y ESA VALIDACION NO SE HACE.
      * EXIGE NIVEL DE OPERADOR 2.
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

           SELECT AVIAJANT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AVIAJANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AVIAJANT.

           SELECT AVJNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-AVJNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AVJNOV.

           SELECT TARJETAS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARJETAS
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-TARJETAS.

           SELECT PAISES        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PAISES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PAISES.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT AVIAJNUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AVIAJNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AVIAJNUE.

           SELECT AVJNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-AVJNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AVJNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  AVIAJANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AVIAJANT-FD               PIC X(80).

       FD  AVJNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AVJNOV-FD                 PIC X(60).

       FD  TARJETAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MAESTRO-TARJETAS-FD       PIC X(56).

       FD  PAISES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PAISES-FD                 PIC X(52).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  AVIAJNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AVIAJNUE-FD               PIC X(80).

       FD  AVJNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AVJNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(60).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-AVIAJANT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-AVJNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARJETAS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PAISES             PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-AVIAJNUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-AVJNOVRECH         PIC X(128) VALUE SPACES.

       77  FS-AVIAJANT                   PIC  X(02) VALUE ' '.
           88 88-FS-AVIAJANT-OK                     VALUE '00'.
           88 88-FS-AVIAJANT-EOF                    VALUE '10'.
           88 88-FS-AVIAJANT-NOEXISTE               VALUE '35'.

       77  FS-AVJNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-AVJNOV-OK                       VALUE '00'.
           88 88-FS-AVJNOV-EOF                      VALUE '10'.
           88 88-FS-AVJNOV-NOEXISTE                 VALUE '35'.

       77  FS-TARJETAS                   PIC  X(02) VALUE ' '.
           88 88-FS-TARJETAS-OK                     VALUE '00'.
           88 88-FS-TARJETAS-EOF                    VALUE '10'.
           88 88-FS-TARJETAS-NOEXISTE               VALUE '35'.

       77  FS-PAISES                     PIC  X(02) VALUE ' '.
           88 88-FS-PAISES-OK                       VALUE '00'.
           88 88-FS-PAISES-EOF                      VALUE '10'.
           88 88-FS-PAISES-NOEXISTE                 VALUE '35'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-AVIAJNUE                   PIC  X(02) VALUE ' '.
           88 88-FS-AVIAJNUE-OK                     VALUE '00'.

       77  FS-AVJNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-AVJNOVRECH-OK                   VALUE '00'.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * PARAMETROS DEL MAESTRO (VALORES FIJOS, MISMO CRITERIO
      * QUE LOS UMBRALES WCN-* DE PGMFRAUDE)
      *------------------------------------------------------
       77  WCN-MAX-DIAS-VIAJE            PIC  9(03) VALUE 180.
       77  WCN-DIAS-CONSERVA             PIC  9(03) VALUE 90.

       77  WS-DIAS-VIAJE                 PIC S9(07) VALUE 0.
       77  WS-FECHA-INT                  PIC  9(07) VALUE 0.
       77  WS-FECHA-DEPURA               PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * AVISOS EN MEMORIA (REGISTRO COMPLETO WAVIAJE)
      *------------------------------------------------------
       77  WCN-TOPE-AVISOS               PIC  9(05) VALUE 5000.
       77  WS-CANT-AVISOS                PIC  9(05) VALUE 0.
       77  WS-POS-AVISO                  PIC  9(05) VALUE 0.
       01  WS-TABLA-AVISOS.
           05 WS-AVISO-TAB OCCURS 5000 TIMES
                           INDEXED BY IDX-AVI.
              10 WAV-REGISTRO            PIC  X(80).

      *------------------------------------------------------
      * TARJETAS, PAISES Y SUCURSALES PARA VALIDAR LAS ALTAS
      *------------------------------------------------------
       77  WS-HAY-TARJETAS               PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-TAR                  PIC  9(05) VALUE 10000.
       77  WS-CANT-TAR                   PIC  9(05) VALUE 0.
       01  WS-TABLA-TAR.
           05 WS-TAR-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-TAR.
              10 WTA-NRO-TARJETA         PIC  X(19).
              10 WTA-ESTADO              PIC  X(01).

       77  WS-HAY-PAISES                 PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-PAI                  PIC  9(03) VALUE 300.
       77  WS-CANT-PAI                   PIC  9(03) VALUE 0.
       01  WS-TABLA-PAI.
           05 WS-PAI-TAB OCCURS 300 TIMES
                         INDEXED BY IDX-PAI.
              10 WPA-CODIGO              PIC  X(02).

       77  WS-HAY-SUCURSALES             PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-SUC                  PIC  9(03) VALUE 100.
       77  WS-CANT-SUC                   PIC  9(03) VALUE 0.
       01  WS-TABLA-SUC.
           05 WS-SUC-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-SUC.
              10 WSU-COD                 PIC  9(04).

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.
       77  WS-CANT-PAISES-NOV            PIC  9(01) VALUE 0.
       77  WS-SUB-PAIS                   PIC  9(01) VALUE 0.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-CODIGO                        VALUE '01'.
           88 88-RECH-TARJETA                       VALUE '02'.
           88 88-RECH-FECHA-DESDE                   VALUE '03'.
           88 88-RECH-FECHA-HASTA                   VALUE '04'.
           88 88-RECH-PAIS                          VALUE '05'.
           88 88-RECH-SUCURSAL                      VALUE '06'.
           88 88-RECH-SUPERPUESTO                   VALUE '07'.
           88 88-RECH-INEXISTENTE                   VALUE '08'.
           88 88-RECH-CERRADO                       VALUE '09'.
           88 88-RECH-DURACION                      VALUE '10'.

       77  WS-LEIDOS-AVIAJANT            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-AVJNOV              PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-ANULADOS              PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-DEPURADOS             PIC  9(09) VALUE 0.
       77  WS-GRABADOS-AVIAJNUE          PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       COPY WAVIAJE.

       COPY WAVJNOV.

       COPY WTARJETAS.

       COPY WCODPAIS.

       COPY WSUCURSAL.

       COPY WSEGOPER.

       COPY WUTLVFEC.

       COPY WUTLMASK.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO
             UNTIL 88-FS-AVJNOV-EOF.

           PERFORM 2700-GRABO-AVIAJNUE.

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

      *    FECHA DE CORTE PARA DEPURAR AVISOS VIEJOS DEL MAESTRO
           COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                   - WCN-DIAS-CONSERVA.
           COMPUTE WS-FECHA-DEPURA =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-INT).

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-AVISOS.
           PERFORM 1040-CARGO-TARJETAS.
           PERFORM 1050-CARGO-SUCURSALES.
           PERFORM 1060-CARGO-PAISES.
           PERFORM 1030-LEO-AVJNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LA CARGA DE AVISOS EXIGE NIVEL DE
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
           MOVE 'SIGN-ON ABMAVIAJE'    TO SEGOPER-ACCION.

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

           MOVE 'AVIAJANT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AVIAJANT

           MOVE 'AVJNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AVJNOV

           MOVE 'TARJETAS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARJETAS

           MOVE 'PAISES'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PAISES

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'AVIAJNUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AVIAJNUE

           MOVE 'AVJNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AVJNOVRECH.

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

           OPEN INPUT AVJNOV

           EVALUATE TRUE
               WHEN 88-FS-AVJNOV-OK
                    CONTINUE
               WHEN 88-FS-AVJNOV-NOEXISTE
                    DISPLAY 'AVJNOV INEXISTENTE - SIN NOVEDADES'
                    SET 88-FS-AVJNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AVJNOV'
                    DISPLAY 'FILE STATUS' FS-AVJNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AVIAJNUE

           EVALUATE TRUE
               WHEN 88-FS-AVIAJNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AVIAJNUE'
                    DISPLAY 'FILE STATUS' FS-AVIAJNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AVJNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-AVJNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AVJNOVRECH'
                    DISPLAY 'FILE STATUS' FS-AVJNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-AVISOS.
      *------------------

           OPEN INPUT AVIAJANT.

           EVALUATE TRUE
               WHEN 88-FS-AVIAJANT-OK
                    PERFORM 1021-LEO-AVIAJANT
                    PERFORM UNTIL 88-FS-AVIAJANT-EOF
                       IF WS-CANT-AVISOS < WCN-TOPE-AVISOS
                          ADD 1 TO WS-CANT-AVISOS
                          MOVE REG-AVIAJE
                            TO WAV-REGISTRO (WS-CANT-AVISOS)
                       ELSE
                          DISPLAY 'TABLA DE AVISOS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-AVIAJANT
                    END-PERFORM
                    CLOSE AVIAJANT

               WHEN 88-FS-AVIAJANT-NOEXISTE
                    DISPLAY 'AVIAJANT INEXISTENTE - SIN AVISOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AVIAJANT'
                    DISPLAY 'FILE STATUS' FS-AVIAJANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-AVIAJANT.
      *------------------

           INITIALIZE REG-AVIAJE.

           READ AVIAJANT INTO REG-AVIAJE

           EVALUATE TRUE
               WHEN 88-FS-AVIAJANT-OK
                    ADD 1 TO WS-LEIDOS-AVIAJANT
               WHEN 88-FS-AVIAJANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AVIAJANT FS: ' FS-AVIAJANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-AVJNOV.
      *----------------

           INITIALIZE REG-AVJNOV.

           READ AVJNOV INTO REG-AVJNOV

           EVALUATE TRUE
               WHEN 88-FS-AVJNOV-OK
                    ADD 1 TO WS-LEIDOS-AVJNOV
               WHEN 88-FS-AVJNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AVJNOV FS: ' FS-AVJNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1040-CARGO-TARJETAS.
      *--------------------

           OPEN INPUT TARJETAS.

           EVALUATE TRUE
               WHEN 88-FS-TARJETAS-OK
                    MOVE 'S'                   TO WS-HAY-TARJETAS
                    PERFORM 1041-LEO-TARJETA
                    PERFORM UNTIL 88-FS-TARJETAS-EOF
                       IF WS-CANT-TAR < WCN-TOPE-TAR
                          ADD 1 TO WS-CANT-TAR
                          MOVE TAR-NRO-TARJETA
                            TO WTA-NRO-TARJETA (WS-CANT-TAR)
                          MOVE TAR-ESTADO
                            TO WTA-ESTADO      (WS-CANT-TAR)
                       ELSE
                          DISPLAY 'TABLA DE TARJETAS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-TARJETA
                    END-PERFORM
                    CLOSE TARJETAS

               WHEN 88-FS-TARJETAS-NOEXISTE
                    DISPLAY 'MAESTRO TARJETAS NO DISPONIBLE - LAS '
                    DISPLAY 'ALTAS NO SE VALIDAN CONTRA TARJETAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARJETAS'
                    DISPLAY 'FILE STATUS' FS-TARJETAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-TARJETA.
      *-----------------

           INITIALIZE REG-MAESTRO-TARJETAS.

           READ TARJETAS INTO REG-MAESTRO-TARJETAS

           EVALUATE TRUE
               WHEN 88-FS-TARJETAS-OK
               WHEN 88-FS-TARJETAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TARJETAS FS: ' FS-TARJETAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *--------------------------------------------------------------
      * SOLO LAS SUCURSALES ABIERTAS PUEDEN CARGAR AVISOS NUEVOS
      *--------------------------------------------------------------
       1050-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    MOVE 'S'                   TO WS-HAY-SUCURSALES
                    PERFORM 1051-LEO-SUCURSAL
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF 88-SUC-ABIERTA
                          IF WS-CANT-SUC < WCN-TOPE-SUC
                             ADD 1 TO WS-CANT-SUC
                             MOVE SUC-COD TO WSU-COD (WS-CANT-SUC)
                          ELSE
                             DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1051-LEO-SUCURSAL
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO SUCURSALES NO DISPONIBLE - LAS '
                    DISPLAY 'ALTAS NO SE VALIDAN CONTRA SUCURSALES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-SUCURSAL.
      *------------------

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

       FIN-1051.
           EXIT.

      *--------------------------------------------------------------
      * TABLA DE CODIGOS DE PAIS (MANTENIDA POR ABMPAISES)
      *--------------------------------------------------------------
       1060-CARGO-PAISES.
      *------------------

           OPEN INPUT PAISES.

           EVALUATE TRUE
               WHEN 88-FS-PAISES-OK
                    MOVE 'S'                   TO WS-HAY-PAISES
                    PERFORM 1061-LEO-PAIS
                    PERFORM UNTIL 88-FS-PAISES-EOF
                       IF WS-CANT-PAI < WCN-TOPE-PAI
                          ADD 1 TO WS-CANT-PAI
                          MOVE ITPAIS-CODIGO TO WPA-CODIGO (WS-CANT-PAI)
                       ELSE
                          DISPLAY 'TABLA DE PAISES COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1061-LEO-PAIS
                    END-PERFORM
                    CLOSE PAISES

               WHEN 88-FS-PAISES-NOEXISTE
                    DISPLAY 'TABLA DE PAISES NO DISPONIBLE - LOS '
                    DISPLAY 'DESTINOS NO SE VALIDAN CONTRA PAISES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PAISES'
                    DISPLAY 'FILE STATUS' FS-PAISES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-PAIS.
      *--------------

           INITIALIZE ITPAIS-REG.

           READ PAISES INTO ITPAIS-REG

           EVALUATE TRUE
               WHEN 88-FS-PAISES-OK
               WHEN 88-FS-PAISES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PAISES FS: ' FS-PAISES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1061.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           EVALUATE TRUE
               WHEN 88-ANV-ALTA
                    PERFORM 2100-VALIDO-ALTA THRU FIN-2100
                    IF 88-NOVEDAD-ACEPTADA
                       PERFORM 2200-APLICO-ALTA
                    END-IF
               WHEN 88-ANV-ANULA
                    PERFORM 2300-VALIDO-ANULACION THRU FIN-2300
                    IF 88-NOVEDAD-ACEPTADA
                       PERFORM 2400-APLICO-ANULACION
                    END-IF
               WHEN OTHER
                    SET 88-RECH-CODIGO         TO TRUE
           END-EVALUATE.

           IF NOT 88-NOVEDAD-ACEPTADA
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-AVJNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-ALTA.
      *-----------------

           IF ANV-NRO-TARJETA = SPACES
              SET 88-RECH-TARJETA         TO TRUE
              GO TO FIN-2100
           END-IF.

           IF WS-HAY-TARJETAS = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-TAR                 TO 1
              SEARCH WS-TAR-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-TAR > WS-CANT-TAR
                     CONTINUE
                  WHEN WTA-NRO-TARJETA (IDX-TAR) = ANV-NRO-TARJETA
                     IF WTA-ESTADO (IDX-TAR) = 'A'
                        MOVE 'S'          TO WS-ENCONTRADO
                     END-IF
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-TARJETA      TO TRUE
                 GO TO FIN-2100
              END-IF
           END-IF.

      *    EL AVISO PUEDE CARGARSE CON EL VIAJE YA EMPEZADO (EL
      *    TITULAR LLAMA DESDE EL EXTERIOR): LA DESDE PUEDE SER
      *    PASADA, LA HASTA NO.
           INITIALIZE WUTLVFEC.
           MOVE ANV-FECHA-DESDE           TO WUTLVFEC-FECHA.
           MOVE 'N'                       TO WUTLVFEC-PERMITE-CERO.
           MOVE 'S'                       TO WUTLVFEC-PERMITE-FUTURA.
           CALL 'UTLVFEC' USING WUTLVFEC.

           IF 88-WUTLVFEC-ERROR
              SET 88-RECH-FECHA-DESDE     TO TRUE
              GO TO FIN-2100
           END-IF.

           INITIALIZE WUTLVFEC.
           MOVE ANV-FECHA-HASTA           TO WUTLVFEC-FECHA.
           MOVE 'N'                       TO WUTLVFEC-PERMITE-CERO.
           MOVE 'S'                       TO WUTLVFEC-PERMITE-FUTURA.
           CALL 'UTLVFEC' USING WUTLVFEC.

           IF 88-WUTLVFEC-ERROR
              OR ANV-FECHA-HASTA < ANV-FECHA-DESDE
              OR ANV-FECHA-HASTA < WS-FECHA-PROCESO
              SET 88-RECH-FECHA-HASTA     TO TRUE
              GO TO FIN-2100
           END-IF.

           COMPUTE WS-DIAS-VIAJE =
                   FUNCTION INTEGER-OF-DATE (ANV-FECHA-HASTA)
                 - FUNCTION INTEGER-OF-DATE (ANV-FECHA-DESDE) + 1.
           IF WS-DIAS-VIAJE > WCN-MAX-DIAS-VIAJE
              SET 88-RECH-DURACION        TO TRUE
              GO TO FIN-2100
           END-IF.

           PERFORM 2150-VALIDO-PAISES.
           IF 88-RECH-PAIS
              GO TO FIN-2100
           END-IF.

           IF ANV-SUCURSAL NOT NUMERIC
              SET 88-RECH-SUCURSAL        TO TRUE
              GO TO FIN-2100
           END-IF.

           IF WS-HAY-SUCURSALES = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-SUC                 TO 1
              SEARCH WS-SUC-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-SUC > WS-CANT-SUC
                     CONTINUE
                  WHEN WSU-COD (IDX-SUC) = ANV-SUCURSAL
                     MOVE 'S'             TO WS-ENCONTRADO
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-SUCURSAL     TO TRUE
                 GO TO FIN-2100
              END-IF
           END-IF.

      *    UN SOLO AVISO VIGENTE POR TARJETA PARA CADA DIA: SI EL
      *    VIAJE SE EXTIENDE SE ANULA EL AVISO Y SE CARGA OTRO.
           PERFORM VARYING IDX-AVI FROM 1 BY 1
                     UNTIL IDX-AVI > WS-CANT-AVISOS
                        OR 88-RECH-SUPERPUESTO
              MOVE WAV-REGISTRO (IDX-AVI) TO REG-AVIAJE
              IF AVJ-NRO-TARJETA = ANV-NRO-TARJETA
                 AND 88-AVJ-VIGENTE
                 AND AVJ-FECHA-DESDE NOT > ANV-FECHA-HASTA
                 AND AVJ-FECHA-HASTA NOT < ANV-FECHA-DESDE
                 SET 88-RECH-SUPERPUESTO  TO TRUE
              END-IF
           END-PERFORM.

       FIN-2100.
           EXIT.

      *--------------------------------------------------------------
      * AL MENOS UN PAIS DE DESTINO; CADA PAIS INFORMADO DEBE
      * EXISTIR EN LA TABLA DE CODIGOS DE PAIS
      *--------------------------------------------------------------
       2150-VALIDO-PAISES.
      *-------------------

           MOVE 0                         TO WS-CANT-PAISES-NOV.

           PERFORM VARYING WS-SUB-PAIS FROM 1 BY 1
                     UNTIL WS-SUB-PAIS > 5
                        OR 88-RECH-PAIS
              IF ANV-PAIS (WS-SUB-PAIS) NOT = SPACES
                 ADD 1                    TO WS-CANT-PAISES-NOV
                 IF WS-HAY-PAISES = 'S'
                    MOVE 'N'              TO WS-ENCONTRADO
                    SET IDX-PAI           TO 1
                    SEARCH WS-PAI-TAB
                        AT END
                           CONTINUE
                        WHEN IDX-PAI > WS-CANT-PAI
                           CONTINUE
                        WHEN WPA-CODIGO (IDX-PAI) =
                             ANV-PAIS (WS-SUB-PAIS)
                           MOVE 'S'       TO WS-ENCONTRADO
                    END-SEARCH
                    IF WS-ENCONTRADO = 'N'
                       SET 88-RECH-PAIS   TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-CANT-PAISES-NOV = 0
              SET 88-RECH-PAIS            TO TRUE
           END-IF.

       FIN-2150.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           IF WS-CANT-AVISOS NOT < WCN-TOPE-AVISOS
              DISPLAY 'TABLA DE AVISOS COMPLETA - SE '
                      'CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           INITIALIZE REG-AVIAJE.
           MOVE ANV-NRO-TARJETA           TO AVJ-NRO-TARJETA.
           MOVE ANV-FECHA-DESDE           TO AVJ-FECHA-DESDE.
           MOVE ANV-FECHA-HASTA           TO AVJ-FECHA-HASTA.
           MOVE ANV-PAISES                TO AVJ-PAISES.
           SET 88-AVJ-VIGENTE             TO TRUE.
           MOVE ANV-SUCURSAL              TO AVJ-SUCURSAL.
           MOVE WS-OPERADOR-SESION        TO AVJ-USUARIO.
           MOVE WS-FECHA-PROCESO          TO AVJ-FECHA-ALTA
                                             AVJ-FECHA-ESTADO.

           ADD 1                          TO WS-CANT-AVISOS.
           MOVE REG-AVIAJE
             TO WAV-REGISTRO (WS-CANT-AVISOS).
           ADD 1                          TO WS-CANT-ALTAS.

           MOVE AVJ-NRO-TARJETA           TO UTLMASK-TARJETA.
           PERFORM 2600-ENMASCARO-TARJETA.
           DISPLAY 'AVISO DE VIAJE ' UTLMASK-TARJETA-MASC
                   ' DESDE ' AVJ-FECHA-DESDE ' HASTA ' AVJ-FECHA-HASTA
                   ' PAISES ' AVJ-PAISES.

       FIN-2200.
           EXIT.

      *--------------------------------------------------------------
      * ANULACION: EL AVISO SE BUSCA POR TARJETA + FECHA DESDE.
      * REG-AVIAJE QUEDA CARGADO CON EL AVISO ENCONTRADO.
      *--------------------------------------------------------------
       2300-VALIDO-ANULACION.
      *----------------------

           MOVE 0 TO WS-POS-AVISO.

           IF ANV-FECHA-DESDE NUMERIC
              PERFORM VARYING IDX-AVI FROM 1 BY 1
                        UNTIL IDX-AVI > WS-CANT-AVISOS
                           OR WS-POS-AVISO > 0
                 MOVE WAV-REGISTRO (IDX-AVI) TO REG-AVIAJE
                 IF AVJ-NRO-TARJETA = ANV-NRO-TARJETA
                    AND AVJ-FECHA-DESDE = ANV-FECHA-DESDE
                    SET WS-POS-AVISO TO IDX-AVI
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-POS-AVISO = 0
              SET 88-RECH-INEXISTENTE     TO TRUE
              GO TO FIN-2300
           END-IF.

           IF NOT 88-AVJ-VIGENTE
              OR AVJ-FECHA-HASTA < WS-FECHA-PROCESO
              SET 88-RECH-CERRADO         TO TRUE
              GO TO FIN-2300
           END-IF.

       FIN-2300.
           EXIT.

       2400-APLICO-ANULACION.
      *----------------------

           SET 88-AVJ-ANULADO             TO TRUE.
           MOVE WS-FECHA-PROCESO          TO AVJ-FECHA-ESTADO.
           MOVE WS-OPERADOR-SESION        TO AVJ-USUARIO.

           MOVE REG-AVIAJE      TO WAV-REGISTRO (WS-POS-AVISO).
           ADD 1                          TO WS-CANT-ANULADOS.

       FIN-2400.
           EXIT.

      *------------------------------------------------------------
      * NUMERO DE TARJETA PARA UNA SALIDA LEGIBLE (VER UTLMASK)
      *------------------------------------------------------------
       2600-ENMASCARO-TARJETA.
      *-----------------------

           SET 88-UTLMASK-TARJETA         TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.

       FIN-2600.
           EXIT.

      *--------------------------------------------------------------
      * EL MAESTRO NUEVO NO LLEVA LOS AVISOS TERMINADOS NI LOS
      * ANULADOS ANTES DE LA FECHA DE DEPURACION
      *--------------------------------------------------------------
       2700-GRABO-AVIAJNUE.
      *--------------------

           PERFORM VARYING IDX-AVI FROM 1 BY 1
                     UNTIL IDX-AVI > WS-CANT-AVISOS
              MOVE WAV-REGISTRO (IDX-AVI) TO REG-AVIAJE
              IF AVJ-FECHA-HASTA < WS-FECHA-DEPURA
                 OR (88-AVJ-ANULADO
                     AND AVJ-FECHA-ESTADO < WS-FECHA-DEPURA)
                 ADD 1 TO WS-CANT-DEPURADOS
              ELSE
                 WRITE REG-AVIAJNUE-FD FROM REG-AVIAJE
                 EVALUATE TRUE
                     WHEN 88-FS-AVIAJNUE-OK
                          ADD 1 TO WS-GRABADOS-AVIAJNUE
                     WHEN OTHER
                          DISPLAY 'ERROR EN WRITE AVIAJNUE FS: '
                                                          FS-AVIAJNUE
                          PERFORM 3000-FINALIZO
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIN-2700.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-AVJNOVRECH-FD.
           MOVE REG-AVJNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TARJETA
                    MOVE 'TARJETA INEXISTENTE O INACTIVA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA-DESDE
                    MOVE 'FECHA DESDE INVALIDA'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA-HASTA
                    MOVE 'FECHA HASTA INVALIDA'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-PAIS
                    MOVE 'SIN PAISES O PAIS INEXISTENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SUCURSAL
                    MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SUPERPUESTO
                    MOVE 'SUPERPUESTO CON OTRO AVISO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'AVISO INEXISTENTE'     TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CERRADO
                    MOVE 'AVISO ANULADO O TERMINADO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DURACION
                    MOVE 'VIAJE MAYOR AL PLAZO MAXIMO'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-AVJNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-AVJNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AVJNOVRECH FS: '
                                                        FS-AVJNOVRECH
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

           CLOSE AVJNOV
                 AVIAJNUE
                 AVJNOVRECH.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMAVIAJE'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-AVJNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-AVIAJNUE    TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: ABMAVIAJE             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-AVIAJANT      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. AVISOS LEIDOS            : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-AVJNOV        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-ALTAS           TO WS-CONTADOR-ED.
           DISPLAY 'AVISOS DADOS DE ALTA           : ' WS-CONTADOR-ED.
           MOVE WS-CANT-ANULADOS        TO WS-CONTADOR-ED.
           DISPLAY 'AVISOS ANULADOS                : ' WS-CONTADOR-ED.
           MOVE WS-CANT-DEPURADOS       TO WS-CONTADOR-ED.
           DISPLAY 'AVISOS DEPURADOS DEL MAESTRO   : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-AVIAJNUE    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS AVIAJNUE        : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMAVIAJE.
