       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMCORP.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE TARJETAS CORPORATIVAS (WCORPORA):
      * EMPRESAS, SUS CUENTAS CORPORATIVAS, SUS CENTROS DE COSTO Y LAS
      * TARJETAS DE LOS EMPLEADOS ASIGNADAS A UNA CUENTA Y A UN CENTRO
      * DE COSTO. EL SECTOR DE EMPRESAS CARGA LAS NOVEDADES (CORPNOV,
      * WCORPNOV) QUE ESTE PROGRAMA APLICA SOBRE EL MAESTRO
      * (CORPANT -> CORPNUE). FACCORP LEE EL MAESTRO NUEVO.
      *   - ALTA 'A'  : REGISTRO NUEVO (O REACTIVA UNO DADO DE BAJA).
      *   - BAJA 'B'  : BAJA LOGICA (ESTADO 'B').
      *   - MODIF 'M' : REEMPLAZA LOS DATOS DEL REGISTRO ACTIVO (EL
      *                 CAMBIO DE CENTRO DE COSTO DE UN EMPLEADO ES
      *                 UNA MODIFICACION DE SU TARJETA).
      * LOS RECHAZOS VAN A CORPNOVRECH CON MOTIVO:
      *   01 CODIGO DE NOVEDAD INVALIDO
      *   02 TIPO DE REGISTRO INVALIDO
      *   03 EMPRESA INEXISTENTE O DADA DE BAJA
      *   04 REGISTRO YA EXISTENTE
      *   05 REGISTRO INEXISTENTE O DADO DE BAJA
      *   06 FALTAN DATOS OBLIGATORIOS
      *   07 CUENTA CORPORATIVA INEXISTENTE O DADA DE BAJA
      *   08 CENTRO DE COSTO INEXISTENTE O DADO DE BAJA
      *   09 TARJETA INEXISTENTE O NO VIGENTE
      *   10 TARJETA YA ASIGNADA A OTRA EMPRESA O CUENTA
      *   11 TIENE REGISTROS DEPENDIENTES ACTIVOS
      * SIN MAESTRO DE TARJETAS SE AVISA Y LAS TARJETAS NO SE VALIDAN.
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

           SELECT CORPANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPANT.

           SELECT CORPNOV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPNOV.

           SELECT TARJETAS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARJETAS
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-TARJETAS.

           SELECT CORPNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPNUE.

           SELECT CORPNOVRECH   ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  CORPANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPANT-FD                PIC X(150).

       FD  CORPNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPNOV-FD                PIC X(160).

       FD  TARJETAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MAESTRO-TARJETAS-FD       PIC X(56).

       FD  CORPNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPNUE-FD                PIC X(150).

       FD  CORPNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(160).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CORPANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CORPNOV            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARJETAS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CORPNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CORPNOVRECH        PIC X(128) VALUE SPACES.

       77  FS-CORPANT                    PIC  X(02) VALUE ' '.
           88 88-FS-CORPANT-OK                      VALUE '00'.
           88 88-FS-CORPANT-EOF                     VALUE '10'.
           88 88-FS-CORPANT-NOEXISTE                VALUE '35'.

       77  FS-CORPNOV                    PIC  X(02) VALUE ' '.
           88 88-FS-CORPNOV-OK                      VALUE '00'.
           88 88-FS-CORPNOV-EOF                     VALUE '10'.
           88 88-FS-CORPNOV-NOEXISTE                VALUE '35'.

       77  FS-TARJETAS                   PIC  X(02) VALUE ' '.
           88 88-FS-TARJETAS-OK                     VALUE '00'.
           88 88-FS-TARJETAS-EOF                    VALUE '10'.
           88 88-FS-TARJETAS-NOEXISTE               VALUE '35'.

       77  FS-CORPNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-CORPNUE-OK                      VALUE '00'.

       77  FS-CORPNOVRECH                PIC  X(02) VALUE ' '.
           88 88-FS-CORPNOVRECH-OK                  VALUE '00'.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * MAESTRO CORPORATIVO EN MEMORIA (REGISTRO COMPLETO
      * WCORPORA). LAS ALTAS SE AGREGAN AL FINAL: FACCORP NO
      * DEPENDE DEL ORDEN DEL ARCHIVO.
      *------------------------------------------------------
       77  WCN-TOPE-CORP                 PIC  9(05) VALUE 10000.
       77  WS-CANT-CORP                  PIC  9(05) VALUE 0.
       77  WS-POS-CORP                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CORP.
           05 WS-CORP-TAB OCCURS 10000 TIMES
                          INDEXED BY IDX-COR.
              10 WCO-REGISTRO            PIC  X(150).

      *------------------------------------------------------
      * VISTA DE UNA ENTRADA DE LA TABLA PARA LAS BUSQUEDAS
      * (MISMO LAYOUT QUE WCORPORA)
      *------------------------------------------------------
       01  WS-CORP-BUSCA.
           03 WCB-CLAVE.
              05 WCB-ID-EMPRESA          PIC  9(06).
              05 WCB-TIPO                PIC  X(01).
              05 WCB-SUBCLAVE            PIC  X(19).
           03 WCB-ESTADO                 PIC  X(01).
           03 FILLER                     PIC  X(24).
           03 WCB-TAR-NRO-CUENTA         PIC  9(08).
           03 WCB-TAR-CCOSTO             PIC  X(06).
           03 FILLER                     PIC  X(85).

      *------------------------------------------------------
      * TARJETAS PARA VALIDAR LAS ASIGNACIONES
      *------------------------------------------------------
       77  WS-HAY-TARJETAS               PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-TAR                  PIC  9(05) VALUE 10000.
       77  WS-CANT-TAR                   PIC  9(05) VALUE 0.
       01  WS-TABLA-TAR.
           05 WS-TAR-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-TAR.
              10 WTA-NRO-TARJETA         PIC  X(19).
              10 WTA-ESTADO              PIC  X(01).

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.
       77  WS-CLAVE-BUSCA                PIC  X(26) VALUE SPACES.
       77  WS-CUENTA-ED                  PIC  9(08) VALUE 0.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-CODIGO                        VALUE '01'.
           88 88-RECH-TIPO                          VALUE '02'.
           88 88-RECH-EMPRESA                       VALUE '03'.
           88 88-RECH-EXISTENTE                     VALUE '04'.
           88 88-RECH-INEXISTENTE                   VALUE '05'.
           88 88-RECH-DATOS                         VALUE '06'.
           88 88-RECH-CUENTA                        VALUE '07'.
           88 88-RECH-CCOSTO                        VALUE '08'.
           88 88-RECH-TARJETA                       VALUE '09'.
           88 88-RECH-ASIGNADA                      VALUE '10'.
           88 88-RECH-DEPENDIENTES                  VALUE '11'.

       77  WS-LEIDOS-CORPANT             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CORPNOV             PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-BAJAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-MODIF                 PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CORPNUE           PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       COPY WCORPORA.

       COPY WCORPNOV.

       COPY WTARJETAS.

       COPY WSEGOPER.

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
             UNTIL 88-FS-CORPNOV-EOF.

           PERFORM 2700-GRABO-CORPNUE.

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

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-CORPORATIVO.
           PERFORM 1040-CARGO-TARJETAS.
           PERFORM 1030-LEO-CORPNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL MANTENIMIENTO CORPORATIVO EXIGE
      * NIVEL DE ACTUALIZACION (2). LOS RECHAZOS QUEDAN EN EL LOG
      * DE ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMCORP'      TO SEGOPER-ACCION.

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

           MOVE 'CORPANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPANT

           MOVE 'CORPNOV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPNOV

           MOVE 'TARJETAS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARJETAS

           MOVE 'CORPNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPNUE

           MOVE 'CORPNOVRECH'  TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPNOVRECH.

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

           OPEN INPUT CORPNOV

           EVALUATE TRUE
               WHEN 88-FS-CORPNOV-OK
                    CONTINUE
               WHEN 88-FS-CORPNOV-NOEXISTE
                    DISPLAY 'CORPNOV INEXISTENTE - SIN NOVEDADES'
                    SET 88-FS-CORPNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPNOV'
                    DISPLAY 'FILE STATUS' FS-CORPNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CORPNUE

           EVALUATE TRUE
               WHEN 88-FS-CORPNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPNUE'
                    DISPLAY 'FILE STATUS' FS-CORPNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CORPNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-CORPNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPNOVRECH'
                    DISPLAY 'FILE STATUS' FS-CORPNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-CORPORATIVO.
      *-----------------------

           OPEN INPUT CORPANT.

           EVALUATE TRUE
               WHEN 88-FS-CORPANT-OK
                    PERFORM 1021-LEO-CORPANT
                    PERFORM UNTIL 88-FS-CORPANT-EOF
                       IF WS-CANT-CORP < WCN-TOPE-CORP
                          ADD 1 TO WS-CANT-CORP
                          MOVE REG-CORPORATIVO
                            TO WCO-REGISTRO (WS-CANT-CORP)
                       ELSE
                          DISPLAY 'TABLA CORPORATIVA COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-CORPANT
                    END-PERFORM
                    CLOSE CORPANT

               WHEN 88-FS-CORPANT-NOEXISTE
                    DISPLAY 'CORPANT INEXISTENTE - MAESTRO VACIO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPANT'
                    DISPLAY 'FILE STATUS' FS-CORPANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CORPANT.
      *-----------------

           INITIALIZE REG-CORPORATIVO.

           READ CORPANT INTO REG-CORPORATIVO

           EVALUATE TRUE
               WHEN 88-FS-CORPANT-OK
                    ADD 1 TO WS-LEIDOS-CORPANT
               WHEN 88-FS-CORPANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CORPANT FS: ' FS-CORPANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-CORPNOV.
      *-----------------

           INITIALIZE REG-CORPNOV.

           READ CORPNOV INTO REG-CORPNOV

           EVALUATE TRUE
               WHEN 88-FS-CORPNOV-OK
                    ADD 1 TO WS-LEIDOS-CORPNOV
               WHEN 88-FS-CORPNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CORPNOV FS: ' FS-CORPNOV
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
                    DISPLAY 'ASIGNACIONES NO SE VALIDAN CONTRA TARJETAS'

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
      * UNA NOVEDAD: SE UBICA EL REGISTRO POR CLAVE Y SE VALIDA
      * SEGUN EL CODIGO. REG-CORPORATIVO QUEDA CON LA IMAGEN DE LA
      * NOVEDAD; WS-POS-CORP CON LA POSICION EN LA TABLA (CERO SI
      * LA CLAVE NO ESTA).
      *--------------------------------------------------------------
       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE CNV-REGISTRO              TO REG-CORPORATIVO.

           IF NOT 88-COR-EMPRESA AND NOT 88-COR-CUENTA
              AND NOT 88-COR-CCOSTO AND NOT 88-COR-TARJETA
              SET 88-RECH-TIPO            TO TRUE
           ELSE
              IF 88-COR-EMPRESA
                 MOVE SPACES              TO COR-SUBCLAVE
              END-IF
              MOVE COR-CLAVE              TO WS-CLAVE-BUSCA
              PERFORM 2050-UBICO-CLAVE
              EVALUATE TRUE
                  WHEN 88-CNV-ALTA
                       PERFORM 2100-VALIDO-ALTA THRU FIN-2100
                       IF 88-NOVEDAD-ACEPTADA
                          PERFORM 2200-APLICO-ALTA
                       END-IF
                  WHEN 88-CNV-BAJA
                       PERFORM 2300-VALIDO-BAJA THRU FIN-2300
                       IF 88-NOVEDAD-ACEPTADA
                          PERFORM 2400-APLICO-BAJA
                       END-IF
                  WHEN 88-CNV-MODIFICA
                       PERFORM 2500-VALIDO-MODIF THRU FIN-2500
                       IF 88-NOVEDAD-ACEPTADA
                          PERFORM 2550-APLICO-MODIF
                       END-IF
                  WHEN OTHER
                       SET 88-RECH-CODIGO      TO TRUE
              END-EVALUATE
           END-IF.

           IF NOT 88-NOVEDAD-ACEPTADA
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-CORPNOV.

       FIN-2000.
           EXIT.

      *--------------------------------------------------------------
      * POSICION EN LA TABLA DE LA CLAVE WS-CLAVE-BUSCA (CERO SI NO
      * ESTA). WS-CORP-BUSCA QUEDA CON LA ENTRADA ENCONTRADA.
      *--------------------------------------------------------------
       2050-UBICO-CLAVE.
      *-----------------

           MOVE 0 TO WS-POS-CORP.
           MOVE SPACES TO WS-CORP-BUSCA.

           PERFORM VARYING IDX-COR FROM 1 BY 1
                     UNTIL IDX-COR > WS-CANT-CORP
                        OR WS-POS-CORP > 0
              IF WCO-REGISTRO (IDX-COR) (1:26) = WS-CLAVE-BUSCA
                 SET WS-POS-CORP TO IDX-COR
                 MOVE WCO-REGISTRO (IDX-COR) TO WS-CORP-BUSCA
              END-IF
           END-PERFORM.

       FIN-2050.
           EXIT.

      *--------------------------------------------------------------
      * ALTA: LA CLAVE NO DEBE ESTAR ACTIVA (UNA BAJA SE REACTIVA);
      * CUENTAS, CENTROS Y TARJETAS CUELGAN DE UNA EMPRESA ACTIVA.
      *--------------------------------------------------------------
       2100-VALIDO-ALTA.
      *-----------------

           IF WS-POS-CORP > 0
              AND WCB-ESTADO = 'A'
              SET 88-RECH-EXISTENTE       TO TRUE
              GO TO FIN-2100
           END-IF.

           PERFORM 2150-VALIDO-DATOS THRU FIN-2150.

       FIN-2100.
           EXIT.

      *--------------------------------------------------------------
      * DATOS DEL REGISTRO (ALTA Y MODIFICACION) Y SUS PADRES
      *--------------------------------------------------------------
       2150-VALIDO-DATOS.
      *------------------

           IF NOT 88-COR-EMPRESA
              MOVE COR-ID-EMPRESA         TO WS-CLAVE-BUSCA (1:6)
              MOVE '1'                    TO WS-CLAVE-BUSCA (7:1)
              MOVE SPACES                 TO WS-CLAVE-BUSCA (8:19)
              PERFORM 2060-BUSCO-ACTIVO
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-EMPRESA      TO TRUE
                 GO TO FIN-2150
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN 88-COR-EMPRESA
                    IF COR-RAZON-SOCIAL = SPACES
                       OR COR-CUIT NOT NUMERIC
                       OR COR-CUIT = 0
                       OR COR-DOMICILIO = SPACES
                       SET 88-RECH-DATOS  TO TRUE
                    END-IF
               WHEN 88-COR-CUENTA
                    IF COR-SUBCLAVE (1:8) NOT NUMERIC
                       OR COR-SUBCLAVE (9:11) NOT = SPACES
                       OR COR-CTA-DESCRIPCION = SPACES
                       SET 88-RECH-DATOS  TO TRUE
                    END-IF
               WHEN 88-COR-CCOSTO
                    IF COR-SUBCLAVE (1:6) = SPACES
                       OR COR-SUBCLAVE (7:13) NOT = SPACES
                       OR COR-CCO-DESCRIPCION = SPACES
                       SET 88-RECH-DATOS  TO TRUE
                    END-IF
               WHEN 88-COR-TARJETA
                    PERFORM 2160-VALIDO-TARJETA THRU FIN-2160
           END-EVALUATE.

       FIN-2150.
           EXIT.

      *--------------------------------------------------------------
      * TARJETA DE EMPLEADO: CUENTA Y CENTRO DE COSTO ACTIVOS DE LA
      * MISMA EMPRESA, TARJETA VIGENTE EN EL MAESTRO (ACTIVA O
      * PENDIENTE DE ACTIVACION) Y SIN OTRA ASIGNACION ACTIVA.
      *--------------------------------------------------------------
       2160-VALIDO-TARJETA.
      *--------------------

           IF COR-SUBCLAVE = SPACES
              OR COR-TAR-NRO-CUENTA NOT NUMERIC
              OR COR-TAR-CCOSTO = SPACES
              OR COR-TAR-LEGAJO = SPACES
              OR COR-TAR-EMPLEADO = SPACES
              SET 88-RECH-DATOS           TO TRUE
              GO TO FIN-2160
           END-IF.

           MOVE COR-TAR-NRO-CUENTA        TO WS-CUENTA-ED.
           MOVE COR-ID-EMPRESA            TO WS-CLAVE-BUSCA (1:6).
           MOVE '2'                       TO WS-CLAVE-BUSCA (7:1).
           MOVE SPACES                    TO WS-CLAVE-BUSCA (8:19).
           MOVE WS-CUENTA-ED              TO WS-CLAVE-BUSCA (8:8).
           PERFORM 2060-BUSCO-ACTIVO.
           IF WS-ENCONTRADO = 'N'
              SET 88-RECH-CUENTA          TO TRUE
              GO TO FIN-2160
           END-IF.

           MOVE '3'                       TO WS-CLAVE-BUSCA (7:1).
           MOVE SPACES                    TO WS-CLAVE-BUSCA (8:19).
           MOVE COR-TAR-CCOSTO            TO WS-CLAVE-BUSCA (8:6).
           PERFORM 2060-BUSCO-ACTIVO.
           IF WS-ENCONTRADO = 'N'
              SET 88-RECH-CCOSTO          TO TRUE
              GO TO FIN-2160
           END-IF.

           IF WS-HAY-TARJETAS = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-TAR                 TO 1
              SEARCH WS-TAR-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-TAR > WS-CANT-TAR
                     CONTINUE
                  WHEN WTA-NRO-TARJETA (IDX-TAR) = COR-SUBCLAVE
                     IF WTA-ESTADO (IDX-TAR) = 'A'
                        OR WTA-ESTADO (IDX-TAR) = 'P'
                        MOVE 'S'          TO WS-ENCONTRADO
                     END-IF
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-TARJETA      TO TRUE
                 GO TO FIN-2160
              END-IF
           END-IF.

      *    UNA TARJETA FACTURA A UNA SOLA EMPRESA: OTRA ASIGNACION
      *    ACTIVA (DE CUALQUIER EMPRESA) LA RECHAZA. LA PROPIA
      *    ENTRADA (MODIFICACION) NO CUENTA.
           PERFORM VARYING IDX-COR FROM 1 BY 1
                     UNTIL IDX-COR > WS-CANT-CORP
                        OR 88-RECH-ASIGNADA
              MOVE WCO-REGISTRO (IDX-COR) TO WS-CORP-BUSCA
              IF WCB-TIPO = '4'
                 AND WCB-ESTADO = 'A'
                 AND WCB-SUBCLAVE = COR-SUBCLAVE
                 AND IDX-COR NOT = WS-POS-CORP
                 SET 88-RECH-ASIGNADA     TO TRUE
              END-IF
           END-PERFORM.

       FIN-2160.
           EXIT.

      *--------------------------------------------------------------
      * ¿EXISTE ACTIVA LA CLAVE WS-CLAVE-BUSCA? (SIN TOCAR LA
      * POSICION DE LA NOVEDAD EN CURSO)
      *--------------------------------------------------------------
       2060-BUSCO-ACTIVO.
      *------------------

           MOVE 'N' TO WS-ENCONTRADO.

           PERFORM VARYING IDX-COR FROM 1 BY 1
                     UNTIL IDX-COR > WS-CANT-CORP
                        OR WS-ENCONTRADO = 'S'
              IF WCO-REGISTRO (IDX-COR) (1:26) = WS-CLAVE-BUSCA
                 AND WCO-REGISTRO (IDX-COR) (27:1) = 'A'
                 MOVE 'S' TO WS-ENCONTRADO
              END-IF
           END-PERFORM.

       FIN-2060.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           SET 88-COR-ACTIVO              TO TRUE.
           MOVE WS-FECHA-PROCESO          TO COR-FECHA-ESTADO.
           MOVE WS-OPERADOR-SESION        TO COR-USUARIO.

           IF WS-POS-CORP > 0
              MOVE WCO-REGISTRO (WS-POS-CORP) (28:8) TO COR-FECHA-ALTA
              MOVE REG-CORPORATIVO TO WCO-REGISTRO (WS-POS-CORP)
           ELSE
              IF WS-CANT-CORP NOT < WCN-TOPE-CORP
                 DISPLAY 'TABLA CORPORATIVA COMPLETA - SE '
                         'CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
              MOVE WS-FECHA-PROCESO       TO COR-FECHA-ALTA
              ADD 1                       TO WS-CANT-CORP
              MOVE REG-CORPORATIVO TO WCO-REGISTRO (WS-CANT-CORP)
           END-IF.

           ADD 1                          TO WS-CANT-ALTAS.

           IF 88-COR-TARJETA
              MOVE COR-SUBCLAVE           TO UTLMASK-TARJETA
              PERFORM 2600-ENMASCARO-TARJETA
              DISPLAY 'TARJETA CORPORATIVA ' UTLMASK-TARJETA-MASC
                      ' EMPRESA ' COR-ID-EMPRESA
                      ' CENTRO DE COSTO ' COR-TAR-CCOSTO
           END-IF.

       FIN-2200.
           EXIT.

      *--------------------------------------------------------------
      * BAJA: REGISTRO ACTIVO Y SIN DEPENDIENTES ACTIVOS (LA EMPRESA
      * SIN CUENTAS, CENTROS NI TARJETAS; LA CUENTA Y EL CENTRO DE
      * COSTO SIN TARJETAS ASIGNADAS).
      *--------------------------------------------------------------
       2300-VALIDO-BAJA.
      *-----------------

           IF WS-POS-CORP = 0
              OR WCB-ESTADO NOT = 'A'
              SET 88-RECH-INEXISTENTE     TO TRUE
              GO TO FIN-2300
           END-IF.

           MOVE WCO-REGISTRO (WS-POS-CORP) TO REG-CORPORATIVO.

           PERFORM VARYING IDX-COR FROM 1 BY 1
                     UNTIL IDX-COR > WS-CANT-CORP
                        OR 88-RECH-DEPENDIENTES
              MOVE WCO-REGISTRO (IDX-COR) TO WS-CORP-BUSCA
              IF WCB-ID-EMPRESA = COR-ID-EMPRESA
                 AND WCB-ESTADO = 'A'
                 EVALUATE TRUE
                     WHEN 88-COR-EMPRESA
                          IF WCB-TIPO NOT = '1'
                             SET 88-RECH-DEPENDIENTES TO TRUE
                          END-IF
                     WHEN 88-COR-CUENTA
                          IF WCB-TIPO = '4'
                             AND WCB-TAR-NRO-CUENTA =
                                 COR-SUBCLAVE (1:8)
                             SET 88-RECH-DEPENDIENTES TO TRUE
                          END-IF
                     WHEN 88-COR-CCOSTO
                          IF WCB-TIPO = '4'
                             AND WCB-TAR-CCOSTO = COR-SUBCLAVE (1:6)
                             SET 88-RECH-DEPENDIENTES TO TRUE
                          END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIN-2300.
           EXIT.

       2400-APLICO-BAJA.
      *-----------------

           SET 88-COR-BAJA                TO TRUE.
           MOVE WS-FECHA-PROCESO          TO COR-FECHA-ESTADO.
           MOVE WS-OPERADOR-SESION        TO COR-USUARIO.

           MOVE REG-CORPORATIVO TO WCO-REGISTRO (WS-POS-CORP).
           ADD 1                          TO WS-CANT-BAJAS.

       FIN-2400.
           EXIT.

      *--------------------------------------------------------------
      * MODIFICACION: REGISTRO ACTIVO Y DATOS NUEVOS VALIDOS
      *--------------------------------------------------------------
       2500-VALIDO-MODIF.
      *------------------

           IF WS-POS-CORP = 0
              OR WCB-ESTADO NOT = 'A'
              SET 88-RECH-INEXISTENTE     TO TRUE
              GO TO FIN-2500
           END-IF.

           PERFORM 2150-VALIDO-DATOS THRU FIN-2150.

       FIN-2500.
           EXIT.

       2550-APLICO-MODIF.
      *------------------

           MOVE COR-DATOS                 TO WCO-REGISTRO (WS-POS-CORP)
                                                            (52:99).
           MOVE WS-FECHA-PROCESO          TO WCO-REGISTRO (WS-POS-CORP)
                                                            (36:08).
           MOVE WS-OPERADOR-SESION        TO WCO-REGISTRO (WS-POS-CORP)
                                                            (44:08).
           ADD 1                          TO WS-CANT-MODIF.

       FIN-2550.
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

       2700-GRABO-CORPNUE.
      *-------------------

           PERFORM VARYING IDX-COR FROM 1 BY 1
                     UNTIL IDX-COR > WS-CANT-CORP
              WRITE REG-CORPNUE-FD FROM WCO-REGISTRO (IDX-COR)
              EVALUATE TRUE
                  WHEN 88-FS-CORPNUE-OK
                       ADD 1 TO WS-GRABADOS-CORPNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE CORPNUE FS: ' FS-CORPNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2700.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-CORPNOVRECH-FD.
           MOVE REG-CORPNOV               TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE REGISTRO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-EMPRESA
                    MOVE 'EMPRESA INEXISTENTE O DE BAJA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-EXISTENTE
                    MOVE 'REGISTRO YA EXISTENTE' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'REGISTRO INEXISTENTE O DE BAJA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DATOS
                    MOVE 'FALTAN DATOS OBLIGATORIOS'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CUENTA
                    MOVE 'CUENTA INEXISTENTE O DE BAJA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CCOSTO
                    MOVE 'CENTRO COSTO INEXIST. O BAJA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TARJETA
                    MOVE 'TARJETA INEXISTENTE O NO VIG.'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-ASIGNADA
                    MOVE 'TARJETA YA ASIGNADA'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DEPENDIENTES
                    MOVE 'TIENE DEPENDIENTES ACTIVOS'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-CORPNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-CORPNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CORPNOVRECH FS: '
                                                       FS-CORPNOVRECH
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

           CLOSE CORPNOV
                 CORPNUE
                 CORPNOVRECH.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMCORP'               TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-CORPNOV       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-CORPNUE     TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: ABMCORP               '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CORPANT       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGISTROS LEIDOS         : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CORPNOV       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-ALTAS           TO WS-CONTADOR-ED.
           DISPLAY 'ALTAS                          : ' WS-CONTADOR-ED.
           MOVE WS-CANT-BAJAS           TO WS-CONTADOR-ED.
           DISPLAY 'BAJAS                          : ' WS-CONTADOR-ED.
           MOVE WS-CANT-MODIF           TO WS-CONTADOR-ED.
           DISPLAY 'MODIFICACIONES                 : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-CORPNUE     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS CORPNUE         : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMCORP.
