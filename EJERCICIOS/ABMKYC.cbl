       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMKYC.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE LEGAJOS KYC (WKYC): DOCUMENTO DE
      * IDENTIDAD PRESENTADO POR EL CLIENTE Y FECHA DE LA ULTIMA
      * VERIFICACION. APLICA LA COLA DE NOVEDADES KYCNOV (WKYCNOV)
      * SOBRE EL MAESTRO (KYCANT -> KYCNUE), UN LEGAJO POR CLI-ID:
      *   - ALTA 'A'      : DOCUMENTO + PRIMERA VERIFICACION
      *   - DOCUMENTO 'D' : RENOVACION O CAMBIO DEL DOCUMENTO. SE
      *                     VERIFICA CONTRA EL ORIGINAL, ASI QUE
      *                     TAMBIEN RENUEVA LA FECHA DE VERIFICACION.
      *   - VERIFICA 'V'  : REVISION PERIODICA REALIZADA
      * LA FECHA DE VERIFICACION EN 0 TOMA LA FECHA DE PROCESO.
      * LOS RECHAZOS VAN A KYCNOVRECH CON MOTIVO:
      *   01 CODIGO DE NOVEDAD INVALIDO
      *   02 LEGAJO INEXISTENTE ('D' / 'V' SIN ALTA PREVIA)
      *   03 CLIENTE INEXISTENTE
      *   04 LEGAJO YA EXISTENTE (ALTA DUPLICADA)
      *   05 TIPO DE DOCUMENTO INVALIDO
      *   06 NUMERO DE DOCUMENTO EN BLANCO
      *   07 FECHA DE EMISION INVALIDA O FUTURA
      *   08 VENCIMIENTO INVALIDO O ANTERIOR A LA EMISION
      *   09 DOCUMENTO PRESENTADO YA VENCIDO
      *   10 FECHA DE VERIFICACION INVALIDA O FUTURA
      * AL FINAL INFORMA CUANTOS LEGAJOS QUEDAN VENCIDOS SEGUN
      * UTLKYC (DETALLE EN RPTKYC). SIN MAESTRO CLIENTES SE AVISA Y
      * ESA VALIDACION NO SE HACE. EXIGE NIVEL DE OPERADOR 2.
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

           SELECT KYCANT        ASSIGN       TO
                                 DYNAMIC WS-ARCH-KYCANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYCANT.

           SELECT KYCNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-KYCNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYCNOV.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT KYCNUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-KYCNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYCNUE.

           SELECT KYCNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-KYCNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYCNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  KYCANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYCANT-FD                 PIC X(100).

       FD  KYCNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYCNOV-FD                 PIC X(80).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  KYCNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYCNUE-FD                 PIC X(100).

       FD  KYCNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYCNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(80).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-KYCANT             PIC X(128) VALUE SPACES.
       77  WS-ARCH-KYCNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-KYCNUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-KYCNOVRECH         PIC X(128) VALUE SPACES.

       77  FS-KYCANT                     PIC  X(02) VALUE ' '.
           88 88-FS-KYCANT-OK                       VALUE '00'.
           88 88-FS-KYCANT-EOF                      VALUE '10'.
           88 88-FS-KYCANT-NOEXISTE                 VALUE '35'.

       77  FS-KYCNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-KYCNOV-OK                       VALUE '00'.
           88 88-FS-KYCNOV-EOF                      VALUE '10'.
           88 88-FS-KYCNOV-NOEXISTE                 VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.
           88 88-FS-CLIENTES-NOEXISTE               VALUE '35'.

       77  FS-KYCNUE                     PIC  X(02) VALUE ' '.
           88 88-FS-KYCNUE-OK                       VALUE '00'.

       77  FS-KYCNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-KYCNOVRECH-OK                   VALUE '00'.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-VERIFICACION         PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * LEGAJOS EN MEMORIA (REGISTRO COMPLETO WKYC)
      *------------------------------------------------------
       77  WCN-TOPE-LEGAJOS              PIC  9(05) VALUE 10000.
       77  WS-CANT-LEGAJOS               PIC  9(05) VALUE 0.
       77  WS-POS-LEGAJO                 PIC  9(05) VALUE 0.
       01  WS-TABLA-LEGAJOS.
           05 WS-LEGAJO-TAB OCCURS 10000 TIMES
                            INDEXED BY IDX-KYC.
              10 WKY-REGISTRO            PIC  X(100).

      *------------------------------------------------------
      * CLIENTES PARA VALIDAR LAS ALTAS
      *------------------------------------------------------
       77  WS-HAY-CLIENTES               PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-CLI                  PIC  9(05) VALUE 10000.
       77  WS-CANT-CLI                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CLI.
           05 WS-CLI-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-CLI.
              10 WCL-ID                  PIC  9(10).

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-CODIGO                        VALUE '01'.
           88 88-RECH-INEXISTENTE                   VALUE '02'.
           88 88-RECH-CLIENTE                       VALUE '03'.
           88 88-RECH-DUPLICADO                     VALUE '04'.
           88 88-RECH-TIPO-DOC                      VALUE '05'.
           88 88-RECH-NRO-DOC                       VALUE '06'.
           88 88-RECH-EMISION                       VALUE '07'.
           88 88-RECH-VENCIMIENTO                   VALUE '08'.
           88 88-RECH-DOC-VENCIDO                   VALUE '09'.
           88 88-RECH-VERIFICACION                  VALUE '10'.

       77  WS-LEIDOS-KYCANT              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-KYCNOV              PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-DOCUMENTOS            PIC  9(09) VALUE 0.
       77  WS-CANT-VERIFICADOS           PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-DOC-VENCIDO           PIC  9(09) VALUE 0.
       77  WS-CANT-REV-VENCIDA           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-KYCNUE            PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       COPY WKYC.

       COPY WKYCNOV.

       COPY WCLIENTE.

       COPY WSEGOPER.

       COPY WUTLVFEC.

       COPY WUTLKYC.

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
             UNTIL 88-FS-KYCNOV-EOF.

           PERFORM 2700-GRABO-KYCNUE.

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
           PERFORM 1020-CARGO-LEGAJOS.
           PERFORM 1040-CARGO-CLIENTES.
           PERFORM 1030-LEO-KYCNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LA CARGA DE LEGAJOS EXIGE NIVEL DE
      * ACTUALIZACION (2). EL OPERADOR QUEDA COMO VERIFICADOR DE LOS
      * LEGAJOS QUE TOCA. LOS RECHAZOS QUEDAN EN EL LOG DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMKYC'       TO SEGOPER-ACCION.

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

           MOVE 'KYCANT'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-KYCANT

           MOVE 'KYCNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-KYCNOV

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'KYCNUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-KYCNUE

           MOVE 'KYCNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-KYCNOVRECH.

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

           OPEN INPUT KYCNOV

           EVALUATE TRUE
               WHEN 88-FS-KYCNOV-OK
                    CONTINUE
               WHEN 88-FS-KYCNOV-NOEXISTE
                    DISPLAY 'KYCNOV INEXISTENTE - SIN NOVEDADES'
                    SET 88-FS-KYCNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYCNOV'
                    DISPLAY 'FILE STATUS' FS-KYCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT KYCNUE

           EVALUATE TRUE
               WHEN 88-FS-KYCNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYCNUE'
                    DISPLAY 'FILE STATUS' FS-KYCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT KYCNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-KYCNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYCNOVRECH'
                    DISPLAY 'FILE STATUS' FS-KYCNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-LEGAJOS.
      *-------------------

           OPEN INPUT KYCANT.

           EVALUATE TRUE
               WHEN 88-FS-KYCANT-OK
                    PERFORM 1021-LEO-KYCANT
                    PERFORM UNTIL 88-FS-KYCANT-EOF
                       IF WS-CANT-LEGAJOS < WCN-TOPE-LEGAJOS
                          ADD 1 TO WS-CANT-LEGAJOS
                          MOVE REG-KYC
                            TO WKY-REGISTRO (WS-CANT-LEGAJOS)
                       ELSE
                          DISPLAY 'TABLA DE LEGAJOS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-KYCANT
                    END-PERFORM
                    CLOSE KYCANT

               WHEN 88-FS-KYCANT-NOEXISTE
                    DISPLAY 'KYCANT INEXISTENTE - SIN LEGAJOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYCANT'
                    DISPLAY 'FILE STATUS' FS-KYCANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-KYCANT.
      *----------------

           INITIALIZE REG-KYC.

           READ KYCANT INTO REG-KYC

           EVALUATE TRUE
               WHEN 88-FS-KYCANT-OK
                    ADD 1 TO WS-LEIDOS-KYCANT
               WHEN 88-FS-KYCANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ KYCANT FS: ' FS-KYCANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-KYCNOV.
      *----------------

           INITIALIZE REG-KYCNOV.

           READ KYCNOV INTO REG-KYCNOV

           EVALUATE TRUE
               WHEN 88-FS-KYCNOV-OK
                    ADD 1 TO WS-LEIDOS-KYCNOV
               WHEN 88-FS-KYCNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ KYCNOV FS: ' FS-KYCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1040-CARGO-CLIENTES.
      *--------------------

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    MOVE 'S'                   TO WS-HAY-CLIENTES
                    PERFORM 1041-LEO-CLIENTE
                    PERFORM UNTIL 88-FS-CLIENTES-EOF
                       IF WS-CANT-CLI < WCN-TOPE-CLI
                          ADD 1 TO WS-CANT-CLI
                          MOVE CLI-ID TO WCL-ID (WS-CANT-CLI)
                       ELSE
                          DISPLAY 'TABLA DE CLIENTES COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-CLIENTE
                    END-PERFORM
                    CLOSE CLIENTES

               WHEN 88-FS-CLIENTES-NOEXISTE
                    DISPLAY 'MAESTRO CLIENTES NO DISPONIBLE - LAS '
                    DISPLAY 'ALTAS NO SE VALIDAN CONTRA CLIENTES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES'
                    DISPLAY 'FILE STATUS' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-CLIENTE.
      *-----------------

           INITIALIZE REG-CLIENTES.

           READ CLIENTES INTO REG-CLIENTES

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
               WHEN 88-FS-CLIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIENTES FS: ' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           EVALUATE TRUE
               WHEN 88-KNV-ALTA
               WHEN 88-KNV-DOCUMENTO
               WHEN 88-KNV-VERIFICA
                    PERFORM 2100-VALIDO-NOVEDAD THRU FIN-2100
                    IF 88-NOVEDAD-ACEPTADA
                       PERFORM 2400-APLICO-NOVEDAD
                    END-IF
               WHEN OTHER
                    SET 88-RECH-CODIGO         TO TRUE
           END-EVALUATE.

           IF NOT 88-NOVEDAD-ACEPTADA
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-KYCNOV.

       FIN-2000.
           EXIT.

      *--------------------------------------------------------------
      * VALIDACION COMUN A LOS TRES CODIGOS. SI EL LEGAJO EXISTE
      * QUEDA CARGADO EN REG-KYC Y SU POSICION EN WS-POS-LEGAJO.
      *--------------------------------------------------------------
       2100-VALIDO-NOVEDAD.
      *--------------------

           IF KNV-CLI-ID NOT NUMERIC
              OR KNV-CLI-ID = 0
              SET 88-RECH-CLIENTE         TO TRUE
              GO TO FIN-2100
           END-IF.

           MOVE 0 TO WS-POS-LEGAJO.
           PERFORM VARYING IDX-KYC FROM 1 BY 1
                     UNTIL IDX-KYC > WS-CANT-LEGAJOS
                        OR WS-POS-LEGAJO > 0
              MOVE WKY-REGISTRO (IDX-KYC) TO REG-KYC
              IF KYC-CLI-ID = KNV-CLI-ID
                 SET WS-POS-LEGAJO TO IDX-KYC
              END-IF
           END-PERFORM.

           IF 88-KNV-ALTA
              IF WS-POS-LEGAJO > 0
                 SET 88-RECH-DUPLICADO    TO TRUE
                 GO TO FIN-2100
              END-IF
              PERFORM 2110-VALIDO-CLIENTE
              IF 88-RECH-CLIENTE
                 GO TO FIN-2100
              END-IF
           ELSE
              IF WS-POS-LEGAJO = 0
                 SET 88-RECH-INEXISTENTE  TO TRUE
                 GO TO FIN-2100
              END-IF
           END-IF.

           IF NOT 88-KNV-VERIFICA
              PERFORM 2200-VALIDO-DOCUMENTO THRU FIN-2200
              IF NOT 88-NOVEDAD-ACEPTADA
                 GO TO FIN-2100
              END-IF
           END-IF.

      *    LA VERIFICACION NO PUEDE SER FUTURA; EN 0 ES LA FECHA DE
      *    PROCESO.
           IF KNV-FECHA-VERIFICACION NOT NUMERIC
              SET 88-RECH-VERIFICACION    TO TRUE
              GO TO FIN-2100
           END-IF.

           IF KNV-FECHA-VERIFICACION = 0
              MOVE WS-FECHA-PROCESO       TO WS-FECHA-VERIFICACION
           ELSE
              INITIALIZE WUTLVFEC
              MOVE KNV-FECHA-VERIFICACION TO WUTLVFEC-FECHA
              MOVE 'N'                    TO WUTLVFEC-PERMITE-CERO
              MOVE 'N'                    TO WUTLVFEC-PERMITE-FUTURA
              CALL 'UTLVFEC' USING WUTLVFEC
              IF 88-WUTLVFEC-ERROR
                 SET 88-RECH-VERIFICACION TO TRUE
                 GO TO FIN-2100
              END-IF
              MOVE KNV-FECHA-VERIFICACION TO WS-FECHA-VERIFICACION
           END-IF.

       FIN-2100.
           EXIT.

       2110-VALIDO-CLIENTE.
      *--------------------

           IF WS-HAY-CLIENTES = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-CLI                 TO 1
              SEARCH WS-CLI-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-CLI > WS-CANT-CLI
                     CONTINUE
                  WHEN WCL-ID (IDX-CLI) = KNV-CLI-ID
                     MOVE 'S'             TO WS-ENCONTRADO
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-CLIENTE      TO TRUE
              END-IF
           END-IF.

       FIN-2110.
           EXIT.

      *--------------------------------------------------------------
      * DATOS DEL DOCUMENTO (ALTA Y CAMBIO DE DOCUMENTO). NO SE
      * ACEPTA UN DOCUMENTO QUE YA LLEGA VENCIDO.
      *--------------------------------------------------------------
       2200-VALIDO-DOCUMENTO.
      *----------------------

           MOVE KNV-TIPO-DOC              TO KYC-TIPO-DOC.
           IF NOT 88-KYC-TIPO-DOC-VALIDO
              SET 88-RECH-TIPO-DOC        TO TRUE
              GO TO FIN-2200
           END-IF.

           IF KNV-NRO-DOC = SPACES
              SET 88-RECH-NRO-DOC         TO TRUE
              GO TO FIN-2200
           END-IF.

           IF KNV-FECHA-EMISION NOT NUMERIC
              SET 88-RECH-EMISION         TO TRUE
              GO TO FIN-2200
           END-IF.

           INITIALIZE WUTLVFEC.
           MOVE KNV-FECHA-EMISION         TO WUTLVFEC-FECHA.
           MOVE 'N'                       TO WUTLVFEC-PERMITE-CERO.
           MOVE 'N'                       TO WUTLVFEC-PERMITE-FUTURA.
           CALL 'UTLVFEC' USING WUTLVFEC.
           IF 88-WUTLVFEC-ERROR
              SET 88-RECH-EMISION         TO TRUE
              GO TO FIN-2200
           END-IF.

           IF KNV-FECHA-VTO-DOC NOT NUMERIC
              SET 88-RECH-VENCIMIENTO     TO TRUE
              GO TO FIN-2200
           END-IF.

           IF KNV-FECHA-VTO-DOC > 0
              INITIALIZE WUTLVFEC
              MOVE KNV-FECHA-VTO-DOC      TO WUTLVFEC-FECHA
              MOVE 'N'                    TO WUTLVFEC-PERMITE-CERO
              MOVE 'S'                    TO WUTLVFEC-PERMITE-FUTURA
              CALL 'UTLVFEC' USING WUTLVFEC
              IF 88-WUTLVFEC-ERROR
                 OR KNV-FECHA-VTO-DOC NOT > KNV-FECHA-EMISION
                 SET 88-RECH-VENCIMIENTO  TO TRUE
                 GO TO FIN-2200
              END-IF
              IF KNV-FECHA-VTO-DOC < WS-FECHA-PROCESO
                 SET 88-RECH-DOC-VENCIDO  TO TRUE
                 GO TO FIN-2200
              END-IF
           END-IF.

       FIN-2200.
           EXIT.

       2400-APLICO-NOVEDAD.
      *--------------------

           IF 88-KNV-ALTA
              IF WS-CANT-LEGAJOS NOT < WCN-TOPE-LEGAJOS
                 DISPLAY 'TABLA DE LEGAJOS COMPLETA - SE '
                         'CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
              INITIALIZE REG-KYC
              MOVE KNV-CLI-ID             TO KYC-CLI-ID
              MOVE WS-FECHA-PROCESO       TO KYC-FECHA-ALTA
              ADD 1                       TO WS-CANT-LEGAJOS
              MOVE WS-CANT-LEGAJOS        TO WS-POS-LEGAJO
              ADD 1                       TO WS-CANT-ALTAS
           END-IF.

           IF 88-KNV-DOCUMENTO
              ADD 1                       TO WS-CANT-DOCUMENTOS
           END-IF.

           IF 88-KNV-VERIFICA
              ADD 1                       TO WS-CANT-VERIFICADOS
           ELSE
              MOVE KNV-TIPO-DOC           TO KYC-TIPO-DOC
              MOVE KNV-NRO-DOC            TO KYC-NRO-DOC
              MOVE KNV-FECHA-EMISION      TO KYC-FECHA-EMISION
              MOVE KNV-FECHA-VTO-DOC      TO KYC-FECHA-VTO-DOC
           END-IF.

           MOVE WS-FECHA-VERIFICACION     TO KYC-FECHA-VERIFICACION.
           MOVE WS-OPERADOR-SESION        TO KYC-USUARIO.
           MOVE WS-FECHA-PROCESO          TO KYC-FECHA-MODIF.

           MOVE REG-KYC         TO WKY-REGISTRO (WS-POS-LEGAJO).

       FIN-2400.
           EXIT.

      *--------------------------------------------------------------
      * GRABA EL MAESTRO NUEVO Y CUENTA LOS LEGAJOS QUE QUEDAN
      * VENCIDOS SEGUN LA REGLA COMUN (UTLKYC)
      *--------------------------------------------------------------
       2700-GRABO-KYCNUE.
      *------------------

           PERFORM VARYING IDX-KYC FROM 1 BY 1
                     UNTIL IDX-KYC > WS-CANT-LEGAJOS
              MOVE WKY-REGISTRO (IDX-KYC) TO REG-KYC
              PERFORM 2750-SITUACION-LEGAJO
              WRITE REG-KYCNUE-FD FROM REG-KYC
              EVALUATE TRUE
                  WHEN 88-FS-KYCNUE-OK
                       ADD 1 TO WS-GRABADOS-KYCNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE KYCNUE FS: ' FS-KYCNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2700.
           EXIT.

       2750-SITUACION-LEGAJO.
      *----------------------

           INITIALIZE WUTLKYC.
           MOVE KYC-CLI-ID                TO WUTLKYC-CLI-ID.
           MOVE KYC-FECHA-VTO-DOC         TO WUTLKYC-FECHA-VTO-DOC.
           MOVE KYC-FECHA-VERIFICACION    TO WUTLKYC-FECHA-VERIF.
           MOVE WS-FECHA-PROCESO          TO WUTLKYC-FECHA-PROCESO.
           CALL 'UTLKYC' USING WUTLKYC.

           EVALUATE TRUE
               WHEN 88-WUTLKYC-ERROR
                    DISPLAY 'LEGAJO KYC CON FECHAS INVALIDAS: '
                            KYC-CLI-ID
               WHEN 88-WUTLKYC-DOC-VENCIDO
                    ADD 1 TO WS-CANT-DOC-VENCIDO
               WHEN 88-WUTLKYC-REVISION-VENCIDA
                    ADD 1 TO WS-CANT-REV-VENCIDA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2750.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-KYCNOVRECH-FD.
           MOVE REG-KYCNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'LEGAJO KYC INEXISTENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CLIENTE
                    MOVE 'CLIENTE INEXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DUPLICADO
                    MOVE 'LEGAJO KYC YA EXISTENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TIPO-DOC
                    MOVE 'TIPO DE DOCUMENTO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NRO-DOC
                    MOVE 'NUMERO DE DOCUMENTO EN BLANCO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-EMISION
                    MOVE 'FECHA DE EMISION INVALIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-VENCIMIENTO
                    MOVE 'VENCIMIENTO DE DOCUMENTO INVAL.'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-DOC-VENCIDO
                    MOVE 'DOCUMENTO PRESENTADO VENCIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-VERIFICACION
                    MOVE 'FECHA DE VERIFICACION INVALIDA'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-KYCNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-KYCNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE KYCNOVRECH FS: '
                                                        FS-KYCNOVRECH
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

           CLOSE KYCNOV
                 KYCNUE
                 KYCNOVRECH.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMKYC'                TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-KYCNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-KYCNUE      TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: ABMKYC                '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-KYCANT        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEGAJOS LEIDOS           : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-KYCNOV        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-ALTAS           TO WS-CONTADOR-ED.
           DISPLAY 'LEGAJOS DADOS DE ALTA          : ' WS-CONTADOR-ED.
           MOVE WS-CANT-DOCUMENTOS      TO WS-CONTADOR-ED.
           DISPLAY 'DOCUMENTOS RENOVADOS           : ' WS-CONTADOR-ED.
           MOVE WS-CANT-VERIFICADOS     TO WS-CONTADOR-ED.
           DISPLAY 'REVISIONES PERIODICAS          : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-KYCNUE      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS KYCNUE          : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-DOC-VENCIDO     TO WS-CONTADOR-ED.
           DISPLAY 'LEGAJOS CON DOCUMENTO VENCIDO  : ' WS-CONTADOR-ED.
           MOVE WS-CANT-REV-VENCIDA     TO WS-CONTADOR-ED.
           DISPLAY 'LEGAJOS CON REVISION VENCIDA   : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMKYC.
