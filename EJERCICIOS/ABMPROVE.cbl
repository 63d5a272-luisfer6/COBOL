       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMPROVE.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE PROVEEDORES. APLICA EL ARCHIVO
      * DE NOVEDADES PRVNOV (VER WPROVNOV.cpy) SOBRE PROVEEDORES Y
      * GENERA:
      *   - PROVACT    : MAESTRO DE PROVEEDORES ACTUALIZADO (LAS BAJAS
      *                  QUEDAN INACTIVAS, NO SE BORRAN)
      *   - PRVNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      * EL OPERADOR SE IDENTIFICA CONTRA SEGOPER CON NIVEL DE
      * ACTUALIZACION (2). UNA BAJA SE RECHAZA SI EL PROVEEDOR TIENE
      * LINEAS DE ORDENES DE COMPRA PENDIENTES DE RECIBIR EN EL
      * MAESTRO DE ORDENES (OCNUE, ULTIMO GRABADO POR PGMCOMPR).
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 TIPO DE NOVEDAD INVALIDO
      *   02 ALTA DE UN PROVEEDOR YA EXISTENTE
      *   03 PROVEEDOR INEXISTENTE
      *   04 RAZON SOCIAL EN BLANCO EN EL ALTA
      *   05 DATOS FISCALES INVALIDOS (CUIT O CONDICION DE IVA)
      *   06 BAJA CON ORDENES DE COMPRA PENDIENTES
      *   07 EL PROVEEDOR YA ESTA EN EL ESTADO PEDIDO
      *   08 TABLA DE PROVEEDORES COMPLETA
      *   09 CODIGO DE PROVEEDOR EN CERO O NO NUMERICO
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

           SELECT PROVEED       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PROVEED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PROVEED.

           SELECT PRVNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRVNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRVNOV.

           SELECT OCNUE         ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCNUE.

           SELECT PROVACT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PROVACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PROVACT.

           SELECT PRVNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRVNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRVNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  PROVEED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROVEED-FD                PIC X(100).

       FD  PRVNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRVNOV-FD                 PIC X(70).

       FD  OCNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCNUE-FD                  PIC X(100).

       FD  PROVACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROVACT-FD                PIC X(100).

       FD  PRVNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRVNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(70).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PROVEED            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRVNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCNUE              PIC X(128) VALUE SPACES.
       77  WS-ARCH-PROVACT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRVNOVRECH         PIC X(128) VALUE SPACES.

       77  FS-PROVEED                    PIC  X(02) VALUE ' '.
           88 88-FS-PROVEED-OK                      VALUE '00'.
           88 88-FS-PROVEED-EOF                     VALUE '10'.
           88 88-FS-PROVEED-NOEXISTE                VALUE '35'.

       77  FS-PRVNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-PRVNOV-OK                       VALUE '00'.
           88 88-FS-PRVNOV-EOF                      VALUE '10'.

       77  FS-OCNUE                      PIC  X(02) VALUE ' '.
           88 88-FS-OCNUE-OK                        VALUE '00'.
           88 88-FS-OCNUE-EOF                       VALUE '10'.
           88 88-FS-OCNUE-NOEXISTE                  VALUE '35'.

       77  FS-PROVACT                    PIC  X(02) VALUE ' '.
           88 88-FS-PROVACT-OK                      VALUE '00'.

       77  FS-PRVNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-PRVNOVRECH-OK                   VALUE '00'.

       77  WS-LEIDAS-PRVNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-PRVNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-BAJAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-BAJAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-MODIFICACIONES        PIC  9(09) VALUE 0.
       77  WS-CANT-MODIFICACIONES-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-REHABILITACIONES      PIC  9(09) VALUE 0.
       77  WS-CANT-REHABILITACIONES-ED   PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-PROVACT           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PROVACT-ED        PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-TIPO                          VALUE '01'.
           88 88-RECH-YA-EXISTE                     VALUE '02'.
           88 88-RECH-INEXISTENTE                   VALUE '03'.
           88 88-RECH-NOMBRE                        VALUE '04'.
           88 88-RECH-FISCAL                        VALUE '05'.
           88 88-RECH-OC-PENDIENTES                 VALUE '06'.
           88 88-RECH-MISMO-ESTADO                  VALUE '07'.
           88 88-RECH-TABLA-COMPLETA                VALUE '08'.
           88 88-RECH-CODIGO                        VALUE '09'.

      *------------------------------------------------------
      * MAESTRO DE PROVEEDORES EN MEMORIA (LAYOUT WPROVEED.cpy)
      * CON LA CANTIDAD DE LINEAS DE ORDEN PENDIENTES.
      *------------------------------------------------------
       77  WCN-TOPE-PROVEED              PIC  9(05) VALUE 500.
       77  WS-CANT-PROVEED               PIC  9(05) VALUE 0.
       01  WS-TABLA-PROVEED.
           05 WS-PROVEED-TAB OCCURS 500 TIMES
                             INDEXED BY IDX-PROVEED.
              10 WPV-REGISTRO            PIC  X(100).
              10 WPV-OC-PENDIENTES       PIC  9(05).

       77  WS-POS-PROVEED                PIC  9(05) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       COPY WPROVEED.

       COPY WPROVNOV.

       COPY WORDCOMP.

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
                UNTIL 88-FS-PRVNOV-EOF.

           PERFORM 2800-GRABO-MAESTRO.

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
           PERFORM 1020-CARGO-PROVEEDORES.
           PERFORM 1030-CARGO-PENDIENTES.
           PERFORM 1070-LEO-PRVNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL MANTENIMIENTO DEL MAESTRO DE
      * PROVEEDORES EXIGE NIVEL DE ACTUALIZACION (2). LOS RECHAZOS
      * QUEDAN EN EL LOG DE ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMPROVE'     TO SEGOPER-ACCION.

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

           MOVE 'PROVEED'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROVEED

           MOVE 'PRVNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRVNOV

           MOVE 'OCNUE'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCNUE

           MOVE 'PROVACT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROVACT

           MOVE 'PRVNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRVNOVRECH.

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

           OPEN INPUT PRVNOV

           EVALUATE TRUE
               WHEN 88-FS-PRVNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRVNOV'
                    DISPLAY 'FILE STATUS' FS-PRVNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PROVACT

           EVALUATE TRUE
               WHEN 88-FS-PROVACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PROVACT'
                    DISPLAY 'FILE STATUS' FS-PROVACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRVNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-PRVNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRVNOVRECH'
                    DISPLAY 'FILE STATUS' FS-PRVNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-PROVEEDORES.
      *-----------------------

           OPEN INPUT PROVEED.

           EVALUATE TRUE
               WHEN 88-FS-PROVEED-OK
                    PERFORM 1021-LEO-PROVEED
                    PERFORM UNTIL 88-FS-PROVEED-EOF
                       IF WS-CANT-PROVEED < WCN-TOPE-PROVEED
                          ADD 1 TO WS-CANT-PROVEED
                          MOVE REG-PROVEED
                            TO WPV-REGISTRO (WS-CANT-PROVEED)
                          MOVE 0
                            TO WPV-OC-PENDIENTES (WS-CANT-PROVEED)
                       ELSE
                          DISPLAY 'TABLA DE PROVEEDORES COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-PROVEED
                    END-PERFORM
                    CLOSE PROVEED

               WHEN 88-FS-PROVEED-NOEXISTE
                    DISPLAY 'ARCHIVO PROVEED INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PROVEED'
                    DISPLAY 'FILE STATUS' FS-PROVEED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-PROVEED.
      *-----------------

           INITIALIZE REG-PROVEED.

           READ PROVEED INTO REG-PROVEED

           EVALUATE TRUE
               WHEN 88-FS-PROVEED-OK
               WHEN 88-FS-PROVEED-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PROVEED FS: ' FS-PROVEED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * CUENTA POR PROVEEDOR LAS LINEAS DE ORDEN TODAVIA PENDIENTES
      * DE RECIBIR (ABIERTAS O PARCIALES).
      *------------------------------------------------------------
       1030-CARGO-PENDIENTES.
      *----------------------

           OPEN INPUT OCNUE.

           EVALUATE TRUE
               WHEN 88-FS-OCNUE-OK
                    PERFORM 1031-LEO-OCNUE
                    PERFORM UNTIL 88-FS-OCNUE-EOF
                       IF 88-OC-PENDIENTE
                          PERFORM 1032-MARCO-PENDIENTE
                       END-IF
                       PERFORM 1031-LEO-OCNUE
                    END-PERFORM
                    CLOSE OCNUE

               WHEN 88-FS-OCNUE-NOEXISTE
                    DISPLAY 'ARCHIVO OCNUE INEXISTENTE - '
                    DISPLAY 'SIN ORDENES DE COMPRA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OCNUE'
                    DISPLAY 'FILE STATUS' FS-OCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-OCNUE.
      *---------------

           INITIALIZE REG-ORDCOMP.

           READ OCNUE INTO REG-ORDCOMP

           EVALUATE TRUE
               WHEN 88-FS-OCNUE-OK
               WHEN 88-FS-OCNUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ OCNUE FS: ' FS-OCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1032-MARCO-PENDIENTE.
      *---------------------

           PERFORM VARYING IDX-PROVEED FROM 1 BY 1
                     UNTIL IDX-PROVEED > WS-CANT-PROVEED
              IF WPV-REGISTRO (IDX-PROVEED) (1:6) = OC-PRV-ID
                 ADD 1 TO WPV-OC-PENDIENTES (IDX-PROVEED)
              END-IF
           END-PERFORM.

       FIN-1032.
           EXIT.

       1070-LEO-PRVNOV.
      *----------------

           INITIALIZE REG-PROVNOV.

           READ PRVNOV INTO REG-PROVNOV

           EVALUATE TRUE
               WHEN 88-FS-PRVNOV-OK
                    ADD 1 TO WS-LEIDAS-PRVNOV
               WHEN 88-FS-PRVNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRVNOV FS: ' FS-PRVNOV
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
                  WHEN 88-PVN-ALTA
                       PERFORM 2200-APLICO-ALTA
                  WHEN 88-PVN-MODIFICACION
                       PERFORM 2400-APLICO-MODIFICACION
                  WHEN 88-PVN-BAJA
                  WHEN 88-PVN-REHABILITACION
                       PERFORM 2500-APLICO-ESTADO
              END-EVALUATE
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-PRVNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0      TO WS-POS-PROVEED.
           INITIALIZE REG-PROVEED.

           IF PVN-PRV-ID NUMERIC
              PERFORM VARYING IDX-PROVEED FROM 1 BY 1
                        UNTIL IDX-PROVEED > WS-CANT-PROVEED
                 IF WPV-REGISTRO (IDX-PROVEED) (1:6) = PVN-PRV-ID
                    SET WS-POS-PROVEED TO IDX-PROVEED
                    MOVE WPV-REGISTRO (IDX-PROVEED) TO REG-PROVEED
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN PVN-PRV-ID NOT NUMERIC
               WHEN PVN-PRV-ID = 0
                    SET 88-RECH-CODIGO         TO TRUE
               WHEN NOT 88-PVN-ALTA
                AND NOT 88-PVN-MODIFICACION
                AND NOT 88-PVN-BAJA
                AND NOT 88-PVN-REHABILITACION
                    SET 88-RECH-TIPO           TO TRUE
               WHEN 88-PVN-ALTA AND WS-POS-PROVEED > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-PVN-ALTA AND WS-POS-PROVEED = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN 88-PVN-ALTA AND PVN-RAZON-SOCIAL = SPACES
                    SET 88-RECH-NOMBRE         TO TRUE
               WHEN 88-PVN-ALTA
                AND (PVN-CUIT NOT NUMERIC OR PVN-CUIT = 0)
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN 88-PVN-ALTA
                AND PVN-COND-IVA NOT = 'I' AND NOT = 'M'
                                 AND NOT = 'E'
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN 88-PVN-MODIFICACION
                AND PVN-CUIT NOT NUMERIC
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN 88-PVN-MODIFICACION
                AND PVN-COND-IVA NOT = SPACES
                AND PVN-COND-IVA NOT = 'I' AND NOT = 'M'
                                 AND NOT = 'E'
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN (88-PVN-ALTA OR 88-PVN-MODIFICACION)
                AND (PVN-DIAS-PAGO NOT NUMERIC
                  OR PVN-PLAZO-ENTREGA NOT NUMERIC)
                    SET 88-RECH-FISCAL         TO TRUE
               WHEN 88-PVN-ALTA
                AND WS-CANT-PROVEED NOT < WCN-TOPE-PROVEED
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN 88-PVN-BAJA AND 88-PRV-INACTIVO
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-PVN-REHABILITACION AND 88-PRV-ACTIVO
                    SET 88-RECH-MISMO-ESTADO   TO TRUE
               WHEN 88-PVN-BAJA
                AND WPV-OC-PENDIENTES (WS-POS-PROVEED) > 0
                    SET 88-RECH-OC-PENDIENTES  TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           INITIALIZE REG-PROVEED.
           MOVE PVN-PRV-ID                TO PRV-ID.
           MOVE PVN-RAZON-SOCIAL          TO PRV-RAZON-SOCIAL.
           MOVE PVN-CUIT                  TO PRV-CUIT.
           MOVE PVN-COND-IVA              TO PRV-COND-IVA.
           MOVE PVN-DIAS-PAGO             TO PRV-DIAS-PAGO.
           MOVE PVN-PLAZO-ENTREGA         TO PRV-PLAZO-ENTREGA.
           MOVE PVN-TELEFONO              TO PRV-TELEFONO.
           SET 88-PRV-ACTIVO              TO TRUE.
           MOVE WS-FECHA-PROCESO          TO PRV-FECHA-ALTA.

           ADD 1 TO WS-CANT-PROVEED.
           MOVE WS-CANT-PROVEED           TO WS-POS-PROVEED.
           MOVE REG-PROVEED      TO WPV-REGISTRO (WS-POS-PROVEED).
           MOVE 0                TO WPV-OC-PENDIENTES (WS-POS-PROVEED).

           ADD 1 TO WS-CANT-ALTAS.

       FIN-2200.
           EXIT.

       2400-APLICO-MODIFICACION.
      *-------------------------

           IF PVN-RAZON-SOCIAL NOT = SPACES
              MOVE PVN-RAZON-SOCIAL       TO PRV-RAZON-SOCIAL
           END-IF.
           IF PVN-CUIT NOT = 0
              MOVE PVN-CUIT               TO PRV-CUIT
           END-IF.
           IF PVN-COND-IVA NOT = SPACES
              MOVE PVN-COND-IVA           TO PRV-COND-IVA
           END-IF.
           IF PVN-DIAS-PAGO NOT = 0
              MOVE PVN-DIAS-PAGO          TO PRV-DIAS-PAGO
           END-IF.
           IF PVN-PLAZO-ENTREGA NOT = 0
              MOVE PVN-PLAZO-ENTREGA      TO PRV-PLAZO-ENTREGA
           END-IF.
           IF PVN-TELEFONO NOT = SPACES
              MOVE PVN-TELEFONO           TO PRV-TELEFONO
           END-IF.

           MOVE REG-PROVEED      TO WPV-REGISTRO (WS-POS-PROVEED).

           ADD 1 TO WS-CANT-MODIFICACIONES.

       FIN-2400.
           EXIT.

       2500-APLICO-ESTADO.
      *-------------------

           IF 88-PVN-BAJA
              SET 88-PRV-INACTIVO         TO TRUE
              ADD 1 TO WS-CANT-BAJAS
           ELSE
              SET 88-PRV-ACTIVO           TO TRUE
              ADD 1 TO WS-CANT-REHABILITACIONES
           END-IF.

           MOVE REG-PROVEED      TO WPV-REGISTRO (WS-POS-PROVEED).

       FIN-2500.
           EXIT.

       2800-GRABO-MAESTRO.
      *-------------------

           PERFORM VARYING IDX-PROVEED FROM 1 BY 1
                     UNTIL IDX-PROVEED > WS-CANT-PROVEED
              WRITE REG-PROVACT-FD FROM WPV-REGISTRO (IDX-PROVEED)
              EVALUATE TRUE
                  WHEN 88-FS-PROVACT-OK
                       ADD 1 TO WS-GRABADOS-PROVACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE PROVACT FS: '
                                                          FS-PROVACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2800.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-PRVNOVRECH-FD.
           MOVE REG-PROVNOV               TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-EXISTE
                    MOVE 'PROVEEDOR YA EXISTENTE' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'PROVEEDOR INEXISTENTE' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NOMBRE
                    MOVE 'RAZON SOCIAL EN BLANCO' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FISCAL
                    MOVE 'DATOS FISCALES INVALIDOS'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-OC-PENDIENTES
                    MOVE 'ORDENES DE COMPRA PENDIENTES'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-MISMO-ESTADO
                    MOVE 'YA ESTA EN EL ESTADO PEDIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA COMPLETA'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE PROVEEDOR INVALIDO'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-PRVNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-PRVNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRVNOVRECH FS: '
                                                         FS-PRVNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - PROVEEDOR: ' PVN-PRV-ID
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

           CLOSE PRVNOV
           EVALUATE TRUE
               WHEN 88-FS-PRVNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRVNOV FS: ' FS-PRVNOV
           END-EVALUATE.

           CLOSE PROVACT
           EVALUATE TRUE
               WHEN 88-FS-PROVACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PROVACT FS: ' FS-PROVACT
           END-EVALUATE.

           CLOSE PRVNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-PRVNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRVNOVRECH FS: '
                                                        FS-PRVNOVRECH
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMPROVE'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-PRVNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-PROVACT     TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-PRVNOV         TO WS-LEIDAS-PRVNOV-ED.
           MOVE WS-CANT-ALTAS            TO WS-CANT-ALTAS-ED.
           MOVE WS-CANT-BAJAS            TO WS-CANT-BAJAS-ED.
           MOVE WS-CANT-MODIFICACIONES   TO WS-CANT-MODIFICACIONES-ED.
           MOVE WS-CANT-REHABILITACIONES
                                      TO WS-CANT-REHABILITACIONES-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-GRABADOS-PROVACT      TO WS-GRABADOS-PROVACT-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMPROVE              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-PRVNOV-ED.
           DISPLAY 'CANT. ALTAS                    : '
                                               WS-CANT-ALTAS-ED.
           DISPLAY 'CANT. BAJAS                    : '
                                               WS-CANT-BAJAS-ED.
           DISPLAY 'CANT. MODIFICACIONES           : '
                                          WS-CANT-MODIFICACIONES-ED.
           DISPLAY 'CANT. REHABILITACIONES         : '
                                            WS-CANT-REHABILITACIONES-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. PROVEEDORES GRABADOS     : '
                                               WS-GRABADOS-PROVACT-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMPROVE.
