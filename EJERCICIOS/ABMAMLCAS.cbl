       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMAMLCAS.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DE LOS CASOS DE PREVENCION DE LAVADO DE ACTIVOS
      * (AMLCASOS, LOS ABRE PGMLAVADO). APLICA LAS NOVEDADES DE
      * CUMPLIMIENTO (AMLNOV, WAMLNOV) QUE CAMBIAN EL ESTADO DE UN
      * CASO Y GRABA:
      *   - AMLCASACT  : CASOS ACTUALIZADOS (REEMPLAZA A AMLCASOS)
      *   - AMLNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - AMLHIST    : HISTORIA DE CAMBIOS DE ESTADO (ACUMULATIVO)
      *   - AMLROS     : REPORTE DE OPERACION SOSPECHOSA PARA LA UIF,
      *                  UN REGISTRO POR CADA CASO CONFIRMADO. EL CASO
      *                  PASA A REPORTADO ('R') CON LA FECHA DEL ROS.
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 CASO INEXISTENTE
      *   02 ESTADO PEDIDO INVALIDO (SOLO 'I', 'D' O 'C')
      *   03 CAMBIO DE ESTADO NO PERMITIDO (YA ESTA EN ANALISIS)
      *   04 CASO CERRADO (DESCARTADO, CONFIRMADO O REPORTADO)
      *   05 OBSERVACION EN BLANCO PARA DESCARTAR O CONFIRMAR
      * EXIGE NIVEL DE OPERADOR 3 (CUMPLIMIENTO).
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

           SELECT AMLCASOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLCASOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLCASOS.

           SELECT AMLNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLNOV.

           SELECT AMLCASACT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLCASACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLCASACT.

           SELECT AMLNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLNOVRECH.

           SELECT AMLHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLHIST.

           SELECT AMLROS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-AMLROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AMLROS.

       DATA DIVISION.

       FILE SECTION.

       FD  AMLCASOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLCASOS-FD               PIC X(160).

       FD  AMLNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLNOV-FD                 PIC X(50).

       FD  AMLCASACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLCASACT-FD              PIC X(160).

       FD  AMLNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(50).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  AMLHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLHIST-FD                PIC X(80).

       FD  AMLROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AMLROS-FD                 PIC X(150).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-AMLCASOS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLCASACT          PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-AMLROS             PIC X(128) VALUE SPACES.

       77  FS-AMLCASOS                   PIC  X(02) VALUE ' '.
           88 88-FS-AMLCASOS-OK                     VALUE '00'.
           88 88-FS-AMLCASOS-EOF                    VALUE '10'.
           88 88-FS-AMLCASOS-NOEXISTE               VALUE '35'.

       77  FS-AMLNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-AMLNOV-OK                       VALUE '00'.
           88 88-FS-AMLNOV-EOF                      VALUE '10'.
           88 88-FS-AMLNOV-NOEXISTE                 VALUE '35'.

       77  FS-AMLCASACT                  PIC  X(02) VALUE ' '.
           88 88-FS-AMLCASACT-OK                    VALUE '00'.

       77  FS-AMLNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-AMLNOVRECH-OK                   VALUE '00'.

       77  FS-AMLHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-AMLHIST-OK                      VALUE '00'.

       77  FS-AMLROS                     PIC  X(02) VALUE ' '.
           88 88-FS-AMLROS-OK                       VALUE '00'.

      *------------------------------------------------------
      * EMPRESA COMO SUJETO OBLIGADO ANTE LA UIF (MISMO CUIT
      * QUE EL AGENTE DE RETENCION DE LIQCOMER)
      *------------------------------------------------------
       77  WCN-CUIT-INFORMANTE           PIC  9(11) VALUE 30712345678.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * CASOS EN MEMORIA (REGISTRO COMPLETO WAMLCASO)
      *------------------------------------------------------
       77  WCN-TOPE-CASOS                PIC  9(05) VALUE 5000.
       77  WS-CANT-CASOS                 PIC  9(05) VALUE 0.
       77  WS-POS-CASO                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CASOS.
           05 WS-CASO-TAB OCCURS 5000 TIMES
                          INDEXED BY IDX-CASO.
              10 WCA-REGISTRO            PIC  X(160).

       77  WS-ESTADO-ANTERIOR            PIC  X(01) VALUE SPACES.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-INEXISTENTE                   VALUE '01'.
           88 88-RECH-ESTADO                        VALUE '02'.
           88 88-RECH-TRANSICION                    VALUE '03'.
           88 88-RECH-CERRADO                       VALUE '04'.
           88 88-RECH-OBSERVACION                   VALUE '05'.

       77  WS-LEIDOS-AMLCASOS            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-AMLNOV              PIC  9(09) VALUE 0.
       77  WS-CANT-APLICADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-EN-ANALISIS           PIC  9(09) VALUE 0.
       77  WS-CANT-DESCARTADOS           PIC  9(09) VALUE 0.
       77  WS-CANT-CONFIRMADOS           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-AMLROS            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-AMLCASACT         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-AMLHIST           PIC  9(09) VALUE 0.
       77  WS-IMPORTE-AMLROS             PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WAMLCASO.

       COPY WAMLNOV.

       COPY WAMLHIST.

       COPY WAMLROS.

       COPY WSEGOPER.

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
             UNTIL 88-FS-AMLNOV-EOF.

           PERFORM 2500-REPORTO-CONFIRMADOS.

           PERFORM 2700-GRABO-AMLCASACT.

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
           PERFORM 1020-CARGO-AMLCASOS.
           PERFORM 1030-LEO-AMLNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LOS CASOS DE LAVADO SOLO LOS TRABAJA
      * CUMPLIMIENTO, CON EL NIVEL MAS ALTO (3). LOS RECHAZOS QUEDAN
      * EN EL LOG DE ACCESOS DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 3                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMAMLCAS'    TO SEGOPER-ACCION.

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

           MOVE 'AMLCASOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLCASOS

           MOVE 'AMLNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLNOV

           MOVE 'AMLCASACT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLCASACT

           MOVE 'AMLNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLNOVRECH

           MOVE 'AMLHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLHIST

           MOVE 'AMLROS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AMLROS.

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

           OPEN INPUT AMLNOV

           EVALUATE TRUE
               WHEN 88-FS-AMLNOV-OK
                    CONTINUE
               WHEN 88-FS-AMLNOV-NOEXISTE
                    DISPLAY 'AMLNOV INEXISTENTE - SOLO SE REPORTAN '
                    DISPLAY 'LOS CASOS YA CONFIRMADOS'
                    SET 88-FS-AMLNOV-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLNOV'
                    DISPLAY 'FILE STATUS' FS-AMLNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AMLCASACT

           EVALUATE TRUE
               WHEN 88-FS-AMLCASACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLCASACT'
                    DISPLAY 'FILE STATUS' FS-AMLCASACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AMLNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-AMLNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLNOVRECH'
                    DISPLAY 'FILE STATUS' FS-AMLNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AMLROS

           EVALUATE TRUE
               WHEN 88-FS-AMLROS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLROS'
                    DISPLAY 'FILE STATUS' FS-AMLROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA ES ACUMULATIVA: SE AGREGA AL FINAL
           OPEN EXTEND AMLHIST

           IF FS-AMLHIST = '35'
              OPEN OUTPUT AMLHIST
           END-IF

           EVALUATE TRUE
               WHEN 88-FS-AMLHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLHIST'
                    DISPLAY 'FILE STATUS' FS-AMLHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-AMLCASOS.
      *--------------------

           OPEN INPUT AMLCASOS.

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    PERFORM 1021-LEO-AMLCASOS
                    PERFORM UNTIL 88-FS-AMLCASOS-EOF
                       IF WS-CANT-CASOS < WCN-TOPE-CASOS
                          ADD 1 TO WS-CANT-CASOS
                          MOVE REG-AMLCASO
                            TO WCA-REGISTRO (WS-CANT-CASOS)
                       ELSE
                          DISPLAY 'TABLA DE CASOS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-AMLCASOS
                    END-PERFORM
                    CLOSE AMLCASOS

               WHEN 88-FS-AMLCASOS-NOEXISTE
                    DISPLAY 'AMLCASOS INEXISTENTE - SIN CASOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AMLCASOS'
                    DISPLAY 'FILE STATUS' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-AMLCASOS.
      *------------------

           INITIALIZE REG-AMLCASO.

           READ AMLCASOS INTO REG-AMLCASO

           EVALUATE TRUE
               WHEN 88-FS-AMLCASOS-OK
                    ADD 1 TO WS-LEIDOS-AMLCASOS
               WHEN 88-FS-AMLCASOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AMLCASOS FS: ' FS-AMLCASOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-AMLNOV.
      *----------------

           INITIALIZE REG-AMLNOV.

           READ AMLNOV INTO REG-AMLNOV

           EVALUATE TRUE
               WHEN 88-FS-AMLNOV-OK
                    ADD 1 TO WS-LEIDOS-AMLNOV
               WHEN 88-FS-AMLNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AMLNOV FS: ' FS-AMLNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       2000-PROCESO.
      *-------------

           PERFORM 2100-VALIDO-NOVEDAD THRU FIN-2100.

           IF 88-NOVEDAD-ACEPTADA
              PERFORM 2200-APLICO-ESTADO
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-AMLNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0      TO WS-POS-CASO.

           IF ANV-NRO-CASO NUMERIC
              PERFORM VARYING IDX-CASO FROM 1 BY 1
                        UNTIL IDX-CASO > WS-CANT-CASOS
                           OR WS-POS-CASO > 0
                 MOVE WCA-REGISTRO (IDX-CASO) TO REG-AMLCASO
                 IF ACA-NRO-CASO = ANV-NRO-CASO
                    SET WS-POS-CASO TO IDX-CASO
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-POS-CASO = 0
              SET 88-RECH-INEXISTENTE     TO TRUE
              GO TO FIN-2100
           END-IF.

           IF NOT 88-ANV-EN-ANALISIS
           AND NOT 88-ANV-DESCARTADO
           AND NOT 88-ANV-CONFIRMADO
              SET 88-RECH-ESTADO          TO TRUE
              GO TO FIN-2100
           END-IF.

           IF NOT 88-ACA-PENDIENTE
              SET 88-RECH-CERRADO         TO TRUE
              GO TO FIN-2100
           END-IF.

      *    UN CASO EN ANALISIS SOLO PUEDE CERRARSE
           IF 88-ACA-EN-ANALISIS AND 88-ANV-EN-ANALISIS
              SET 88-RECH-TRANSICION      TO TRUE
              GO TO FIN-2100
           END-IF.

           IF NOT 88-ANV-EN-ANALISIS
           AND ANV-OBSERVACION = SPACES
              SET 88-RECH-OBSERVACION     TO TRUE
              GO TO FIN-2100
           END-IF.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * REG-AMLCASO QUEDA CARGADO CON EL CASO POR LA VALIDACION
      *------------------------------------------------------------
       2200-APLICO-ESTADO.
      *-------------------

           MOVE ACA-ESTADO                TO WS-ESTADO-ANTERIOR.
           MOVE ANV-ESTADO-NUEVO          TO ACA-ESTADO.
           MOVE WS-FECHA-PROCESO          TO ACA-FECHA-ESTADO.
           MOVE WS-OPERADOR-SESION        TO ACA-USUARIO.
           IF ANV-OBSERVACION NOT = SPACES
              MOVE ANV-OBSERVACION        TO ACA-OBSERVACION
           END-IF.

           MOVE REG-AMLCASO               TO WCA-REGISTRO (WS-POS-CASO).

           EVALUATE TRUE
               WHEN 88-ACA-EN-ANALISIS
                    ADD 1 TO WS-CANT-EN-ANALISIS
               WHEN 88-ACA-DESCARTADO
                    ADD 1 TO WS-CANT-DESCARTADOS
               WHEN 88-ACA-CONFIRMADO
                    ADD 1 TO WS-CANT-CONFIRMADOS
           END-EVALUATE.

           ADD 1 TO WS-CANT-APLICADAS.

           PERFORM 2800-GRABO-HISTORIA.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * TODO CASO CONFIRMADO (DE ESTA CORRIDA O QUE HAYA QUEDADO DE
      * UNA ANTERIOR) SALE EN EL ROS Y PASA A REPORTADO
      *------------------------------------------------------------
       2500-REPORTO-CONFIRMADOS.
      *-------------------------

           PERFORM VARYING IDX-CASO FROM 1 BY 1
                     UNTIL IDX-CASO > WS-CANT-CASOS
              MOVE WCA-REGISTRO (IDX-CASO) TO REG-AMLCASO
              IF 88-ACA-CONFIRMADO
                 PERFORM 2510-GENERO-ROS
                 MOVE REG-AMLCASO         TO WCA-REGISTRO (IDX-CASO)
              END-IF
           END-PERFORM.

       FIN-2500.
           EXIT.

       2510-GENERO-ROS.
      *----------------

           INITIALIZE REG-AMLROS.
           MOVE WCN-CUIT-INFORMANTE       TO ROS-CUIT-INFORMANTE.
           MOVE ACA-NRO-CASO              TO ROS-NRO-CASO.
           MOVE WS-FECHA-PROCESO          TO ROS-FECHA-REPORTE.
           MOVE ACA-TIPO                  TO ROS-TIPO.
           MOVE ACA-CLI-ID                TO ROS-CLI-ID.
           MOVE ACA-NOMBRE                TO ROS-NOMBRE.
           MOVE ACA-CANAL                 TO ROS-CANAL.
           MOVE ACA-FECHA-DESDE           TO ROS-FECHA-DESDE.
           MOVE ACA-FECHA-HASTA           TO ROS-FECHA-HASTA.
           MOVE ACA-CANT-OPER             TO ROS-CANT-OPER.
           MOVE ACA-IMPORTE               TO ROS-IMPORTE.
           MOVE ACA-OBSERVACION           TO ROS-MOTIVO.

           WRITE REG-AMLROS-FD FROM REG-AMLROS.

           EVALUATE TRUE
               WHEN 88-FS-AMLROS-OK
                    ADD 1           TO WS-GRABADOS-AMLROS
                    ADD ROS-IMPORTE TO WS-IMPORTE-AMLROS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLROS FS: ' FS-AMLROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE ACA-ESTADO                TO WS-ESTADO-ANTERIOR.
           SET 88-ACA-REPORTADO           TO TRUE.
           MOVE WS-FECHA-PROCESO          TO ACA-FECHA-ESTADO
                                             ACA-FECHA-ROS.
           MOVE WS-OPERADOR-SESION        TO ACA-USUARIO.

           PERFORM 2800-GRABO-HISTORIA.

       FIN-2510.
           EXIT.

       2700-GRABO-AMLCASACT.
      *---------------------

           PERFORM VARYING IDX-CASO FROM 1 BY 1
                     UNTIL IDX-CASO > WS-CANT-CASOS
              WRITE REG-AMLCASACT-FD FROM WCA-REGISTRO (IDX-CASO)
              EVALUATE TRUE
                  WHEN 88-FS-AMLCASACT-OK
                       ADD 1 TO WS-GRABADOS-AMLCASACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE AMLCASACT FS: '
                                                         FS-AMLCASACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * UN REGISTRO DE HISTORIA POR CAMBIO DE ESTADO (REG-AMLCASO
      * YA TIENE EL ESTADO NUEVO)
      *------------------------------------------------------------
       2800-GRABO-HISTORIA.
      *--------------------

           INITIALIZE REG-AMLHIST.
           MOVE ACA-NRO-CASO              TO AHI-NRO-CASO.
           MOVE WS-ESTADO-ANTERIOR        TO AHI-ESTADO-ANTERIOR.
           MOVE ACA-ESTADO                TO AHI-ESTADO-NUEVO.
           MOVE WS-FECHA-PROCESO          TO AHI-FECHA.
           MOVE WS-HORA-PROCESO (1:6)     TO AHI-HORA.
           MOVE WS-OPERADOR-SESION        TO AHI-USUARIO.
           MOVE ACA-OBSERVACION           TO AHI-OBSERVACION.

           WRITE REG-AMLHIST-FD FROM REG-AMLHIST.

           EVALUATE TRUE
               WHEN 88-FS-AMLHIST-OK
                    ADD 1 TO WS-GRABADOS-AMLHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLHIST FS: ' FS-AMLHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2800.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-AMLNOVRECH-FD.
           MOVE REG-AMLNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'CASO INEXISTENTE'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-ESTADO
                    MOVE 'ESTADO PEDIDO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TRANSICION
                    MOVE 'CAMBIO DE ESTADO NO PERMITIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CERRADO
                    MOVE 'CASO CERRADO'          TO RECH-MOTIVO-DESC
               WHEN 88-RECH-OBSERVACION
                    MOVE 'FALTA OBSERVACION'     TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-AMLNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-AMLNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AMLNOVRECH FS: '
                                                        FS-AMLNOVRECH
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

           CLOSE AMLNOV
                 AMLCASACT
                 AMLNOVRECH
                 AMLHIST
                 AMLROS.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMAMLCAS'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-AMLNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-AMLCASACT   TO RUNCTL-GRABADOS.
           MOVE WS-IMPORTE-AMLROS       TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: ABMAMLCAS             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-AMLCASOS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. CASOS LEIDOS             : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-AMLNOV        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-APLICADAS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES APLICADAS      : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-EN-ANALISIS     TO WS-CONTADOR-ED.
           DISPLAY 'CASOS PASADOS A ANALISIS       : ' WS-CONTADOR-ED.
           MOVE WS-CANT-DESCARTADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CASOS DESCARTADOS              : ' WS-CONTADOR-ED.
           MOVE WS-CANT-CONFIRMADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CASOS CONFIRMADOS              : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-AMLROS      TO WS-CONTADOR-ED.
           DISPLAY 'CASOS REPORTADOS EN AMLROS     : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-AMLROS       TO WS-IMPORTE-ED.
           DISPLAY 'IMPORTE REPORTADO              : ' WS-IMPORTE-ED.
           MOVE WS-GRABADOS-AMLCASACT   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS AMLCASACT       : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-AMLHIST     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS AMLHIST         : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMAMLCAS.
