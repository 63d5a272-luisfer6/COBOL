       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMPRECIO.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DE LA LISTA DE PRECIOS CON VIGENCIAS.
      * EL HISTORICO LISTPREANT (VER WLISTPRE.cpy) TIENE UN RENGLON
      * POR PRODUCTO Y FECHA DESDE; LOS AUMENTOS SE CARGAN CON
      * ANTICIPACION Y ENTRAN EN VIGENCIA SOLOS EN SU FECHA. APLICA
      * LAS NOVEDADES DE PRECNOV (VER WPRECNOV.cpy) Y GENERA:
      *   - LISTPRENUE : HISTORICO ACTUALIZADO. LOS PRODUCTOS SIN
      *                  HISTORIA ARRANCAN CON SU PRECIO ACTUAL DE
      *                  PRODMST Y FECHA DESDE EN CERO
      *   - PRODACT    : MAESTRO DE PRODUCTOS CON PRD-PRECIO-LISTA
      *                  = PRECIO VIGENTE A LA FECHA DE PROCESO
      *   - PRECNOVRECH: NOVEDADES RECHAZADAS CON MOTIVO
      * NO SE ACEPTAN CAMBIOS RETROACTIVOS NI SE TOCA UNA VIGENCIA
      * QUE YA EMPEZO (MISMO CRITERIO QUE ABMTASAS). EL OPERADOR SE
      * IDENTIFICA CONTRA SEGOPER CON NIVEL DE ACTUALIZACION (2) Y
      * QUEDA GRABADO EN CADA VIGENCIA QUE CARGA O CORRIGE.
      *
      * MOTIVOS DE RECHAZO DE NOVEDADES:
      *   01 TIPO DE NOVEDAD INVALIDO
      *   02 PRODUCTO INEXISTENTE O INACTIVO
      *   03 FECHA DE VIGENCIA INVALIDA
      *   04 CAMBIO RETROACTIVO O VIGENCIA YA INICIADA
      *   05 VIGENCIA YA EXISTENTE PARA EL PRODUCTO
      *   06 VIGENCIA INEXISTENTE
      *   07 PRECIO INVALIDO
      *   08 TABLA DE VIGENCIAS COMPLETA
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

           SELECT PRODMST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRODMST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRODMST.

           SELECT LISTPREANT    ASSIGN       TO
                                 DYNAMIC WS-ARCH-LISTPREANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LISTPREANT.

           SELECT PRECNOV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRECNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRECNOV.

           SELECT LISTPRENUE    ASSIGN       TO
                                 DYNAMIC WS-ARCH-LISTPRENUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LISTPRENUE.

           SELECT PRODACT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRODACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRODACT.

           SELECT PRECNOVRECH   ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRECNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRECNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  PRODMST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRODMST-FD                PIC X(49).

       FD  LISTPREANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTPREANT-FD             PIC X(50).

       FD  PRECNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRECNOV-FD                PIC X(40).

       FD  LISTPRENUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTPRENUE-FD             PIC X(50).

       FD  PRODACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRODACT-FD                PIC X(49).

       FD  PRECNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRECNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(40).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PRODMST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LISTPREANT         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRECNOV            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LISTPRENUE         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRODACT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRECNOVRECH        PIC X(128) VALUE SPACES.

       77  FS-PRODMST                    PIC  X(02) VALUE ' '.
           88 88-FS-PRODMST-OK                      VALUE '00'.
           88 88-FS-PRODMST-EOF                     VALUE '10'.

       77  FS-LISTPREANT                 PIC  X(02) VALUE ' '.
           88 88-FS-LISTPREANT-OK                   VALUE '00'.
           88 88-FS-LISTPREANT-EOF                  VALUE '10'.
           88 88-FS-LISTPREANT-NOEXISTE             VALUE '35'.

       77  FS-PRECNOV                    PIC  X(02) VALUE ' '.
           88 88-FS-PRECNOV-OK                      VALUE '00'.
           88 88-FS-PRECNOV-EOF                     VALUE '10'.

       77  FS-LISTPRENUE                 PIC  X(02) VALUE ' '.
           88 88-FS-LISTPRENUE-OK                   VALUE '00'.

       77  FS-PRODACT                    PIC  X(02) VALUE ' '.
           88 88-FS-PRODACT-OK                      VALUE '00'.

       77  FS-PRECNOVRECH                PIC  X(02) VALUE ' '.
           88 88-FS-PRECNOVRECH-OK                  VALUE '00'.

       77  WS-LEIDAS-PRECNOV             PIC  9(09) VALUE 0.
       77  WS-LEIDAS-PRECNOV-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-MODIFICACIONES        PIC  9(09) VALUE 0.
       77  WS-CANT-MODIFICACIONES-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-BAJAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-BAJAS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-INICIALES             PIC  9(09) VALUE 0.
       77  WS-CANT-INICIALES-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-CAMBIOS-PRECIO        PIC  9(09) VALUE 0.
       77  WS-CANT-CAMBIOS-PRECIO-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-LISTPRENUE        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-LISTPRENUE-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-PRODACT           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PRODACT-ED        PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-TIPO                          VALUE '01'.
           88 88-RECH-PRODUCTO                      VALUE '02'.
           88 88-RECH-FECHA                         VALUE '03'.
           88 88-RECH-RETROACTIVO                   VALUE '04'.
           88 88-RECH-YA-EXISTE                     VALUE '05'.
           88 88-RECH-INEXISTENTE                   VALUE '06'.
           88 88-RECH-PRECIO                        VALUE '07'.
           88 88-RECH-TABLA-COMPLETA                VALUE '08'.

      *------------------------------------------------------
      * MAESTRO DE PRODUCTOS EN MEMORIA (LAYOUT WPRODMST.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-PRODUCTOS            PIC  9(05) VALUE 1000.
       77  WS-CANT-PRODUCTOS             PIC  9(05) VALUE 0.
       01  WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-TAB OCCURS 1000 TIMES
                              INDEXED BY IDX-PRODUCTO.
              10 WPD-REGISTRO            PIC  X(49).

      *------------------------------------------------------
      * HISTORICO DE VIGENCIAS EN MEMORIA (LAYOUT WLISTPRE.cpy).
      * UNA VIGENCIA ANULADA QUEDA MARCADA Y NO SE GRABA.
      *------------------------------------------------------
       77  WCN-TOPE-VIGENCIAS            PIC  9(05) VALUE 5000.
       77  WS-CANT-VIGENCIAS             PIC  9(05) VALUE 0.
       01  WS-TABLA-VIGENCIAS.
           05 WS-VIGENCIA-TAB OCCURS 5000 TIMES
                              INDEXED BY IDX-VIGENCIA.
              10 WVG-REGISTRO.
                 15 WVG-CLAVE.
                    20 WVG-PRD-COD       PIC  9(06).
                    20 WVG-FECHA-DESDE   PIC  9(08).
                 15 WVG-PRECIO           PIC  9(09)V99.
                 15 FILLER               PIC  X(25).
              10 WVG-ANULADA             PIC  X(01).

       77  WS-POS-PRODUCTO               PIC  9(05) VALUE 0.
       77  WS-POS-VIGENCIA               PIC  9(05) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-VIGENTE              PIC  9(08) VALUE 0.
       77  WS-PRECIO-VIGENTE             PIC  9(09)V99 VALUE 0.
       77  WS-TIENE-HISTORIA             PIC  X(01) VALUE 'N'.

       COPY WPRODMST.

       COPY WLISTPRE.

       COPY WPRECNOV.

      *------------------------------------------------------
      * VALIDACION DE FECHAS (VER UTLVFEC)
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
                UNTIL 88-FS-PRECNOV-EOF.

           PERFORM 2700-COMPLETO-HISTORIA.

           PERFORM 2800-GRABO-HISTORICO.

           PERFORM 2850-GRABO-PRODUCTOS.

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
           PERFORM 1020-CARGO-PRODUCTOS.
           PERFORM 1030-CARGO-VIGENCIAS.
           PERFORM 1070-LEO-PRECNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LA CARGA DE PRECIOS EXIGE NIVEL DE
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
           MOVE 'SIGN-ON ABMPRECIO'    TO SEGOPER-ACCION.

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

           MOVE 'PRODMST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRODMST

           MOVE 'LISTPREANT'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LISTPREANT

           MOVE 'PRECNOV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRECNOV

           MOVE 'LISTPRENUE'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LISTPRENUE

           MOVE 'PRODACT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRODACT

           MOVE 'PRECNOVRECH'  TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRECNOVRECH.

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

           OPEN INPUT PRECNOV

           EVALUATE TRUE
               WHEN 88-FS-PRECNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRECNOV'
                    DISPLAY 'FILE STATUS' FS-PRECNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LISTPRENUE

           EVALUATE TRUE
               WHEN 88-FS-LISTPRENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LISTPRENUE'
                    DISPLAY 'FILE STATUS' FS-LISTPRENUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRODACT

           EVALUATE TRUE
               WHEN 88-FS-PRODACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRODACT'
                    DISPLAY 'FILE STATUS' FS-PRODACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRECNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-PRECNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRECNOVRECH'
                    DISPLAY 'FILE STATUS' FS-PRECNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-PRODUCTOS.
      *---------------------

           OPEN INPUT PRODMST.

           IF NOT 88-FS-PRODMST-OK
              DISPLAY 'ERROR EN OPEN PRODMST'
              DISPLAY 'FILE STATUS' FS-PRODMST
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1021-LEO-PRODMST.

           PERFORM UNTIL 88-FS-PRODMST-EOF
              IF WS-CANT-PRODUCTOS < WCN-TOPE-PRODUCTOS
                 ADD 1 TO WS-CANT-PRODUCTOS
                 MOVE REG-PRODMST
                   TO WPD-REGISTRO (WS-CANT-PRODUCTOS)
              ELSE
                 DISPLAY 'TABLA DE PRODUCTOS COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1021-LEO-PRODMST
           END-PERFORM.

           CLOSE PRODMST.

       FIN-1020.
           EXIT.

       1021-LEO-PRODMST.
      *-----------------

           INITIALIZE REG-PRODMST.

           READ PRODMST INTO REG-PRODMST

           EVALUATE TRUE
               WHEN 88-FS-PRODMST-OK
               WHEN 88-FS-PRODMST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRODMST FS: ' FS-PRODMST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-VIGENCIAS.
      *---------------------

           OPEN INPUT LISTPREANT.

           EVALUATE TRUE
               WHEN 88-FS-LISTPREANT-OK
                    PERFORM 1031-LEO-LISTPREANT
                    PERFORM UNTIL 88-FS-LISTPREANT-EOF
                       IF WS-CANT-VIGENCIAS < WCN-TOPE-VIGENCIAS
                          ADD 1 TO WS-CANT-VIGENCIAS
                          MOVE REG-LISTPRE
                            TO WVG-REGISTRO (WS-CANT-VIGENCIAS)
                          MOVE 'N'
                            TO WVG-ANULADA (WS-CANT-VIGENCIAS)
                       ELSE
                          DISPLAY 'TABLA DE VIGENCIAS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-LISTPREANT
                    END-PERFORM
                    CLOSE LISTPREANT

               WHEN 88-FS-LISTPREANT-NOEXISTE
                    DISPLAY 'ARCHIVO LISTPREANT INEXISTENTE - '
                    DISPLAY 'SE INICIA LA HISTORIA DE PRECIOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LISTPREANT'
                    DISPLAY 'FILE STATUS' FS-LISTPREANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-LISTPREANT.
      *--------------------

           INITIALIZE REG-LISTPRE.

           READ LISTPREANT INTO REG-LISTPRE

           EVALUATE TRUE
               WHEN 88-FS-LISTPREANT-OK
               WHEN 88-FS-LISTPREANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LISTPREANT FS: '
                                                        FS-LISTPREANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1070-LEO-PRECNOV.
      *-----------------

           INITIALIZE REG-PRECNOV.

           READ PRECNOV INTO REG-PRECNOV

           EVALUATE TRUE
               WHEN 88-FS-PRECNOV-OK
                    ADD 1 TO WS-LEIDAS-PRECNOV
               WHEN 88-FS-PRECNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRECNOV FS: ' FS-PRECNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1070.
           EXIT.

      *------------------------------------------------------------
      * CADA NOVEDAD SE VALIDA CONTRA LAS TABLAS (QUE YA REFLEJAN
      * LAS NOVEDADES ANTERIORES DE LA MISMA CORRIDA) Y SE APLICA O
      * SE RECHAZA CON MOTIVO.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           PERFORM 2100-VALIDO-NOVEDAD.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-PNV-ALTA
                       PERFORM 2200-APLICO-ALTA
                  WHEN 88-PNV-MODIFICACION
                       PERFORM 2400-APLICO-MODIFICACION
                  WHEN 88-PNV-BAJA
                       PERFORM 2500-APLICO-BAJA
              END-EVALUATE
           ELSE
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1070-LEO-PRECNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-NOVEDAD.
      *--------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 0      TO WS-POS-PRODUCTO.
           MOVE 0      TO WS-POS-VIGENCIA.
           INITIALIZE REG-PRODMST.

           IF PNV-PRD-COD NUMERIC
              PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                        UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
                 IF WPD-REGISTRO (IDX-PRODUCTO) (1:6) = PNV-PRD-COD
                    SET WS-POS-PRODUCTO TO IDX-PRODUCTO
                    MOVE WPD-REGISTRO (IDX-PRODUCTO) TO REG-PRODMST
                 END-IF
              END-PERFORM
              PERFORM VARYING IDX-VIGENCIA FROM 1 BY 1
                        UNTIL IDX-VIGENCIA > WS-CANT-VIGENCIAS
                 IF WVG-CLAVE (IDX-VIGENCIA) = PNV-CLAVE
                    AND WVG-ANULADA (IDX-VIGENCIA) = 'N'
                    SET WS-POS-VIGENCIA TO IDX-VIGENCIA
                 END-IF
              END-PERFORM
           END-IF.

           IF PNV-FECHA-DESDE NUMERIC
              INITIALIZE WUTLVFEC
              MOVE PNV-FECHA-DESDE        TO WUTLVFEC-FECHA
              MOVE 'N'                    TO WUTLVFEC-PERMITE-CERO
              MOVE 'S'                    TO WUTLVFEC-PERMITE-FUTURA
              CALL 'UTLVFEC' USING WUTLVFEC
           ELSE
              SET 88-WUTLVFEC-ERROR       TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN NOT 88-PNV-ALTA
                AND NOT 88-PNV-MODIFICACION
                AND NOT 88-PNV-BAJA
                    SET 88-RECH-TIPO           TO TRUE
               WHEN WS-POS-PRODUCTO = 0
                    SET 88-RECH-PRODUCTO       TO TRUE
               WHEN 88-PNV-ALTA AND NOT 88-PRD-ACTIVO
                    SET 88-RECH-PRODUCTO       TO TRUE
               WHEN 88-WUTLVFEC-ERROR
                    SET 88-RECH-FECHA          TO TRUE
               WHEN 88-PNV-ALTA
                AND PNV-FECHA-DESDE < WS-FECHA-PROCESO
                    SET 88-RECH-RETROACTIVO    TO TRUE
               WHEN NOT 88-PNV-ALTA
                AND PNV-FECHA-DESDE NOT > WS-FECHA-PROCESO
                    SET 88-RECH-RETROACTIVO    TO TRUE
               WHEN 88-PNV-ALTA AND WS-POS-VIGENCIA > 0
                    SET 88-RECH-YA-EXISTE      TO TRUE
               WHEN NOT 88-PNV-ALTA AND WS-POS-VIGENCIA = 0
                    SET 88-RECH-INEXISTENTE    TO TRUE
               WHEN NOT 88-PNV-BAJA
                AND (PNV-PRECIO NOT NUMERIC OR PNV-PRECIO = 0)
                    SET 88-RECH-PRECIO         TO TRUE
               WHEN 88-PNV-ALTA
                AND WS-CANT-VIGENCIAS NOT < WCN-TOPE-VIGENCIAS
                    SET 88-RECH-TABLA-COMPLETA TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           INITIALIZE REG-LISTPRE.
           MOVE PNV-PRD-COD               TO LPR-PRD-COD.
           MOVE PNV-FECHA-DESDE           TO LPR-FECHA-DESDE.
           MOVE PNV-PRECIO                TO LPR-PRECIO.
           MOVE WS-FECHA-PROCESO          TO LPR-FECHA-CARGA.
           MOVE WS-OPERADOR-SESION        TO LPR-USUARIO.

           ADD 1 TO WS-CANT-VIGENCIAS.
           MOVE REG-LISTPRE     TO WVG-REGISTRO (WS-CANT-VIGENCIAS).
           MOVE 'N'             TO WVG-ANULADA (WS-CANT-VIGENCIAS).

           ADD 1 TO WS-CANT-ALTAS.

       FIN-2200.
           EXIT.

       2400-APLICO-MODIFICACION.
      *-------------------------

           MOVE WVG-REGISTRO (WS-POS-VIGENCIA) TO REG-LISTPRE.
           MOVE PNV-PRECIO                TO LPR-PRECIO.
           MOVE WS-FECHA-PROCESO          TO LPR-FECHA-CARGA.
           MOVE WS-OPERADOR-SESION        TO LPR-USUARIO.
           MOVE REG-LISTPRE TO WVG-REGISTRO (WS-POS-VIGENCIA).

           ADD 1 TO WS-CANT-MODIFICACIONES.

       FIN-2400.
           EXIT.

       2500-APLICO-BAJA.
      *-----------------

           MOVE 'S' TO WVG-ANULADA (WS-POS-VIGENCIA).

           ADD 1 TO WS-CANT-BAJAS.

       FIN-2500.
           EXIT.

      *------------------------------------------------------------
      * LOS PRODUCTOS QUE TODAVIA NO TIENEN HISTORIA LA ARRANCAN CON
      * SU PRECIO ACTUAL DE PRODMST, VIGENTE DESDE SIEMPRE (FECHA
      * DESDE EN CERO), PARA QUE TODA VENTA TENGA PRECIO DE LISTA.
      *------------------------------------------------------------
       2700-COMPLETO-HISTORIA.
      *-----------------------

           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                     UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
              MOVE WPD-REGISTRO (IDX-PRODUCTO) TO REG-PRODMST
              MOVE 'N' TO WS-TIENE-HISTORIA
              PERFORM VARYING IDX-VIGENCIA FROM 1 BY 1
                        UNTIL IDX-VIGENCIA > WS-CANT-VIGENCIAS
                 IF WVG-PRD-COD (IDX-VIGENCIA) = PRD-COD
                    AND WVG-ANULADA (IDX-VIGENCIA) = 'N'
                    MOVE 'S' TO WS-TIENE-HISTORIA
                 END-IF
              END-PERFORM
              IF WS-TIENE-HISTORIA = 'N'
                 PERFORM 2710-VIGENCIA-INICIAL
              END-IF
           END-PERFORM.

       FIN-2700.
           EXIT.

       2710-VIGENCIA-INICIAL.
      *----------------------

           IF WS-CANT-VIGENCIAS NOT < WCN-TOPE-VIGENCIAS
              DISPLAY 'TABLA DE VIGENCIAS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           INITIALIZE REG-LISTPRE.
           MOVE PRD-COD                   TO LPR-PRD-COD.
           MOVE 0                         TO LPR-FECHA-DESDE.
           MOVE PRD-PRECIO-LISTA          TO LPR-PRECIO.
           MOVE WS-FECHA-PROCESO          TO LPR-FECHA-CARGA.
           MOVE WS-OPERADOR-SESION        TO LPR-USUARIO.

           ADD 1 TO WS-CANT-VIGENCIAS.
           MOVE REG-LISTPRE     TO WVG-REGISTRO (WS-CANT-VIGENCIAS).
           MOVE 'N'             TO WVG-ANULADA (WS-CANT-VIGENCIAS).

           ADD 1 TO WS-CANT-INICIALES.

       FIN-2710.
           EXIT.

       2800-GRABO-HISTORICO.
      *---------------------

           PERFORM VARYING IDX-VIGENCIA FROM 1 BY 1
                     UNTIL IDX-VIGENCIA > WS-CANT-VIGENCIAS
              IF WVG-ANULADA (IDX-VIGENCIA) = 'N'
                 WRITE REG-LISTPRENUE-FD
                       FROM WVG-REGISTRO (IDX-VIGENCIA)
                 EVALUATE TRUE
                     WHEN 88-FS-LISTPRENUE-OK
                          ADD 1 TO WS-GRABADOS-LISTPRENUE
                     WHEN OTHER
                          DISPLAY 'ERROR EN WRITE LISTPRENUE FS: '
                                                        FS-LISTPRENUE
                          PERFORM 3000-FINALIZO
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

      *------------------------------------------------------------
      * PRECIO DE LISTA DE CADA PRODUCTO = EL DE LA VIGENCIA CON LA
      * MAYOR FECHA DESDE QUE NO SUPERE LA FECHA DE PROCESO. ASI LOS
      * AUMENTOS PROGRAMADOS ENTRAN SOLOS EL DIA QUE CORRESPONDE.
      *------------------------------------------------------------
       2850-GRABO-PRODUCTOS.
      *---------------------

           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                     UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
              MOVE WPD-REGISTRO (IDX-PRODUCTO) TO REG-PRODMST
              PERFORM 2860-PRECIO-VIGENTE
              IF WS-TIENE-HISTORIA = 'S'
                 AND WS-PRECIO-VIGENTE NOT = PRD-PRECIO-LISTA
                 MOVE WS-PRECIO-VIGENTE TO PRD-PRECIO-LISTA
                 ADD 1 TO WS-CANT-CAMBIOS-PRECIO
              END-IF
              WRITE REG-PRODACT-FD FROM REG-PRODMST
              EVALUATE TRUE
                  WHEN 88-FS-PRODACT-OK
                       ADD 1 TO WS-GRABADOS-PRODACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE PRODACT FS: ' FS-PRODACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2850.
           EXIT.

       2860-PRECIO-VIGENTE.
      *--------------------

           MOVE 'N' TO WS-TIENE-HISTORIA.
           MOVE 0   TO WS-FECHA-VIGENTE.
           MOVE 0   TO WS-PRECIO-VIGENTE.

           PERFORM VARYING IDX-VIGENCIA FROM 1 BY 1
                     UNTIL IDX-VIGENCIA > WS-CANT-VIGENCIAS
              IF WVG-PRD-COD (IDX-VIGENCIA) = PRD-COD
                 AND WVG-ANULADA (IDX-VIGENCIA) = 'N'
                 AND WVG-FECHA-DESDE (IDX-VIGENCIA)
                     NOT > WS-FECHA-PROCESO
                 AND (WS-TIENE-HISTORIA = 'N'
                  OR WVG-FECHA-DESDE (IDX-VIGENCIA) > WS-FECHA-VIGENTE)
                 MOVE 'S' TO WS-TIENE-HISTORIA
                 MOVE WVG-FECHA-DESDE (IDX-VIGENCIA)
                                           TO WS-FECHA-VIGENTE
                 MOVE WVG-PRECIO (IDX-VIGENCIA)
                                           TO WS-PRECIO-VIGENTE
              END-IF
           END-PERFORM.

       FIN-2860.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-PRECNOVRECH-FD.
           MOVE REG-PRECNOV               TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-PRODUCTO
                    MOVE 'PRODUCTO INEXISTENTE/INACTIVO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA DE VIGENCIA INVALIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-RETROACTIVO
                    MOVE 'RETROACTIVO O YA VIGENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-EXISTE
                    MOVE 'VIGENCIA YA EXISTENTE'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'VIGENCIA INEXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-PRECIO
                    MOVE 'PRECIO INVALIDO'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TABLA-COMPLETA
                    MOVE 'TABLA COMPLETA'         TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-PRECNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-PRECNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRECNOVRECH FS: '
                                                        FS-PRECNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - PRODUCTO: ' PNV-PRD-COD
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

           CLOSE PRECNOV
           EVALUATE TRUE
               WHEN 88-FS-PRECNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRECNOV FS: ' FS-PRECNOV
           END-EVALUATE.

           CLOSE LISTPRENUE
           EVALUATE TRUE
               WHEN 88-FS-LISTPRENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE LISTPRENUE FS: '
                                                        FS-LISTPRENUE
           END-EVALUATE.

           CLOSE PRODACT
           EVALUATE TRUE
               WHEN 88-FS-PRODACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRODACT FS: ' FS-PRODACT
           END-EVALUATE.

           CLOSE PRECNOVRECH
           EVALUATE TRUE
               WHEN 88-FS-PRECNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRECNOVRECH FS: '
                                                        FS-PRECNOVRECH
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMPRECIO'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-PRECNOV       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-LISTPRENUE  TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-PRECNOV        TO WS-LEIDAS-PRECNOV-ED.
           MOVE WS-CANT-ALTAS            TO WS-CANT-ALTAS-ED.
           MOVE WS-CANT-MODIFICACIONES   TO WS-CANT-MODIFICACIONES-ED.
           MOVE WS-CANT-BAJAS            TO WS-CANT-BAJAS-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-CANT-INICIALES        TO WS-CANT-INICIALES-ED.
           MOVE WS-CANT-CAMBIOS-PRECIO   TO WS-CANT-CAMBIOS-PRECIO-ED.
           MOVE WS-GRABADOS-LISTPRENUE   TO WS-GRABADOS-LISTPRENUE-ED.
           MOVE WS-GRABADOS-PRODACT      TO WS-GRABADOS-PRODACT-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMPRECIO             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-PRECNOV-ED.
           DISPLAY 'CANT. VIGENCIAS NUEVAS         : '
                                               WS-CANT-ALTAS-ED.
           DISPLAY 'CANT. VIGENCIAS CORREGIDAS     : '
                                          WS-CANT-MODIFICACIONES-ED.
           DISPLAY 'CANT. VIGENCIAS ANULADAS       : '
                                               WS-CANT-BAJAS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. HISTORIAS INICIADAS      : '
                                               WS-CANT-INICIALES-ED.
           DISPLAY 'CANT. PRECIOS QUE CAMBIAN HOY  : '
                                          WS-CANT-CAMBIOS-PRECIO-ED.
           DISPLAY 'CANT. VIGENCIAS GRABADAS       : '
                                          WS-GRABADOS-LISTPRENUE-ED.
           DISPLAY 'CANT. PRODUCTOS GRABADOS       : '
                                               WS-GRABADOS-PRODACT-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMPRECIO.
