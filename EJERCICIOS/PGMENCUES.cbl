       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMENCUES.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REGISTRO DE ENCUESTAS DE SATISFACCION (VER WENCUESTA.cpy).
      * VTAVEHI (VENTA APLICADA) Y ABMORDEN (ORDEN DE TALLER CERRADA)
      * ENCOLAN LA PIEZA 'ENCS' EN MSGCOLA Y DEJAN LA ENCUESTA
      * PENDIENTE EN LA COLA ENCENV. ESTE PROCESO:
      *   - INCORPORA LA COLA ENCENV AL REGISTRO (ENCUEANT) Y LA
      *     DEJA VACIA. UNA CLAVE YA REGISTRADA NO SE DUPLICA
      *   - APLICA LAS RESPUESTAS RECIBIDAS (ENCRESP, VER
      *     WENCRESP.cpy): LAS VINCULA POR CLAVE CON LA VENTA U
      *     ORDEN, GUARDA PUNTAJE, FECHA Y COMENTARIO Y CLASIFICA AL
      *     CLIENTE (9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRACTOR)
      *   - GENERA ENCUENUE : REGISTRO ACTUALIZADO. SE DEPURAN LAS
      *                       ENCUESTAS ENVIADAS HACE MAS DE
      *                       WCN-MESES-RETENCION MESES
      *            ENCRECH  : RESPUESTAS RECHAZADAS CON MOTIVO
      * EL NPS MENSUAL LO INFORMA RPTNPS SOBRE ENCUENUE.
      *
      * MOTIVOS DE RECHAZO DE RESPUESTAS:
      *   01 CLAVE DE ENCUESTA INEXISTENTE
      *   02 EL CLIENTE NO COINCIDE CON EL ENCUESTADO
      *   03 ENCUESTA YA RESPONDIDA
      *   04 PUNTAJE INVALIDO (0 A 10)
      *   05 FECHA DE RESPUESTA INVALIDA O ANTERIOR AL ENVIO
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

           SELECT ENCUEANT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCUEANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCUEANT.

           SELECT ENCENV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCENV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCENV.

           SELECT ENCRESP       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCRESP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCRESP.

           SELECT ENCUENUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCUENUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCUENUE.

           SELECT ENCRECH       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  ENCUEANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCUEANT-FD               PIC X(140).

       FD  ENCENV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCENV-FD                 PIC X(140).

       FD  ENCRESP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCRESP-FD                PIC X(80).

       FD  ENCUENUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCUENUE-FD               PIC X(140).

       FD  ENCRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCRECH-FD.
           03 RECH-RESPUESTA             PIC X(80).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-ENCUEANT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENCENV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENCRESP            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENCUENUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENCRECH            PIC X(128) VALUE SPACES.

       77  FS-ENCUEANT                   PIC  X(02) VALUE ' '.
           88 88-FS-ENCUEANT-OK                     VALUE '00'.
           88 88-FS-ENCUEANT-EOF                    VALUE '10'.
           88 88-FS-ENCUEANT-NOEXISTE               VALUE '35'.

       77  FS-ENCENV                     PIC  X(02) VALUE ' '.
           88 88-FS-ENCENV-OK                       VALUE '00'.
           88 88-FS-ENCENV-EOF                      VALUE '10'.
           88 88-FS-ENCENV-NOEXISTE                 VALUE '35'.

       77  FS-ENCRESP                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCRESP-OK                      VALUE '00'.
           88 88-FS-ENCRESP-EOF                     VALUE '10'.
           88 88-FS-ENCRESP-NOEXISTE                VALUE '35'.

       77  FS-ENCUENUE                   PIC  X(02) VALUE ' '.
           88 88-FS-ENCUENUE-OK                     VALUE '00'.

       77  FS-ENCRECH                    PIC  X(02) VALUE ' '.
           88 88-FS-ENCRECH-OK                      VALUE '00'.

       77  WS-ENCRESP-ABIERTO            PIC  X(01) VALUE 'N'.

       77  WS-LEIDAS-ENCRESP             PIC  9(09) VALUE 0.
       77  WS-LEIDAS-ENCRESP-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ARRASTRADAS           PIC  9(09) VALUE 0.
       77  WS-CANT-ARRASTRADAS-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ENVIADAS              PIC  9(09) VALUE 0.
       77  WS-CANT-ENVIADAS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-DUPLICADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-DUPLICADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RESPONDIDAS           PIC  9(09) VALUE 0.
       77  WS-CANT-RESPONDIDAS-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-DEPURADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-DEPURADAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-ENCUENUE          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ENCUENUE-ED       PIC  ZZZ.ZZZ.ZZ9.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-RESPUESTA-ACEPTADA                 VALUE '  '.
           88 88-RECH-CLAVE                         VALUE '01'.
           88 88-RECH-CLIENTE                       VALUE '02'.
           88 88-RECH-YA-RESPONDIDA                 VALUE '03'.
           88 88-RECH-PUNTAJE                       VALUE '04'.
           88 88-RECH-FECHA                         VALUE '05'.

      *------------------------------------------------------
      * REGISTRO DE ENCUESTAS EN MEMORIA (LAYOUT WENCUESTA.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-ENCUESTAS            PIC  9(05) VALUE 20000.
       77  WS-CANT-ENCUESTAS             PIC  9(05) VALUE 0.
       01  WS-TABLA-ENCUESTAS.
           05 WS-ENCUESTA-TAB OCCURS 20000 TIMES
                              INDEXED BY IDX-ENCUESTA.
              10 WEN-REGISTRO.
                 15 WEN-CLAVE            PIC  X(20).
                 15 FILLER               PIC  X(120).

       77  WS-POS-ENCUESTA               PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * RETENCION DEL REGISTRO: SE DEPURAN LAS ENCUESTAS
      * ENVIADAS ANTES DE LA FECHA LIMITE (PROCESO MENOS
      * WCN-MESES-RETENCION MESES), ASI RPTNPS PUEDE COMPARAR
      * CONTRA EL MISMO MES DEL ANIO ANTERIOR.
      *------------------------------------------------------
       77  WCN-MESES-RETENCION           PIC  9(02) VALUE 13.
       77  WS-MESES-TOTAL                PIC  9(07) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-FECHA-LIMITE               PIC  9(08) VALUE 0.
       01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
           03 WS-FECLIM-AAAA             PIC  9(04).
           03 WS-FECLIM-MM               PIC  9(02).
           03 WS-FECLIM-DD               PIC  9(02).

       COPY WENCUESTA.

       COPY WENCRESP.

      *------------------------------------------------------
      * VALIDACION DE FECHAS (VER UTLVFEC)
      *------------------------------------------------------
       COPY WUTLVFEC.

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
                UNTIL 88-FS-ENCRESP-EOF.

           PERFORM 2800-GRABO-ENCUESTAS.

           PERFORM 2850-VACIO-COLA.

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

           PERFORM 1002-CALCULO-FECHA-LIMITE.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1030-CARGO-ENCUESTAS.
           PERFORM 1040-CARGO-ENVIADAS.
           PERFORM 1070-LEO-ENCRESP.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * FECHA LIMITE DE RETENCION: MISMO DIA, WCN-MESES-RETENCION
      * MESES ATRAS (EL DIA NO SE AJUSTA AL FIN DE MES: SOLO SE
      * COMPARA CONTRA FECHAS REALES).
      *--------------------------------------------------------------
       1002-CALCULO-FECHA-LIMITE.
      *--------------------------

           MOVE WS-FECHA-PROCESO          TO WS-FECHA-LIMITE.

           COMPUTE WS-MESES-TOTAL = WS-FECLIM-AAAA * 12
                                  + WS-FECLIM-MM - 1
                                  - WCN-MESES-RETENCION.

           DIVIDE WS-MESES-TOTAL BY 12
                  GIVING WS-FECLIM-AAAA
                  REMAINDER WS-FECLIM-MM.

           ADD 1 TO WS-FECLIM-MM.

       FIN-1002.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'ENCUEANT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCUEANT

           MOVE 'ENCENV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCENV

           MOVE 'ENCRESP'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCRESP

           MOVE 'ENCUENUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCUENUE

           MOVE 'ENCRECH'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCRECH.

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

      *    SIN ARCHIVO DE RESPUESTAS IGUAL SE INCORPORA LA COLA DE
      *    ENVIADAS Y SE DEPURA EL REGISTRO.
           OPEN INPUT ENCRESP

           EVALUATE TRUE
               WHEN 88-FS-ENCRESP-OK
                    MOVE 'S' TO WS-ENCRESP-ABIERTO
               WHEN 88-FS-ENCRESP-NOEXISTE
                    DISPLAY 'ARCHIVO ENCRESP INEXISTENTE - '
                    DISPLAY 'SIN RESPUESTAS PARA APLICAR'
                    SET 88-FS-ENCRESP-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCRESP'
                    DISPLAY 'FILE STATUS' FS-ENCRESP
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT ENCUENUE

           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCUENUE'
                    DISPLAY 'FILE STATUS' FS-ENCUENUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT ENCRECH

           EVALUATE TRUE
               WHEN 88-FS-ENCRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCRECH'
                    DISPLAY 'FILE STATUS' FS-ENCRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *--------------------------------------------------------------
      * REGISTRO ANTERIOR A TABLA. LA PRIMERA VEZ NO EXISTE: EL
      * REGISTRO ARRANCA CON LA COLA DE ENVIADAS.
      *--------------------------------------------------------------
       1030-CARGO-ENCUESTAS.
      *---------------------

           OPEN INPUT ENCUEANT.

           EVALUATE TRUE
               WHEN 88-FS-ENCUEANT-OK
                    PERFORM 1031-LEO-ENCUEANT
                    PERFORM UNTIL 88-FS-ENCUEANT-EOF
                       IF WS-CANT-ENCUESTAS < WCN-TOPE-ENCUESTAS
                          ADD 1 TO WS-CANT-ENCUESTAS
                          ADD 1 TO WS-CANT-ARRASTRADAS
                          MOVE REG-ENCUESTA
                            TO WEN-REGISTRO (WS-CANT-ENCUESTAS)
                       ELSE
                          DISPLAY 'TABLA DE ENCUESTAS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-ENCUEANT
                    END-PERFORM
                    CLOSE ENCUEANT

               WHEN 88-FS-ENCUEANT-NOEXISTE
                    DISPLAY 'ARCHIVO ENCUEANT INEXISTENTE - '
                    DISPLAY 'SE INICIA EL REGISTRO DE ENCUESTAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCUEANT'
                    DISPLAY 'FILE STATUS' FS-ENCUEANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-ENCUEANT.
      *------------------

           INITIALIZE REG-ENCUESTA.

           READ ENCUEANT INTO REG-ENCUESTA

           EVALUATE TRUE
               WHEN 88-FS-ENCUEANT-OK
               WHEN 88-FS-ENCUEANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ENCUEANT FS: ' FS-ENCUEANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *--------------------------------------------------------------
      * COLA DE ENCUESTAS ENVIADAS POR VTAVEHI Y ABMORDEN. UNA
      * CLAVE YA REGISTRADA (REPROCESO DE LA VENTA U ORDEN) NO SE
      * VUELVE A DAR DE ALTA.
      *--------------------------------------------------------------
       1040-CARGO-ENVIADAS.
      *--------------------

           OPEN INPUT ENCENV.

           EVALUATE TRUE
               WHEN 88-FS-ENCENV-OK
                    PERFORM 1041-LEO-ENCENV
                    PERFORM UNTIL 88-FS-ENCENV-EOF
                       PERFORM 2100-BUSCO-ENCUESTA
                       IF WS-POS-ENCUESTA > 0
                          ADD 1 TO WS-CANT-DUPLICADAS
                       ELSE
                          IF WS-CANT-ENCUESTAS < WCN-TOPE-ENCUESTAS
                             ADD 1 TO WS-CANT-ENCUESTAS
                             ADD 1 TO WS-CANT-ENVIADAS
                             MOVE REG-ENCUESTA
                               TO WEN-REGISTRO (WS-CANT-ENCUESTAS)
                          ELSE
                             DISPLAY 'TABLA DE ENCUESTAS COMPLETA'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1041-LEO-ENCENV
                    END-PERFORM
                    CLOSE ENCENV

               WHEN 88-FS-ENCENV-NOEXISTE
                    DISPLAY 'ARCHIVO ENCENV INEXISTENTE - '
                    DISPLAY 'SIN ENCUESTAS ENVIADAS NUEVAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCENV'
                    DISPLAY 'FILE STATUS' FS-ENCENV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-ENCENV.
      *----------------

           INITIALIZE REG-ENCUESTA.

           READ ENCENV INTO REG-ENCUESTA

           EVALUATE TRUE
               WHEN 88-FS-ENCENV-OK
               WHEN 88-FS-ENCENV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ENCENV FS: ' FS-ENCENV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1070-LEO-ENCRESP.
      *-----------------

           INITIALIZE REG-ENCRESP.

           READ ENCRESP INTO REG-ENCRESP

           EVALUATE TRUE
               WHEN 88-FS-ENCRESP-OK
                    ADD 1 TO WS-LEIDAS-ENCRESP
               WHEN 88-FS-ENCRESP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ENCRESP FS: ' FS-ENCRESP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1070.
           EXIT.

      *--------------------------------------------------------------
      * UNA RESPUESTA: SE UBICA LA ENCUESTA POR CLAVE Y SE VALIDA.
      *--------------------------------------------------------------
       2000-PROCESO.
      *-------------

           MOVE SPACES                    TO WS-MOTIVO-RECHAZO.
           MOVE ERS-CLAVE                 TO ENC-CLAVE.

           PERFORM 2100-BUSCO-ENCUESTA.

           IF WS-POS-ENCUESTA > 0
              MOVE WEN-REGISTRO (WS-POS-ENCUESTA) TO REG-ENCUESTA
           END-IF.

           IF ERS-FECHA NUMERIC
              INITIALIZE WUTLVFEC
              MOVE ERS-FECHA              TO WUTLVFEC-FECHA
              MOVE 'N'                    TO WUTLVFEC-PERMITE-CERO
              MOVE 'N'                    TO WUTLVFEC-PERMITE-FUTURA
              CALL 'UTLVFEC' USING WUTLVFEC
           ELSE
              SET 88-WUTLVFEC-ERROR       TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-POS-ENCUESTA = 0
                    SET 88-RECH-CLAVE          TO TRUE
               WHEN ERS-CLI-ID NOT NUMERIC
                    SET 88-RECH-CLIENTE        TO TRUE
               WHEN ERS-CLI-ID > 0
                AND ERS-CLI-ID NOT = ENC-CLI-ID
                    SET 88-RECH-CLIENTE        TO TRUE
               WHEN 88-ENC-RESPONDIDA
                    SET 88-RECH-YA-RESPONDIDA  TO TRUE
               WHEN ERS-PUNTAJE NOT NUMERIC
                    SET 88-RECH-PUNTAJE        TO TRUE
               WHEN ERS-PUNTAJE > 10
                    SET 88-RECH-PUNTAJE        TO TRUE
               WHEN 88-WUTLVFEC-ERROR
                    SET 88-RECH-FECHA          TO TRUE
               WHEN ERS-FECHA < ENC-FECHA-ENVIO
                    SET 88-RECH-FECHA          TO TRUE
               WHEN OTHER
                    PERFORM 2200-APLICO-RESPUESTA
           END-EVALUATE.

           IF NOT 88-RESPUESTA-ACEPTADA
              PERFORM 2900-RECHAZO-RESPUESTA
           END-IF.

           PERFORM 1070-LEO-ENCRESP.

       FIN-2000.
           EXIT.

      *--------------------------------------------------------------
      * UBICA LA ENCUESTA DE CLAVE ENC-CLAVE EN LA TABLA.
      *--------------------------------------------------------------
       2100-BUSCO-ENCUESTA.
      *--------------------

           MOVE 0 TO WS-POS-ENCUESTA.

           PERFORM VARYING IDX-ENCUESTA FROM 1 BY 1
                     UNTIL IDX-ENCUESTA > WS-CANT-ENCUESTAS
                        OR WS-POS-ENCUESTA > 0
              IF WEN-CLAVE (IDX-ENCUESTA) = ENC-CLAVE
                 SET WS-POS-ENCUESTA TO IDX-ENCUESTA
              END-IF
           END-PERFORM.

       FIN-2100.
           EXIT.

      *--------------------------------------------------------------
      * VINCULA LA RESPUESTA: PUNTAJE, FECHA, COMENTARIO Y
      * CATEGORIA DEL CLIENTE SEGUN EL PUNTAJE.
      *--------------------------------------------------------------
       2200-APLICO-RESPUESTA.
      *----------------------

           SET 88-ENC-RESPONDIDA          TO TRUE.
           MOVE ERS-FECHA                 TO ENC-FECHA-RESPUESTA.
           MOVE ERS-PUNTAJE               TO ENC-PUNTAJE.
           MOVE ERS-COMENTARIO            TO ENC-COMENTARIO.

           EVALUATE TRUE
               WHEN ENC-PUNTAJE > 8
                    SET 88-ENC-PROMOTOR        TO TRUE
               WHEN ENC-PUNTAJE > 6
                    SET 88-ENC-NEUTRO          TO TRUE
               WHEN OTHER
                    SET 88-ENC-DETRACTOR       TO TRUE
           END-EVALUATE.

           MOVE REG-ENCUESTA       TO WEN-REGISTRO (WS-POS-ENCUESTA).

           ADD 1 TO WS-CANT-RESPONDIDAS.

       FIN-2200.
           EXIT.

      *--------------------------------------------------------------
      * GRABA EL REGISTRO ACTUALIZADO, SIN LAS ENCUESTAS ENVIADAS
      * ANTES DE LA FECHA LIMITE DE RETENCION.
      *--------------------------------------------------------------
       2800-GRABO-ENCUESTAS.
      *---------------------

           PERFORM VARYING IDX-ENCUESTA FROM 1 BY 1
                     UNTIL IDX-ENCUESTA > WS-CANT-ENCUESTAS
              MOVE WEN-REGISTRO (IDX-ENCUESTA) TO REG-ENCUESTA
              IF ENC-FECHA-ENVIO < WS-FECHA-LIMITE
                 ADD 1 TO WS-CANT-DEPURADAS
              ELSE
                 PERFORM 2810-GRABO-ENCUENUE
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

       2810-GRABO-ENCUENUE.
      *--------------------

           WRITE REG-ENCUENUE-FD FROM REG-ENCUESTA.

           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    ADD 1 TO WS-GRABADOS-ENCUENUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ENCUENUE FS: ' FS-ENCUENUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2810.
           EXIT.

      *--------------------------------------------------------------
      * LA COLA DE ENVIADAS YA ESTA EN EL REGISTRO: QUEDA VACIA
      * PARA LAS PROXIMAS VENTAS Y CIERRES DE ORDEN.
      *--------------------------------------------------------------
       2850-VACIO-COLA.
      *----------------

           OPEN OUTPUT ENCENV.

           EVALUATE TRUE
               WHEN 88-FS-ENCENV-OK
                    CLOSE ENCENV
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCENV FS: ' FS-ENCENV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2850.
           EXIT.

       2900-RECHAZO-RESPUESTA.
      *-----------------------

           MOVE SPACES                    TO REG-ENCRECH-FD.
           MOVE REG-ENCRESP               TO RECH-RESPUESTA.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CLAVE
                    MOVE 'CLAVE DE ENCUESTA INEXISTENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CLIENTE
                    MOVE 'CLIENTE NO COINCIDE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-RESPONDIDA
                    MOVE 'ENCUESTA YA RESPONDIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-PUNTAJE
                    MOVE 'PUNTAJE INVALIDO'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA DE RESPUESTA INVALIDA'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-ENCRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-ENCRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ENCRECH FS: ' FS-ENCRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY 'RESPUESTA RECHAZADA - CLAVE: ' ERS-CLAVE
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

           IF WS-ENCRESP-ABIERTO = 'S'
              CLOSE ENCRESP
              IF NOT 88-FS-ENCRESP-OK
                 DISPLAY 'ERROR CLOSE ENCRESP FS: ' FS-ENCRESP
              END-IF
           END-IF.

           CLOSE ENCUENUE
           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ENCUENUE FS: ' FS-ENCUENUE
           END-EVALUATE.

           CLOSE ENCRECH
           EVALUATE TRUE
               WHEN 88-FS-ENCRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ENCRECH FS: ' FS-ENCRECH
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMENCUES'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-ENCRESP       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-ENCUENUE    TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-ENCRESP        TO WS-LEIDAS-ENCRESP-ED.
           MOVE WS-CANT-ARRASTRADAS      TO WS-CANT-ARRASTRADAS-ED.
           MOVE WS-CANT-ENVIADAS         TO WS-CANT-ENVIADAS-ED.
           MOVE WS-CANT-DUPLICADAS       TO WS-CANT-DUPLICADAS-ED.
           MOVE WS-CANT-RESPONDIDAS      TO WS-CANT-RESPONDIDAS-ED.
           MOVE WS-CANT-RECHAZADAS       TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-CANT-DEPURADAS        TO WS-CANT-DEPURADAS-ED.
           MOVE WS-GRABADOS-ENCUENUE     TO WS-GRABADOS-ENCUENUE-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMENCUES             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. ENCUESTAS ARRASTRADAS    : '
                                               WS-CANT-ARRASTRADAS-ED.
           DISPLAY 'CANT. ENCUESTAS ENVIADAS NUEVAS: '
                                               WS-CANT-ENVIADAS-ED.
           DISPLAY 'CANT. ENVIADAS YA REGISTRADAS  : '
                                               WS-CANT-DUPLICADAS-ED.
           DISPLAY 'CANT. RESPUESTAS LEIDAS        : '
                                               WS-LEIDAS-ENCRESP-ED.
           DISPLAY 'CANT. RESPUESTAS VINCULADAS    : '
                                               WS-CANT-RESPONDIDAS-ED.
           DISPLAY 'CANT. RESPUESTAS RECHAZADAS    : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. ENCUESTAS DEPURADAS      : '
                                               WS-CANT-DEPURADAS-ED.
           DISPLAY 'CANT. ENCUESTAS GRABADAS       : '
                                               WS-GRABADOS-ENCUENUE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMENCUES.
