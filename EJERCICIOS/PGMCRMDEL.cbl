       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMCRMDEL.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * NOVEDAD DIARIA DE CLIENTES AL CRM DE MARKETING.
      * EL CRM RECIBIA DE TANTO EN TANTO EL EXTRACTO COMPLETO (CSV DE
      * LSTCLIEN) Y QUEDABA SIEMPRE DESACTUALIZADO. ESTE PROGRAMA LE
      * ENVIA CADA DIA SOLO LOS CLIENTES DADOS DE ALTA, MODIFICADOS,
      * DADOS DE BAJA O ANONIMIZADOS (ASIENTO 'S' DE PGMRTBF) ESE
      * DIA, CON LOS CAMPOS CAMBIADOS, TOMADOS DE LA HISTORIA DE
      * CAMBIOS (CLIHIST). CADA NOVEDAD LLEVA UNA SECUENCIA
      * CORRELATIVA (VER WCRMNOV.cpy) Y QUEDA EN EL CONTROL CRMCTL.
      * EN CADA CORRIDA:
      *  - PROCESA LOS ACUSES DEL CRM (CRMACK): MARCA ACEPTADAS Y
      *    RECHAZADAS E INFORMA LOS ACUSES DE SECUENCIAS DESCONOCIDAS
      *  - INFORMA LOS HUECOS: SECUENCIAS SIN ACUSE POR DEBAJO DE LA
      *    MAYOR ACUSADA Y SALTOS EN LA NUMERACION DEL CONTROL
      *  - REENVIA, CON SU SECUENCIA ORIGINAL, LAS NOVEDADES
      *    RECHAZADAS Y LAS QUE AL DIA SIGUIENTE DEL ENVIO SIGUEN SIN
      *    ACUSE (SE REARMAN DESDE CLIHIST PARA ESE DIA)
      *  - GENERA LA NOVEDAD DEL DIA CON LA SECUENCIA SIGUIENTE (UNA
      *    SOLA POR DIA: UNA SEGUNDA CORRIDA EL MISMO DIA SOLO
      *    REENVIA)
      * TODO SE GRABA EN CRMNOV (UNA TANDA POR NOVEDAD) Y EL CONTROL
      * ACTUALIZADO SALE EN CRMCTLNUE, QUE REEMPLAZA A CRMCTLANT AL
      * FINAL DEL JOB. EL DETALLE DE LA CORRIDA SALE EN RPTCRM.
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

           SELECT CLIHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIHIST.

           SELECT CRMACK        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CRMACK
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CRMACK.

           SELECT CRMCTLANT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CRMCTLANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CRMCTLANT.

           SELECT CRMCTLNUE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CRMCTLNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CRMCTLNUE.

           SELECT CRMNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CRMNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CRMNOV.

           SELECT RPTCRM        ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTCRM
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTCRM.

           SELECT WORK-CAMBIOS  ASSIGN       TO 'WORKCRM.TMP'.

       DATA DIVISION.

       FILE SECTION.

       FD  CLIHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIHIST-FD                PIC X(148).

       FD  CRMACK
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CRMACK-FD                 PIC X(50).

       FD  CRMCTLANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CRMCTLANT-FD              PIC X(60).

       FD  CRMCTLNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CRMCTLNUE-FD              PIC X(60).

       FD  CRMNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CRMNOV-FD                 PIC X(100).

       FD  RPTCRM
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTCRM-FD                 PIC X(133).

      *------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT (CAMBIOS POR TANDA /
      * CLIENTE / SECUENCIA DE HISTORIA)
      *------------------------------------------------------
       SD  WORK-CAMBIOS.
       01  REG-WORK-CAMBIOS.
           05 WORK-TANDA-KEY             PIC 9(03).
           05 WORK-CLI-ID-KEY            PIC 9(10).
           05 WORK-SEQ-KEY               PIC 9(09).
           05 WORK-COD-NOVEDAD           PIC X(01).
           05 WORK-COD-CAMPO             PIC X(02).
           05 WORK-VALOR-NUEVO           PIC X(50).
           05 WORK-FECHA                 PIC X(10).
           05 WORK-HORA                  PIC X(08).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CLIHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CRMACK             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CRMCTLANT          PIC X(128) VALUE SPACES.
       77  WS-ARCH-CRMCTLNUE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-CRMNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTCRM             PIC X(128) VALUE SPACES.

       77  FS-CLIHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-CLIHIST-OK                      VALUE '00'.
           88 88-FS-CLIHIST-EOF                     VALUE '10'.
           88 88-FS-CLIHIST-NOEXISTE                VALUE '35'.

       77  FS-CRMACK                     PIC  X(02) VALUE ' '.
           88 88-FS-CRMACK-OK                       VALUE '00'.
           88 88-FS-CRMACK-EOF                      VALUE '10'.
           88 88-FS-CRMACK-NOEXISTE                 VALUE '35'.

       77  FS-CRMCTLANT                  PIC  X(02) VALUE ' '.
           88 88-FS-CRMCTLANT-OK                    VALUE '00'.
           88 88-FS-CRMCTLANT-EOF                   VALUE '10'.
           88 88-FS-CRMCTLANT-NOEXISTE              VALUE '35'.

       77  FS-CRMCTLNUE                  PIC  X(02) VALUE ' '.
           88 88-FS-CRMCTLNUE-OK                    VALUE '00'.

       77  FS-CRMNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-CRMNOV-OK                       VALUE '00'.

       77  FS-RPTCRM                     PIC  X(02) VALUE ' '.
           88 88-FS-RPTCRM-OK                       VALUE '00'.

       77  WS-LEIDOS-CLIHIST             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CLIHIST-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-ACUSES              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-ACUSES-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-ACEPTADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-ACEPTADAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ACUSES-ERRONEOS            PIC  9(09) VALUE 0.
       77  WS-ACUSES-ERRONEOS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-HUECOS                PIC  9(09) VALUE 0.
       77  WS-CANT-HUECOS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-REENVIOS              PIC  9(09) VALUE 0.
       77  WS-CANT-REENVIOS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DETALLES-GRABADOS          PIC  9(09) VALUE 0.
       77  WS-DETALLES-GRABADOS-ED       PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * CONTROL DE NOVEDADES (WCRMCTL) EN TABLA, EN ORDEN DE
      * SECUENCIA
      *------------------------------------------------------
       77  WCN-TOPE-CONTROL              PIC  9(04) VALUE 3000.
       77  WS-CANT-CONTROL               PIC  9(04) VALUE 0.
       77  WS-IDX-CONTROL                PIC  9(04) VALUE 0.
       01  WS-TABLA-CONTROL.
           05 WS-CONTROL-TAB OCCURS 3000 TIMES
                             INDEXED BY IDX-CONTROL.
              10 WCC-SECUENCIA           PIC  9(09).
              10 WCC-FECHA-DATOS         PIC  9(08).
              10 WCC-FECHA-ENVIO         PIC  9(08).
              10 WCC-CANT-ENVIOS         PIC  9(03).
              10 WCC-CANT-DETALLES       PIC  9(09).
              10 WCC-ESTADO              PIC  X(01).
              10 WCC-FECHA-ACUSE         PIC  9(08).

       77  WS-MAX-SECUENCIA              PIC  9(09) VALUE 0.
       77  WS-MAX-ACUSADA                PIC  9(09) VALUE 0.
       77  WS-SECUENCIA-ANT              PIC  9(09) VALUE 0.
       77  WS-YA-GENERADA                PIC  X(01) VALUE 'N'.

      *------------------------------------------------------
      * TANDAS A ENVIAR EN ESTA CORRIDA (REENVIOS Y LA DEL DIA)
      *------------------------------------------------------
       77  WCN-TOPE-TANDAS               PIC  9(03) VALUE 100.
       77  WS-CANT-TANDAS                PIC  9(03) VALUE 0.
       77  WS-T                          PIC  9(03) VALUE 0.
       77  WS-TANDA-REENVIO              PIC  X(01) VALUE 'N'.
       01  WS-TABLA-TANDAS.
           05 WS-TANDA-TAB OCCURS 100 TIMES
                           INDEXED BY IDX-TANDA.
              10 WTN-IDX-CONTROL         PIC  9(04).
              10 WTN-FECHA-DATOS         PIC  9(08).
              10 WTN-REENVIO             PIC  X(01).

      *------------------------------------------------------
      * CORTE POR TANDA / CLIENTE SOBRE LA SALIDA DEL SORT
      *------------------------------------------------------
       77  WS-FIN-SORT-CAMBIOS           PIC  X     VALUE 'N'.
           88 88-FIN-SORT-CAMBIOS                   VALUE 'S'.
       77  WS-CLI-ID-ANT                 PIC  9(10) VALUE 0.
       77  WS-CLIENTES-TANDA             PIC  9(07) VALUE 0.
       77  WS-DETALLES-TANDA             PIC  9(09) VALUE 0.

       01  WS-FECHA-CAMBIO.
           05 WS-FCA-AAAA                PIC  9(04).
           05 WS-FCA-MM                  PIC  9(02).
           05 WS-FCA-DD                  PIC  9(02).
       01  WS-FECHA-CAMBIO-N REDEFINES WS-FECHA-CAMBIO
                                         PIC  9(08).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       77  WS-SEC-ED                     PIC  ZZZZZZZZ9.
       77  WS-CANT-ED                    PIC  ZZZ.ZZZ.ZZ9.

       COPY WCLIHIST.

       COPY WCRMACK.

       COPY WCRMCTL.

       COPY WCRMNOV.

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

           SORT WORK-CAMBIOS
               ON ASCENDING KEY WORK-TANDA-KEY
               ON ASCENDING KEY WORK-CLI-ID-KEY
               ON ASCENDING KEY WORK-SEQ-KEY
               INPUT  PROCEDURE 2000-ARMO-SORT-CAMBIOS
               OUTPUT PROCEDURE 2500-GENERO-TANDAS.

           PERFORM 4000-GRABO-CONTROL.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-CONTROL.
           PERFORM 1030-PROCESO-ACUSES.
           PERFORM 1040-INFORMO-HUECOS.
           PERFORM 1050-ARMO-TANDAS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CLIHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIHIST

           MOVE 'CRMACK'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CRMACK

           MOVE 'CRMCTLANT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CRMCTLANT

           MOVE 'CRMCTLNUE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CRMCTLNUE

           MOVE 'CRMNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CRMNOV

           MOVE 'RPTCRM'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTCRM.

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

           OPEN INPUT CLIHIST

           EVALUATE TRUE
               WHEN 88-FS-CLIHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIHIST'
                    DISPLAY 'FILE STATUS' FS-CLIHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CRMCTLNUE

           EVALUATE TRUE
               WHEN 88-FS-CRMCTLNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CRMCTLNUE'
                    DISPLAY 'FILE STATUS' FS-CRMCTLNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CRMNOV

           EVALUATE TRUE
               WHEN 88-FS-CRMNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CRMNOV'
                    DISPLAY 'FILE STATUS' FS-CRMNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTCRM

           EVALUATE TRUE
               WHEN 88-FS-RPTCRM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTCRM'
                    DISPLAY 'FILE STATUS' FS-RPTCRM
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'NOVEDAD DIARIA DE CLIENTES AL CRM - PROCESO'
                                         TO REG-RPTCRM-FD (01:43).
           MOVE WS-FECHA-PROCESO         TO REG-RPTCRM-FD (45:08).
           PERFORM 4600-WRITE-RPTCRM.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * EL CONTROL ANTERIOR SE CARGA EN TABLA. SIN CONTROL ES LA
      * PRIMERA CORRIDA: LA SECUENCIA ARRANCA EN 1.
      *------------------------------------------------------------
       1020-CARGO-CONTROL.
      *-------------------

           OPEN INPUT CRMCTLANT.

           EVALUATE TRUE
               WHEN 88-FS-CRMCTLANT-OK
                    PERFORM 1021-LEO-CRMCTLANT
                    PERFORM UNTIL 88-FS-CRMCTLANT-EOF
                       PERFORM 1022-TABLA-CONTROL
                       PERFORM 1021-LEO-CRMCTLANT
                    END-PERFORM
                    CLOSE CRMCTLANT

               WHEN 88-FS-CRMCTLANT-NOEXISTE
                    DISPLAY 'CONTROL CRMCTLANT INEXISTENTE - '
                    DISPLAY 'PRIMERA NOVEDAD, SECUENCIA 1'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CRMCTLANT'
                    DISPLAY 'FILE STATUS' FS-CRMCTLANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CRMCTLANT.
      *-------------------

           INITIALIZE REG-CRMCTL.

           READ CRMCTLANT INTO REG-CRMCTL

           EVALUATE TRUE
               WHEN 88-FS-CRMCTLANT-OK
               WHEN 88-FS-CRMCTLANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CRMCTLANT FS: '
                                                      FS-CRMCTLANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-TABLA-CONTROL.
      *-------------------

           IF WS-CANT-CONTROL < WCN-TOPE-CONTROL
              ADD 1 TO WS-CANT-CONTROL
              MOVE CCT-SECUENCIA    TO WCC-SECUENCIA (WS-CANT-CONTROL)
              MOVE CCT-FECHA-DATOS  TO WCC-FECHA-DATOS
                                                   (WS-CANT-CONTROL)
              MOVE CCT-FECHA-ENVIO  TO WCC-FECHA-ENVIO
                                                   (WS-CANT-CONTROL)
              MOVE CCT-CANT-ENVIOS  TO WCC-CANT-ENVIOS
                                                   (WS-CANT-CONTROL)
              MOVE CCT-CANT-DETALLES
                                    TO WCC-CANT-DETALLES
                                                   (WS-CANT-CONTROL)
              MOVE CCT-ESTADO       TO WCC-ESTADO (WS-CANT-CONTROL)
              MOVE CCT-FECHA-ACUSE  TO WCC-FECHA-ACUSE
                                                   (WS-CANT-CONTROL)
              IF CCT-SECUENCIA > WS-MAX-SECUENCIA
                 MOVE CCT-SECUENCIA TO WS-MAX-SECUENCIA
              END-IF
              IF CCT-FECHA-DATOS = WS-FECHA-PROCESO
                 MOVE 'S'           TO WS-YA-GENERADA
              END-IF
           ELSE
              DISPLAY 'TABLA DE CONTROL CRM COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * ACUSES DEL CRM. SIN ARCHIVO DE ACUSES NO HAY NOVEDADES
      * ACUSADAS: LAS PENDIENTES DE AYER SE REENVIAN.
      *------------------------------------------------------------
       1030-PROCESO-ACUSES.
      *--------------------

           MOVE SPACES                   TO REG-RPTCRM-FD.
           PERFORM 4600-WRITE-RPTCRM.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'ACUSES DEL CRM CON OBSERVACIONES'
                                         TO REG-RPTCRM-FD (01:32).
           PERFORM 4600-WRITE-RPTCRM.

           OPEN INPUT CRMACK.

           EVALUATE TRUE
               WHEN 88-FS-CRMACK-OK
                    PERFORM 1031-LEO-CRMACK
                    PERFORM UNTIL 88-FS-CRMACK-EOF
                       PERFORM 1032-APLICO-ACUSE THRU FIN-1032
                       PERFORM 1031-LEO-CRMACK
                    END-PERFORM
                    CLOSE CRMACK

               WHEN 88-FS-CRMACK-NOEXISTE
                    MOVE SPACES          TO REG-RPTCRM-FD
                    MOVE 'SIN ARCHIVO DE ACUSES DEL CRM'
                                         TO REG-RPTCRM-FD (03:29)
                    PERFORM 4600-WRITE-RPTCRM

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CRMACK'
                    DISPLAY 'FILE STATUS' FS-CRMACK
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-CRMACK.
      *----------------

           INITIALIZE REG-CRMACK.

           READ CRMACK INTO REG-CRMACK

           EVALUATE TRUE
               WHEN 88-FS-CRMACK-OK
                    ADD 1 TO WS-LEIDOS-ACUSES
               WHEN 88-FS-CRMACK-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CRMACK FS: ' FS-CRMACK
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1032-APLICO-ACUSE.
      *------------------

           MOVE 0 TO WS-IDX-CONTROL.

           PERFORM VARYING IDX-CONTROL FROM 1 BY 1
                     UNTIL IDX-CONTROL > WS-CANT-CONTROL
                        OR WS-IDX-CONTROL > 0
              IF WCC-SECUENCIA (IDX-CONTROL) = ACK-SECUENCIA
                 SET WS-IDX-CONTROL TO IDX-CONTROL
              END-IF
           END-PERFORM.

           IF WS-IDX-CONTROL = 0
              ADD 1 TO WS-ACUSES-ERRONEOS
              MOVE 'ACUSE DE SECUENCIA NO ENVIADA' TO ACK-MOTIVO
              PERFORM 1033-LINEA-ACUSE
              GO TO FIN-1032
           END-IF.

           EVALUATE TRUE
               WHEN 88-ACK-ACEPTADA
                    ADD 1 TO WS-CANT-ACEPTADAS
                    MOVE 'A'       TO WCC-ESTADO (WS-IDX-CONTROL)
                    MOVE ACK-FECHA TO WCC-FECHA-ACUSE (WS-IDX-CONTROL)
               WHEN 88-ACK-RECHAZADA
                    ADD 1 TO WS-CANT-RECHAZADAS
                    MOVE 'R'       TO WCC-ESTADO (WS-IDX-CONTROL)
                    MOVE ACK-FECHA TO WCC-FECHA-ACUSE (WS-IDX-CONTROL)
                    PERFORM 1033-LINEA-ACUSE
               WHEN OTHER
                    ADD 1 TO WS-ACUSES-ERRONEOS
                    MOVE 'RESULTADO DE ACUSE INVALIDO' TO ACK-MOTIVO
                    PERFORM 1033-LINEA-ACUSE
                    GO TO FIN-1032
           END-EVALUATE.

           IF ACK-SECUENCIA > WS-MAX-ACUSADA
              MOVE ACK-SECUENCIA TO WS-MAX-ACUSADA
           END-IF.

       FIN-1032.
           EXIT.

       1033-LINEA-ACUSE.
      *-----------------

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'SECUENCIA'              TO REG-RPTCRM-FD (03:09).
           MOVE ACK-SECUENCIA            TO WS-SEC-ED.
           MOVE WS-SEC-ED                TO REG-RPTCRM-FD (13:09).
           MOVE 'ACUSE'                  TO REG-RPTCRM-FD (24:05).
           MOVE ACK-RESULTADO            TO REG-RPTCRM-FD (30:01).
           MOVE ACK-FECHA                TO REG-RPTCRM-FD (33:08).
           MOVE ACK-MOTIVO               TO REG-RPTCRM-FD (43:30).
           PERFORM 4600-WRITE-RPTCRM.

       FIN-1033.
           EXIT.

      *------------------------------------------------------------
      * HUECOS: NOVEDADES ENVIADAS SIN ACUSE POR DEBAJO DE LA
      * MAYOR SECUENCIA QUE EL CRM YA ACUSO, Y SALTOS EN LA
      * NUMERACION DEL PROPIO CONTROL.
      *------------------------------------------------------------
       1040-INFORMO-HUECOS.
      *--------------------

           MOVE SPACES                   TO REG-RPTCRM-FD.
           PERFORM 4600-WRITE-RPTCRM.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'HUECOS EN LA SECUENCIA' TO REG-RPTCRM-FD (01:22).
           PERFORM 4600-WRITE-RPTCRM.

           MOVE 0 TO WS-SECUENCIA-ANT.

           PERFORM VARYING IDX-CONTROL FROM 1 BY 1
                     UNTIL IDX-CONTROL > WS-CANT-CONTROL

              IF WS-SECUENCIA-ANT > 0
                 AND WCC-SECUENCIA (IDX-CONTROL)
                     NOT = WS-SECUENCIA-ANT + 1
                 ADD 1 TO WS-CANT-HUECOS
                 MOVE SPACES             TO REG-RPTCRM-FD
                 MOVE 'SALTO EN EL CONTROL DESPUES DE'
                                         TO REG-RPTCRM-FD (03:30)
                 MOVE WS-SECUENCIA-ANT   TO WS-SEC-ED
                 MOVE WS-SEC-ED          TO REG-RPTCRM-FD (34:09)
                 MOVE 'SIGUE'            TO REG-RPTCRM-FD (45:05)
                 MOVE WCC-SECUENCIA (IDX-CONTROL) TO WS-SEC-ED
                 MOVE WS-SEC-ED          TO REG-RPTCRM-FD (51:09)
                 PERFORM 4600-WRITE-RPTCRM
              END-IF

              IF WCC-ESTADO (IDX-CONTROL) = 'E'
                 AND WCC-SECUENCIA (IDX-CONTROL) < WS-MAX-ACUSADA
                 ADD 1 TO WS-CANT-HUECOS
                 MOVE SPACES             TO REG-RPTCRM-FD
                 MOVE 'SECUENCIA'        TO REG-RPTCRM-FD (03:09)
                 MOVE WCC-SECUENCIA (IDX-CONTROL) TO WS-SEC-ED
                 MOVE WS-SEC-ED          TO REG-RPTCRM-FD (13:09)
                 MOVE 'SIN ACUSE - EL CRM ACUSO HASTA'
                                         TO REG-RPTCRM-FD (24:30)
                 MOVE WS-MAX-ACUSADA     TO WS-SEC-ED
                 MOVE WS-SEC-ED          TO REG-RPTCRM-FD (55:09)
                 PERFORM 4600-WRITE-RPTCRM
              END-IF

              MOVE WCC-SECUENCIA (IDX-CONTROL) TO WS-SECUENCIA-ANT

           END-PERFORM.

           IF WS-CANT-HUECOS = 0
              MOVE SPACES                TO REG-RPTCRM-FD
              MOVE 'SIN HUECOS'          TO REG-RPTCRM-FD (03:10)
              PERFORM 4600-WRITE-RPTCRM
           END-IF.

       FIN-1040.
           EXIT.

      *------------------------------------------------------------
      * TANDAS DE LA CORRIDA: PRIMERO LOS REENVIOS (RECHAZADAS Y
      * ENVIADAS ANTES DE HOY QUE SIGUEN SIN ACUSE), DESPUES LA
      * NOVEDAD DEL DIA CON LA SECUENCIA SIGUIENTE.
      *------------------------------------------------------------
       1050-ARMO-TANDAS.
      *-----------------

           PERFORM VARYING IDX-CONTROL FROM 1 BY 1
                     UNTIL IDX-CONTROL > WS-CANT-CONTROL
              IF WCC-ESTADO (IDX-CONTROL) = 'R'
                 OR (WCC-ESTADO (IDX-CONTROL) = 'E'
                 AND WCC-FECHA-ENVIO (IDX-CONTROL) < WS-FECHA-PROCESO)
                 ADD 1 TO WS-CANT-REENVIOS
                 SET WS-IDX-CONTROL TO IDX-CONTROL
                 MOVE 'S' TO WS-TANDA-REENVIO
                 PERFORM 1051-AGREGO-TANDA
              END-IF
           END-PERFORM.

           IF WS-YA-GENERADA = 'S'
              DISPLAY 'LA NOVEDAD DEL DIA YA FUE GENERADA - '
              DISPLAY 'ESTA CORRIDA SOLO REENVIA'
           ELSE
              IF WS-CANT-CONTROL < WCN-TOPE-CONTROL
                 ADD 1 TO WS-CANT-CONTROL
                 ADD 1 TO WS-MAX-SECUENCIA
                 MOVE WS-MAX-SECUENCIA
                                   TO WCC-SECUENCIA (WS-CANT-CONTROL)
                 MOVE WS-FECHA-PROCESO
                                   TO WCC-FECHA-DATOS (WS-CANT-CONTROL)
                 MOVE 0            TO WCC-FECHA-ENVIO (WS-CANT-CONTROL)
                 MOVE 0            TO WCC-CANT-ENVIOS (WS-CANT-CONTROL)
                 MOVE 0         TO WCC-CANT-DETALLES (WS-CANT-CONTROL)
                 MOVE 'E'          TO WCC-ESTADO (WS-CANT-CONTROL)
                 MOVE 0            TO WCC-FECHA-ACUSE (WS-CANT-CONTROL)
                 MOVE WS-CANT-CONTROL TO WS-IDX-CONTROL
                 MOVE 'N'          TO WS-TANDA-REENVIO
                 PERFORM 1051-AGREGO-TANDA
              ELSE
                 DISPLAY 'TABLA DE CONTROL CRM COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-1050.
           EXIT.

       1051-AGREGO-TANDA.
      *------------------

           IF WS-CANT-TANDAS < WCN-TOPE-TANDAS
              ADD 1 TO WS-CANT-TANDAS
              MOVE WS-IDX-CONTROL   TO WTN-IDX-CONTROL (WS-CANT-TANDAS)
              MOVE WCC-FECHA-DATOS (WS-IDX-CONTROL)
                                    TO WTN-FECHA-DATOS (WS-CANT-TANDAS)
              MOVE WS-TANDA-REENVIO TO WTN-REENVIO (WS-CANT-TANDAS)
           ELSE
              DISPLAY 'TABLA DE TANDAS CRM COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * LOS ASIENTOS DE CLIHIST DEL DIA DE ALGUNA TANDA VAN AL
      * SORT CON EL NUMERO DE TANDA COMO PRIMERA CLAVE.
      *------------------------------------------------------------
       2000-ARMO-SORT-CAMBIOS.
      *-----------------------

           PERFORM 2010-LEO-CLIHIST.

           PERFORM UNTIL 88-FS-CLIHIST-EOF
               PERFORM 2020-UBICO-TANDA
               IF WS-T > 0
                  MOVE WS-T                  TO WORK-TANDA-KEY
                  MOVE CLIHIST-CLI-ID        TO WORK-CLI-ID-KEY
                  MOVE CLIHIST-NOVEDAD-SEQ   TO WORK-SEQ-KEY
                  MOVE CLIHIST-COD-NOVEDAD   TO WORK-COD-NOVEDAD
                  MOVE CLIHIST-COD-CAMPO     TO WORK-COD-CAMPO
                  MOVE CLIHIST-VALOR-NUEVO   TO WORK-VALOR-NUEVO
                  MOVE CLIHIST-FECHA-NOVEDAD TO WORK-FECHA
                  MOVE CLIHIST-HORA-NOVEDAD  TO WORK-HORA
                  RELEASE REG-WORK-CAMBIOS
               END-IF
               PERFORM 2010-LEO-CLIHIST
           END-PERFORM.

       FIN-2000.
           EXIT.

       2010-LEO-CLIHIST.
      *-----------------

           INITIALIZE REG-CLIHIST.

           READ CLIHIST INTO REG-CLIHIST

           EVALUATE TRUE
               WHEN 88-FS-CLIHIST-OK
                    ADD 1 TO WS-LEIDOS-CLIHIST
               WHEN 88-FS-CLIHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIHIST FS: ' FS-CLIHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-UBICO-TANDA.
      *-----------------

           MOVE 0 TO WS-T.

           IF CLIHIST-FECHA-AAAA NUMERIC
              AND CLIHIST-FECHA-MM NUMERIC
              AND CLIHIST-FECHA-DD NUMERIC
              MOVE CLIHIST-FECHA-AAAA   TO WS-FCA-AAAA
              MOVE CLIHIST-FECHA-MM     TO WS-FCA-MM
              MOVE CLIHIST-FECHA-DD     TO WS-FCA-DD
              PERFORM VARYING IDX-TANDA FROM 1 BY 1
                        UNTIL IDX-TANDA > WS-CANT-TANDAS
                           OR WS-T > 0
                 IF WTN-FECHA-DATOS (IDX-TANDA) = WS-FECHA-CAMBIO-N
                    SET WS-T TO IDX-TANDA
                 END-IF
              END-PERFORM
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * UNA TANDA POR NOVEDAD, EN EL ORDEN DE LA TABLA: HEADER,
      * LOS CAMBIOS DE ESA TANDA (POR CLIENTE) Y TRAILER. UNA
      * TANDA SIN CAMBIOS SALE IGUAL CON HEADER Y TRAILER.
      *------------------------------------------------------------
       2500-GENERO-TANDAS.
      *-------------------

           MOVE 'N' TO WS-FIN-SORT-CAMBIOS.

           RETURN WORK-CAMBIOS
               AT END
                    SET 88-FIN-SORT-CAMBIOS  TO TRUE
           END-RETURN.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           PERFORM 4600-WRITE-RPTCRM.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'NOVEDADES ENVIADAS'     TO REG-RPTCRM-FD (01:18).
           PERFORM 4600-WRITE-RPTCRM.

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE 'SECUENCIA'              TO REG-RPTCRM-FD (03:09).
           MOVE 'DIA'                    TO REG-RPTCRM-FD (15:03).
           MOVE 'ENVIO'                  TO REG-RPTCRM-FD (25:05).
           MOVE 'CLIENTES'               TO REG-RPTCRM-FD (39:08).
           MOVE 'DETALLES'               TO REG-RPTCRM-FD (53:08).
           MOVE 'ENVIOS'                 TO REG-RPTCRM-FD (67:06).
           PERFORM 4600-WRITE-RPTCRM.

           PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-CANT-TANDAS
              MOVE WTN-IDX-CONTROL (WS-T) TO WS-IDX-CONTROL
              PERFORM 2510-HEADER-TANDA
              PERFORM UNTIL 88-FIN-SORT-CAMBIOS
                         OR WORK-TANDA-KEY NOT = WS-T
                 PERFORM 2520-DETALLE-CAMBIO
                 RETURN WORK-CAMBIOS
                     AT END
                          SET 88-FIN-SORT-CAMBIOS TO TRUE
                 END-RETURN
              END-PERFORM
              PERFORM 2530-TRAILER-TANDA
           END-PERFORM.

           IF WS-CANT-TANDAS = 0
              MOVE SPACES                TO REG-RPTCRM-FD
              MOVE 'SIN NOVEDADES A ENVIAR'
                                         TO REG-RPTCRM-FD (03:22)
              PERFORM 4600-WRITE-RPTCRM
           END-IF.

       FIN-2500.
           EXIT.

       2510-HEADER-TANDA.
      *------------------

           MOVE 0                         TO WS-CLI-ID-ANT.
           MOVE 0                         TO WS-CLIENTES-TANDA.
           MOVE 0                         TO WS-DETALLES-TANDA.

           MOVE SPACES                    TO REG-CRMNOV.
           SET 88-CRM-CABECERA            TO TRUE.
           MOVE WCC-SECUENCIA (WS-IDX-CONTROL) TO CRM-SECUENCIA.
           MOVE WTN-FECHA-DATOS (WS-T)    TO CRH-FECHA-DATOS.
           MOVE WS-FECHA-PROCESO          TO CRH-FECHA-GENERACION.
           MOVE WTN-REENVIO (WS-T)        TO CRH-REENVIO.
           PERFORM 4700-WRITE-CRMNOV.

       FIN-2510.
           EXIT.

       2520-DETALLE-CAMBIO.
      *--------------------

           IF WORK-CLI-ID-KEY NOT = WS-CLI-ID-ANT
              ADD 1 TO WS-CLIENTES-TANDA
              MOVE WORK-CLI-ID-KEY       TO WS-CLI-ID-ANT
           END-IF.

           MOVE SPACES                    TO REG-CRMNOV.
           SET 88-CRM-DETALLE             TO TRUE.
           MOVE WCC-SECUENCIA (WS-IDX-CONTROL) TO CRM-SECUENCIA.
           MOVE WORK-CLI-ID-KEY           TO CRD-CLI-ID.

           EVALUATE WORK-COD-NOVEDAD
               WHEN 'A'
                    SET 88-CRD-ALTA        TO TRUE
               WHEN 'B'
               WHEN 'D'
                    SET 88-CRD-BAJA        TO TRUE
               WHEN 'S'
                    SET 88-CRD-ANONIMIZADO TO TRUE
               WHEN OTHER
                    SET 88-CRD-CAMBIO      TO TRUE
           END-EVALUATE.

           MOVE WORK-COD-CAMPO            TO CRD-COD-CAMPO.
           MOVE WORK-VALOR-NUEVO          TO CRD-VALOR-NUEVO.
           MOVE WORK-FECHA                TO CRD-FECHA-CAMBIO.
           MOVE WORK-HORA                 TO CRD-HORA-CAMBIO.
           PERFORM 4700-WRITE-CRMNOV.

           ADD 1 TO WS-DETALLES-TANDA.
           ADD 1 TO WS-DETALLES-GRABADOS.

       FIN-2520.
           EXIT.

       2530-TRAILER-TANDA.
      *-------------------

           MOVE SPACES                    TO REG-CRMNOV.
           SET 88-CRM-TRAILER             TO TRUE.
           MOVE WCC-SECUENCIA (WS-IDX-CONTROL) TO CRM-SECUENCIA.
           MOVE WS-CLIENTES-TANDA         TO CRT-CANT-CLIENTES.
           MOVE WS-DETALLES-TANDA         TO CRT-CANT-DETALLES.
           PERFORM 4700-WRITE-CRMNOV.

           MOVE WS-FECHA-PROCESO  TO WCC-FECHA-ENVIO (WS-IDX-CONTROL).
           ADD 1                  TO WCC-CANT-ENVIOS (WS-IDX-CONTROL).
           MOVE WS-DETALLES-TANDA
                                TO WCC-CANT-DETALLES (WS-IDX-CONTROL).
           MOVE 'E'               TO WCC-ESTADO (WS-IDX-CONTROL).
           MOVE 0                 TO WCC-FECHA-ACUSE (WS-IDX-CONTROL).

           MOVE SPACES                   TO REG-RPTCRM-FD.
           MOVE WCC-SECUENCIA (WS-IDX-CONTROL) TO WS-SEC-ED.
           MOVE WS-SEC-ED                TO REG-RPTCRM-FD (03:09).
           MOVE WTN-FECHA-DATOS (WS-T)   TO REG-RPTCRM-FD (15:08).
           IF WTN-REENVIO (WS-T) = 'S'
              MOVE 'REENVIO'             TO REG-RPTCRM-FD (25:07)
           ELSE
              MOVE 'DEL DIA'             TO REG-RPTCRM-FD (25:07)
           END-IF.
           MOVE WS-CLIENTES-TANDA        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTCRM-FD (35:11).
           MOVE WS-DETALLES-TANDA        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTCRM-FD (50:11).
           MOVE WCC-CANT-ENVIOS (WS-IDX-CONTROL) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTCRM-FD (62:11).
           PERFORM 4600-WRITE-RPTCRM.

       FIN-2530.
           EXIT.

      *------------------------------------------------------------
      * CONTROL ACTUALIZADO: REEMPLAZA A CRMCTLANT AL FINAL DEL
      * JOB.
      *------------------------------------------------------------
       4000-GRABO-CONTROL.
      *-------------------

           PERFORM VARYING IDX-CONTROL FROM 1 BY 1
                     UNTIL IDX-CONTROL > WS-CANT-CONTROL
              MOVE SPACES                TO REG-CRMCTL
              INITIALIZE REG-CRMCTL
              MOVE WCC-SECUENCIA (IDX-CONTROL)   TO CCT-SECUENCIA
              MOVE WCC-FECHA-DATOS (IDX-CONTROL) TO CCT-FECHA-DATOS
              MOVE WCC-FECHA-ENVIO (IDX-CONTROL) TO CCT-FECHA-ENVIO
              MOVE WCC-CANT-ENVIOS (IDX-CONTROL) TO CCT-CANT-ENVIOS
              MOVE WCC-CANT-DETALLES (IDX-CONTROL)
                                                 TO CCT-CANT-DETALLES
              MOVE WCC-ESTADO (IDX-CONTROL)      TO CCT-ESTADO
              MOVE WCC-FECHA-ACUSE (IDX-CONTROL) TO CCT-FECHA-ACUSE
              WRITE REG-CRMCTLNUE-FD FROM REG-CRMCTL
              EVALUATE TRUE
                  WHEN 88-FS-CRMCTLNUE-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE CRMCTLNUE FS: '
                                                      FS-CRMCTLNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-4000.
           EXIT.

       4600-WRITE-RPTCRM.
      *------------------

           WRITE REG-RPTCRM-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTCRM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTCRM FS: ' FS-RPTCRM
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4600.
           EXIT.

       4700-WRITE-CRMNOV.
      *------------------

           WRITE REG-CRMNOV-FD FROM REG-CRMNOV.

           EVALUATE TRUE
               WHEN 88-FS-CRMNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CRMNOV FS: ' FS-CRMNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4700.
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

           CLOSE CLIHIST
           EVALUATE TRUE
               WHEN 88-FS-CLIHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CLIHIST FS: ' FS-CLIHIST
           END-EVALUATE.

           CLOSE CRMCTLNUE
           EVALUATE TRUE
               WHEN 88-FS-CRMCTLNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CRMCTLNUE FS: ' FS-CRMCTLNUE
           END-EVALUATE.

           CLOSE CRMNOV
           EVALUATE TRUE
               WHEN 88-FS-CRMNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CRMNOV FS: ' FS-CRMNOV
           END-EVALUATE.

           CLOSE RPTCRM
           EVALUATE TRUE
               WHEN 88-FS-RPTCRM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTCRM FS: ' FS-RPTCRM
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMCRMDEL'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-CLIHIST       TO RUNCTL-LEIDOS.
           MOVE WS-DETALLES-GRABADOS    TO RUNCTL-GRABADOS.
           MOVE 0                       TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-CLIHIST       TO WS-LEIDOS-CLIHIST-ED.
           MOVE WS-LEIDOS-ACUSES        TO WS-LEIDOS-ACUSES-ED.
           MOVE WS-CANT-ACEPTADAS       TO WS-CANT-ACEPTADAS-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CANT-RECHAZADAS-ED.
           MOVE WS-ACUSES-ERRONEOS      TO WS-ACUSES-ERRONEOS-ED.
           MOVE WS-CANT-HUECOS          TO WS-CANT-HUECOS-ED.
           MOVE WS-CANT-REENVIOS        TO WS-CANT-REENVIOS-ED.
           MOVE WS-DETALLES-GRABADOS    TO WS-DETALLES-GRABADOS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMCRMDEL             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. ASIENTOS CLIHIST LEIDOS  : '
                                               WS-LEIDOS-CLIHIST-ED.
           DISPLAY 'CANT. ACUSES LEIDOS            : '
                                               WS-LEIDOS-ACUSES-ED.
           DISPLAY 'CANT. NOVEDADES ACEPTADAS      : '
                                               WS-CANT-ACEPTADAS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-CANT-RECHAZADAS-ED.
           DISPLAY 'CANT. ACUSES ERRONEOS          : '
                                               WS-ACUSES-ERRONEOS-ED.
           DISPLAY 'CANT. HUECOS INFORMADOS        : '
                                               WS-CANT-HUECOS-ED.
           DISPLAY 'CANT. NOVEDADES REENVIADAS     : '
                                               WS-CANT-REENVIOS-ED.
           DISPLAY 'CANT. DETALLES ENVIADOS        : '
                                               WS-DETALLES-GRABADOS-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMCRMDEL.
