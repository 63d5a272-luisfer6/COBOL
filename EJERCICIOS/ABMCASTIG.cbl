       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMCASTIG.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CASTIGO DE INCOBRABLES Y SEGUIMIENTO DE RECUPEROS.
      * LAS TARJETAS QUE PASARON LA ULTIMA BANDA DE GENMORA ('120')
      * Y LAS FACTURAS DE CUENTA CORRIENTE QUE NO SE VAN A COBRAR
      * SALEN DE LA CARTERA ACTIVA Y PASAN AL LEDGER DE CASTIGOS
      * (WCASTIGO.cpy). EN CADA CORRIDA:
      *  - APLICA AL LEDGER LOS RECUPEROS: PAGOS A TARJETAS
      *    CASTIGADAS QUE DESVIO PGMPAGOS (RECUPTAR), PAGOS A
      *    FACTURAS CASTIGADAS QUE DESVIO PGMCTACTE (RECUPCC) Y LA
      *    RENDICION MENSUAL DE LAS AGENCIAS (AGERECUP). LOS TRES
      *    ARCHIVOS SE COPIAN A RECUHIST Y QUEDAN VACIOS.
      *  - APLICA LAS NOVEDADES APROBADAS POR CREDITOS (CASNOV):
      *    'K' CASTIGO, 'A' ASIGNACION Y 'D' RETIRO DE AGENCIA.
      *  - EL CASTIGO DE UNA TARJETA GENERA SU BLOQUEO COMO
      *    NOVEDAD TARNOV 'M' ESTADO 'B' (COLA COMPARTIDA, LA
      *    APLICA ABMTARJ). LA FACTURA CASTIGADA LA MARCA
      *    PGMCTACTE EN SU PROXIMA CORRIDA (CTA-ESTADO 'K').
      *  - ASIGAGEN: CUENTAS ENTREGADAS / RETIRADAS A LAS AGENCIAS
      *    EXTERNAS DE COBRANZA.
      *  - CASTACT: LEDGER ACTUALIZADO (REEMPLAZA A CASTIGOS).
      *  - CASTRECH: NOVEDADES Y RECUPEROS RECHAZADOS CON MOTIVO.
      * MOTIVOS DE RECHAZO:
      *   01 NOVEDAD INVALIDA (CODIGO O CARTERA)
      *   02 CUENTA YA CASTIGADA
      *   03 TARJETA FUERA DE LA ULTIMA BANDA DE MORA O SIN SALDO
      *   04 FACTURA INEXISTENTE O NO ABIERTA
      *   05 FACTURA NO VENCIDA
      *   06 CUENTA NO CASTIGADA (ASIGNACION, RETIRO O RECUPERO)
      *   07 AGENCIA EN BLANCO
      *   08 CUENTA SIN AGENCIA ASIGNADA
      *   09 AGENCIA DISTINTA DE LA ASIGNADA
      *   10 IMPORTE DE RECUPERO INVALIDO
      * EXIGE NIVEL DE OPERADOR 3 (SUPERVISOR).
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

           SELECT CASTIGOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASTIGOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTIGOS.

           SELECT CASNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASNOV.

           SELECT MORANUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MORANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MORANUE.

           SELECT CTANUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTANUE.

           SELECT TARCLI        ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARCLI
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARCLI.

           SELECT RECUPTAR      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECUPTAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECUPTAR.

           SELECT RECUPCC       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECUPCC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECUPCC.

           SELECT AGERECUP      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AGERECUP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AGERECUP.

           SELECT CASTACT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASTACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTACT.

           SELECT CASTRECH      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASTRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTRECH.

           SELECT RECUHIST      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECUHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECUHIST.

           SELECT TARNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARNOV.

           SELECT ASIGAGEN      ASSIGN       TO
                                 DYNAMIC WS-ARCH-ASIGAGEN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ASIGAGEN.

       DATA DIVISION.

       FILE SECTION.

       FD  CASTIGOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTIGOS-FD               PIC X(120).

       FD  CASNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASNOV-FD                 PIC X(60).

       FD  MORANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MORANUE-FD                PIC X(58).

       FD  CTANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTANUE-FD                 PIC X(65).

       FD  TARCLI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARCLI-FD                 PIC X(29).

       FD  RECUPTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECUPTAR-FD               PIC X(70).

       FD  RECUPCC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECUPCC-FD                PIC X(70).

       FD  AGERECUP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AGERECUP-FD               PIC X(70).

       FD  CASTACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTACT-FD                PIC X(120).

       FD  CASTRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTRECH-FD.
           03 RECH-REGISTRO              PIC X(70).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(40).

       FD  RECUHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECUHIST-FD               PIC X(70).

       FD  TARNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARNOV-FD                 PIC X(65).

       FD  ASIGAGEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ASIGAGEN-FD               PIC X(80).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CASTIGOS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CASNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-MORANUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTANUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARCLI             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECUPTAR           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECUPCC            PIC X(128) VALUE SPACES.
       77  WS-ARCH-AGERECUP           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CASTACT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CASTRECH           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECUHIST           PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-ASIGAGEN           PIC X(128) VALUE SPACES.

       77  FS-CASTIGOS                   PIC  X(02) VALUE ' '.
           88 88-FS-CASTIGOS-OK                     VALUE '00'.
           88 88-FS-CASTIGOS-EOF                    VALUE '10'.
           88 88-FS-CASTIGOS-NOEXISTE               VALUE '35'.

       77  FS-CASNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-CASNOV-OK                       VALUE '00'.
           88 88-FS-CASNOV-EOF                      VALUE '10'.
           88 88-FS-CASNOV-NOEXISTE                 VALUE '35'.

       77  FS-MORANUE                    PIC  X(02) VALUE ' '.
           88 88-FS-MORANUE-OK                      VALUE '00'.
           88 88-FS-MORANUE-EOF                     VALUE '10'.
           88 88-FS-MORANUE-NOEXISTE                VALUE '35'.

       77  FS-CTANUE                     PIC  X(02) VALUE ' '.
           88 88-FS-CTANUE-OK                       VALUE '00'.
           88 88-FS-CTANUE-EOF                      VALUE '10'.
           88 88-FS-CTANUE-NOEXISTE                 VALUE '35'.

       77  FS-TARCLI                     PIC  X(02) VALUE ' '.
           88 88-FS-TARCLI-OK                       VALUE '00'.
           88 88-FS-TARCLI-EOF                      VALUE '10'.
           88 88-FS-TARCLI-NOEXISTE                 VALUE '35'.

       77  FS-RECUPTAR                   PIC  X(02) VALUE ' '.
           88 88-FS-RECUPTAR-OK                     VALUE '00'.
           88 88-FS-RECUPTAR-EOF                    VALUE '10'.
           88 88-FS-RECUPTAR-NOEXISTE               VALUE '35'.

       77  FS-RECUPCC                    PIC  X(02) VALUE ' '.
           88 88-FS-RECUPCC-OK                      VALUE '00'.
           88 88-FS-RECUPCC-EOF                     VALUE '10'.
           88 88-FS-RECUPCC-NOEXISTE                VALUE '35'.

       77  FS-AGERECUP                   PIC  X(02) VALUE ' '.
           88 88-FS-AGERECUP-OK                     VALUE '00'.
           88 88-FS-AGERECUP-EOF                    VALUE '10'.
           88 88-FS-AGERECUP-NOEXISTE               VALUE '35'.

       77  FS-CASTACT                    PIC  X(02) VALUE ' '.
           88 88-FS-CASTACT-OK                      VALUE '00'.

       77  FS-CASTRECH                   PIC  X(02) VALUE ' '.
           88 88-FS-CASTRECH-OK                     VALUE '00'.

       77  FS-RECUHIST                   PIC  X(02) VALUE ' '.
           88 88-FS-RECUHIST-OK                     VALUE '00'.

       77  FS-TARNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-TARNOV-OK                       VALUE '00'.
           88 88-FS-TARNOV-NOEXISTE                 VALUE '35'.

       77  FS-ASIGAGEN                   PIC  X(02) VALUE ' '.
           88 88-FS-ASIGAGEN-OK                     VALUE '00'.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * LEDGER DE CASTIGOS EN MEMORIA (REGISTRO COMPLETO)
      *------------------------------------------------------
       77  WCN-TOPE-CASTIGOS             PIC  9(05) VALUE 5000.
       77  WS-CANT-CASTIGOS              PIC  9(05) VALUE 0.
       77  WS-POS-CASTIGO                PIC  9(05) VALUE 0.
       01  WS-TABLA-CASTIGOS.
           05 WS-CASTIGO-TAB OCCURS 5000 TIMES
                             INDEXED BY IDX-CASTIGO.
              10 WCS-REGISTRO            PIC  X(120).

      *------------------------------------------------------
      * CLAVE BUSCADA EN EL LEDGER (TARJETA PARA CARTERA 'T',
      * CLIENTE + FACTURA PARA CARTERA 'C')
      *------------------------------------------------------
       77  WS-BUS-CARTERA                PIC  X(01) VALUE SPACES.
       77  WS-BUS-NRO-TARJETA            PIC  X(19) VALUE SPACES.
       77  WS-BUS-CLI-ID                 PIC  9(10) VALUE 0.
       77  WS-BUS-NRO-FACTURA            PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * MOROSIDAD DE TARJETAS (ULTIMO MORANUE DE GENMORA)
      *------------------------------------------------------
       77  WCN-TOPE-MORA                 PIC  9(05) VALUE 500.
       77  WS-CANT-MORA                  PIC  9(05) VALUE 0.
       77  WS-POS-MORA                   PIC  9(05) VALUE 0.
       01  WS-TABLA-MORA.
           05 WS-MORA-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-MORA.
              10 WMR-NRO-TARJETA         PIC  X(19).
              10 WMR-BUCKET              PIC  X(03).
              10 WMR-SALDO-CIERRE        PIC S9(09)V99.

      *------------------------------------------------------
      * FACTURAS ABIERTAS DE CUENTA CORRIENTE (CTANUE)
      *------------------------------------------------------
       77  WCN-TOPE-FACT                 PIC  9(05) VALUE 500.
       77  WS-CANT-FACT                  PIC  9(05) VALUE 0.
       77  WS-POS-FACT                   PIC  9(05) VALUE 0.
       01  WS-TABLA-FACT.
           05 WS-FACT-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-FACT.
              10 WFA-CLI-ID              PIC  9(10).
              10 WFA-NRO-FACTURA         PIC  9(08).
              10 WFA-FECHA-VTO           PIC  9(08).
              10 WFA-SALDO               PIC S9(11)V99.
              10 WFA-ID-SUCURSAL         PIC  9(04).

      *------------------------------------------------------
      * VINCULOS TARJETA - CLIENTE (TITULAR DE LA TARJETA
      * CASTIGADA)
      *------------------------------------------------------
       77  WCN-TOPE-TARCLI               PIC  9(05) VALUE 500.
       77  WS-CANT-TARCLI                PIC  9(05) VALUE 0.
       01  WS-TABLA-TARCLI.
           05 WS-TARCLI-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-TARCLI.
              10 WTC-NRO-TARJETA         PIC  X(19).
              10 WTC-CLI-ID              PIC  9(10).

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-INVALIDA                      VALUE '01'.
           88 88-RECH-YA-CASTIGADA                  VALUE '02'.
           88 88-RECH-FUERA-DE-BANDA                VALUE '03'.
           88 88-RECH-FACTURA                       VALUE '04'.
           88 88-RECH-NO-VENCIDA                    VALUE '05'.
           88 88-RECH-NO-CASTIGADA                  VALUE '06'.
           88 88-RECH-AGENCIA-BLANCO                VALUE '07'.
           88 88-RECH-SIN-AGENCIA                   VALUE '08'.
           88 88-RECH-OTRA-AGENCIA                  VALUE '09'.
           88 88-RECH-IMPORTE                       VALUE '10'.

       77  WS-REGISTRO-RECHAZO           PIC  X(70) VALUE SPACES.
       77  WS-TIPO-ASIGNACION            PIC  X(01) VALUE SPACES.
       77  WS-AGENCIA-ASIGNACION         PIC  X(04) VALUE SPACES.

       77  WS-LEIDOS-CASTIGOS            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CASNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RECUPEROS           PIC  9(09) VALUE 0.
       77  WS-CANT-CASTIGOS-NUEVOS       PIC  9(09) VALUE 0.
       77  WS-CANT-ASIGNACIONES          PIC  9(09) VALUE 0.
       77  WS-CANT-RETIROS               PIC  9(09) VALUE 0.
       77  WS-CANT-RECUPEROS             PIC  9(09) VALUE 0.
       77  WS-CANT-RECUPERADAS           PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-TARNOV-GENERADAS           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ASIGAGEN          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CASTACT           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RECUHIST          PIC  9(09) VALUE 0.
       77  WS-IMPORTE-CASTIGADO          PIC  9(13)V99 VALUE 0.
       77  WS-IMPORTE-RECUPERADO         PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WCASTIGO.

       COPY WCASNOV.

       COPY WRECUPERO.

       COPY WASIGAGE.

       COPY WMORATAR.

       COPY WCTACTE.

       COPY WTARCLI.

       COPY WTARNOV.

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

           PERFORM 2000-APLICO-RECUPEROS.

           PERFORM 2100-PROCESO
             UNTIL 88-FS-CASNOV-EOF.

           PERFORM 2700-GRABO-CASTACT.

           PERFORM 2750-VACIO-COLAS.

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
           PERFORM 1020-CARGO-CASTIGOS.
           PERFORM 1030-CARGO-MORANUE.
           PERFORM 1040-CARGO-CTANUE.
           PERFORM 1050-CARGO-TARCLI.
           PERFORM 1060-LEO-CASNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: EL CASTIGO SACA DEUDA DE LA CARTERA Y
      * BLOQUEA TARJETAS, SOLO LO CORRE UN SUPERVISOR (NIVEL 3).
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 3                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMCASTIG'    TO SEGOPER-ACCION.

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

           MOVE 'CASTIGOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASTIGOS

           MOVE 'CASNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASNOV

           MOVE 'MORANUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MORANUE

           MOVE 'CTANUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTANUE

           MOVE 'TARCLI'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARCLI

           MOVE 'RECUPTAR'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECUPTAR

           MOVE 'RECUPCC'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECUPCC

           MOVE 'AGERECUP'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AGERECUP

           MOVE 'CASTACT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASTACT

           MOVE 'CASTRECH'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASTRECH

           MOVE 'RECUHIST'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECUHIST

           MOVE 'TARNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARNOV

           MOVE 'ASIGAGEN'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ASIGAGEN.

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

           OPEN INPUT CASNOV

           EVALUATE TRUE
               WHEN 88-FS-CASNOV-OK
                    CONTINUE
               WHEN 88-FS-CASNOV-NOEXISTE
                    DISPLAY 'CASNOV INEXISTENTE - SOLO SE APLICAN '
                    DISPLAY 'LOS RECUPEROS'
                    SET 88-FS-CASNOV-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASNOV'
                    DISPLAY 'FILE STATUS' FS-CASNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CASTACT

           EVALUATE TRUE
               WHEN 88-FS-CASTACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTACT'
                    DISPLAY 'FILE STATUS' FS-CASTACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CASTRECH

           EVALUATE TRUE
               WHEN 88-FS-CASTRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTRECH'
                    DISPLAY 'FILE STATUS' FS-CASTRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT ASIGAGEN

           EVALUATE TRUE
               WHEN 88-FS-ASIGAGEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ASIGAGEN'
                    DISPLAY 'FILE STATUS' FS-ASIGAGEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA HISTORIA DE RECUPEROS ES ACUMULATIVA: SE AGREGA AL FINAL
           OPEN EXTEND RECUHIST

           IF FS-RECUHIST = '35'
              OPEN OUTPUT RECUHIST
           END-IF

           EVALUATE TRUE
               WHEN 88-FS-RECUHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECUHIST'
                    DISPLAY 'FILE STATUS' FS-RECUHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    TARNOV ES UNA COLA COMPARTIDA CON LOS DEMAS PRODUCTORES
      *    DE NOVEDADES DE TARJETAS: SE AGREGA AL FINAL Y SE CREA EN
      *    LA PRIMERA CORRIDA.
           OPEN EXTEND TARNOV

           EVALUATE TRUE
               WHEN 88-FS-TARNOV-OK
                    CONTINUE
               WHEN 88-FS-TARNOV-NOEXISTE
                    OPEN OUTPUT TARNOV
                    IF NOT 88-FS-TARNOV-OK
                       DISPLAY 'ERROR EN OPEN TARNOV'
                       DISPLAY 'FILE STATUS' FS-TARNOV
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARNOV'
                    DISPLAY 'FILE STATUS' FS-TARNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-CASTIGOS.
      *--------------------

           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
                    PERFORM 1021-LEO-CASTIGOS
                    PERFORM UNTIL 88-FS-CASTIGOS-EOF
                       IF WS-CANT-CASTIGOS < WCN-TOPE-CASTIGOS
                          ADD 1 TO WS-CANT-CASTIGOS
                          MOVE REG-CASTIGO
                            TO WCS-REGISTRO (WS-CANT-CASTIGOS)
                       ELSE
                          DISPLAY 'TABLA DE CASTIGOS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-CASTIGOS
                    END-PERFORM
                    CLOSE CASTIGOS

               WHEN 88-FS-CASTIGOS-NOEXISTE
                    DISPLAY 'CASTIGOS INEXISTENTE - LEDGER VACIO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTIGOS'
                    DISPLAY 'FILE STATUS' FS-CASTIGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CASTIGOS.
      *------------------

           INITIALIZE REG-CASTIGO.

           READ CASTIGOS INTO REG-CASTIGO

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
                    ADD 1 TO WS-LEIDOS-CASTIGOS
               WHEN 88-FS-CASTIGOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CASTIGOS FS: ' FS-CASTIGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * MOROSIDAD DE TARJETAS: SOLO SE PUEDE CASTIGAR UNA TARJETA
      * QUE GENMORA DEJO EN LA ULTIMA BANDA ('120') CON SALDO.
      *------------------------------------------------------------
       1030-CARGO-MORANUE.
      *-------------------

           OPEN INPUT MORANUE.

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    PERFORM 1031-LEO-MORANUE
                    PERFORM UNTIL 88-FS-MORANUE-EOF
                       IF WS-CANT-MORA < WCN-TOPE-MORA
                          ADD 1 TO WS-CANT-MORA
                          MOVE MORA-NRO-TARJETA
                            TO WMR-NRO-TARJETA (WS-CANT-MORA)
                          MOVE MORA-BUCKET
                            TO WMR-BUCKET (WS-CANT-MORA)
                          MOVE MORA-SALDO-CIERRE
                            TO WMR-SALDO-CIERRE (WS-CANT-MORA)
                       ELSE
                          DISPLAY 'TABLA DE MOROSIDAD COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-MORANUE
                    END-PERFORM
                    CLOSE MORANUE

               WHEN 88-FS-MORANUE-NOEXISTE
                    DISPLAY 'MORANUE INEXISTENTE - NO SE PUEDEN '
                    DISPLAY 'CASTIGAR TARJETAS EN ESTA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MORANUE'
                    DISPLAY 'FILE STATUS' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-MORANUE.
      *-----------------

           INITIALIZE REG-MORATAR.

           READ MORANUE INTO REG-MORATAR

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
               WHEN 88-FS-MORANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MORANUE FS: ' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * FACTURAS DE CUENTA CORRIENTE: SE GUARDAN SOLO LAS ABIERTAS
      * CON SALDO (LAS UNICAS QUE SE PUEDEN CASTIGAR).
      *------------------------------------------------------------
       1040-CARGO-CTANUE.
      *------------------

           OPEN INPUT CTANUE.

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
                    PERFORM 1041-LEO-CTANUE
                    PERFORM UNTIL 88-FS-CTANUE-EOF
                       IF 88-CTA-ABIERTA
                          AND CTA-IMPORTE > CTA-PAGADO
                          PERFORM 1042-TABLA-CTANUE
                       END-IF
                       PERFORM 1041-LEO-CTANUE
                    END-PERFORM
                    CLOSE CTANUE

               WHEN 88-FS-CTANUE-NOEXISTE
                    DISPLAY 'CTANUE INEXISTENTE - NO SE PUEDEN '
                    DISPLAY 'CASTIGAR FACTURAS EN ESTA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTANUE'
                    DISPLAY 'FILE STATUS' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-CTANUE.
      *----------------

           INITIALIZE REG-CTACTE.

           READ CTANUE INTO REG-CTACTE

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
               WHEN 88-FS-CTANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CTANUE FS: ' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1042-TABLA-CTANUE.
      *------------------

           IF WS-CANT-FACT < WCN-TOPE-FACT
              ADD 1 TO WS-CANT-FACT
              MOVE CTA-CLI-ID        TO WFA-CLI-ID (WS-CANT-FACT)
              MOVE CTA-NRO-FACTURA   TO WFA-NRO-FACTURA (WS-CANT-FACT)
              MOVE CTA-FECHA-VTO     TO WFA-FECHA-VTO (WS-CANT-FACT)
              COMPUTE WFA-SALDO (WS-CANT-FACT) =
                      CTA-IMPORTE - CTA-PAGADO
              IF CTA-ID-SUCURSAL NUMERIC
                 MOVE CTA-ID-SUCURSAL
                                     TO WFA-ID-SUCURSAL (WS-CANT-FACT)
              ELSE
                 MOVE 0              TO WFA-ID-SUCURSAL (WS-CANT-FACT)
              END-IF
           ELSE
              DISPLAY 'TABLA DE FACTURAS COMPLETA - SE CANCELA EL '
                      'PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1042.
           EXIT.

       1050-CARGO-TARCLI.
      *------------------

           OPEN INPUT TARCLI.

           EVALUATE TRUE
               WHEN 88-FS-TARCLI-OK
                    PERFORM 1051-LEO-TARCLI
                    PERFORM UNTIL 88-FS-TARCLI-EOF
                       IF WS-CANT-TARCLI < WCN-TOPE-TARCLI
                          ADD 1 TO WS-CANT-TARCLI
                          MOVE TARCLI-NRO-TARJETA
                            TO WTC-NRO-TARJETA (WS-CANT-TARCLI)
                          MOVE TARCLI-CLI-ID
                            TO WTC-CLI-ID (WS-CANT-TARCLI)
                       END-IF
                       PERFORM 1051-LEO-TARCLI
                    END-PERFORM
                    CLOSE TARCLI

               WHEN 88-FS-TARCLI-NOEXISTE
                    DISPLAY 'TARCLI INEXISTENTE - LAS TARJETAS SE '
                    DISPLAY 'CASTIGAN SIN CLIENTE TITULAR'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARCLI'
                    DISPLAY 'FILE STATUS' FS-TARCLI
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-TARCLI.
      *----------------

           INITIALIZE REG-TARCLI.

           READ TARCLI INTO REG-TARCLI

           EVALUATE TRUE
               WHEN 88-FS-TARCLI-OK
               WHEN 88-FS-TARCLI-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TARCLI FS: ' FS-TARCLI
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       1060-LEO-CASNOV.
      *----------------

           INITIALIZE REG-CASNOV.

           READ CASNOV INTO REG-CASNOV

           EVALUATE TRUE
               WHEN 88-FS-CASNOV-OK
                    ADD 1 TO WS-LEIDOS-CASNOV
               WHEN 88-FS-CASNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CASNOV FS: ' FS-CASNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

      *------------------------------------------------------------
      * RECUPEROS: LOS PAGOS DESVIADOS POR PGMPAGOS Y PGMCTACTE Y
      * LA RENDICION DE LAS AGENCIAS SE APLICAN ANTES QUE LAS
      * NOVEDADES (UNA ASIGNACION NUEVA INFORMA EL SALDO NETO).
      *------------------------------------------------------------
       2000-APLICO-RECUPEROS.
      *----------------------

           OPEN INPUT RECUPTAR.

           EVALUATE TRUE
               WHEN 88-FS-RECUPTAR-OK
                    PERFORM 2010-LEO-RECUPTAR
                    PERFORM UNTIL 88-FS-RECUPTAR-EOF
                       PERFORM 2040-PROCESO-RECUPERO
                       PERFORM 2010-LEO-RECUPTAR
                    END-PERFORM
                    CLOSE RECUPTAR
               WHEN 88-FS-RECUPTAR-NOEXISTE
                    DISPLAY 'RECUPTAR INEXISTENTE - SIN PAGOS A '
                            'TARJETAS CASTIGADAS'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECUPTAR'
                    DISPLAY 'FILE STATUS' FS-RECUPTAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           OPEN INPUT RECUPCC.

           EVALUATE TRUE
               WHEN 88-FS-RECUPCC-OK
                    PERFORM 2020-LEO-RECUPCC
                    PERFORM UNTIL 88-FS-RECUPCC-EOF
                       PERFORM 2040-PROCESO-RECUPERO
                       PERFORM 2020-LEO-RECUPCC
                    END-PERFORM
                    CLOSE RECUPCC
               WHEN 88-FS-RECUPCC-NOEXISTE
                    DISPLAY 'RECUPCC INEXISTENTE - SIN PAGOS A '
                            'FACTURAS CASTIGADAS'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECUPCC'
                    DISPLAY 'FILE STATUS' FS-RECUPCC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           OPEN INPUT AGERECUP.

           EVALUATE TRUE
               WHEN 88-FS-AGERECUP-OK
                    PERFORM 2030-LEO-AGERECUP
                    PERFORM UNTIL 88-FS-AGERECUP-EOF
                       PERFORM 2040-PROCESO-RECUPERO
                       PERFORM 2030-LEO-AGERECUP
                    END-PERFORM
                    CLOSE AGERECUP
               WHEN 88-FS-AGERECUP-NOEXISTE
                    DISPLAY 'AGERECUP INEXISTENTE - SIN RENDICION '
                            'DE AGENCIAS'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AGERECUP'
                    DISPLAY 'FILE STATUS' FS-AGERECUP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-RECUPTAR.
      *------------------

           INITIALIZE REG-RECUPERO.

           READ RECUPTAR INTO REG-RECUPERO

           EVALUATE TRUE
               WHEN 88-FS-RECUPTAR-OK
                    ADD 1 TO WS-LEIDOS-RECUPEROS
               WHEN 88-FS-RECUPTAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECUPTAR FS: ' FS-RECUPTAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-LEO-RECUPCC.
      *-----------------

           INITIALIZE REG-RECUPERO.

           READ RECUPCC INTO REG-RECUPERO

           EVALUATE TRUE
               WHEN 88-FS-RECUPCC-OK
                    ADD 1 TO WS-LEIDOS-RECUPEROS
               WHEN 88-FS-RECUPCC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECUPCC FS: ' FS-RECUPCC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2020.
           EXIT.

       2030-LEO-AGERECUP.
      *------------------

           INITIALIZE REG-RECUPERO.

           READ AGERECUP INTO REG-RECUPERO

           EVALUATE TRUE
               WHEN 88-FS-AGERECUP-OK
                    ADD 1 TO WS-LEIDOS-RECUPEROS
      *             LA RENDICION DE LA AGENCIA VIENE SIN ORIGEN
                    SET 88-RCP-AGENCIA TO TRUE
               WHEN 88-FS-AGERECUP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AGERECUP FS: ' FS-AGERECUP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2030.
           EXIT.


       2040-PROCESO-RECUPERO.
      *----------------------

           PERFORM 2050-VALIDO-RECUPERO THRU FIN-2050.

           IF 88-NOVEDAD-ACEPTADA
              PERFORM 2070-APLICO-RECUPERO
           ELSE
              MOVE REG-RECUPERO           TO WS-REGISTRO-RECHAZO
              PERFORM 2900-RECHAZO
           END-IF.

       FIN-2040.
           EXIT.

      *------------------------------------------------------------
      * UN RECUPERO TIENE QUE CORRESPONDER A UNA CUENTA DEL LEDGER.
      * LA RENDICION DE UNA AGENCIA SOLO SE ACEPTA PARA LAS
      * CUENTAS QUE TIENE ASIGNADAS.
      *------------------------------------------------------------
       2050-VALIDO-RECUPERO.
      *---------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           IF NOT 88-RCP-TARJETA AND NOT 88-RCP-CTACTE
              SET 88-RECH-INVALIDA        TO TRUE
              GO TO FIN-2050
           END-IF.

           IF RCP-IMPORTE NOT NUMERIC
              SET 88-RECH-IMPORTE         TO TRUE
              GO TO FIN-2050
           END-IF.

           IF RCP-IMPORTE = 0
              SET 88-RECH-IMPORTE         TO TRUE
              GO TO FIN-2050
           END-IF.

           MOVE RCP-CARTERA               TO WS-BUS-CARTERA.
           MOVE RCP-NRO-TARJETA           TO WS-BUS-NRO-TARJETA.
           MOVE RCP-CLI-ID                TO WS-BUS-CLI-ID.
           MOVE RCP-NRO-FACTURA           TO WS-BUS-NRO-FACTURA.
           PERFORM 2060-BUSCO-CASTIGO.

           IF WS-POS-CASTIGO = 0
              SET 88-RECH-NO-CASTIGADA    TO TRUE
              GO TO FIN-2050
           END-IF.

           IF 88-RCP-AGENCIA AND CAS-AGENCIA = SPACES
              SET 88-RECH-SIN-AGENCIA     TO TRUE
              GO TO FIN-2050
           END-IF.

           IF 88-RCP-AGENCIA AND RCP-AGENCIA NOT = CAS-AGENCIA
              SET 88-RECH-OTRA-AGENCIA    TO TRUE
              GO TO FIN-2050
           END-IF.

       FIN-2050.
           EXIT.

      *------------------------------------------------------------
      * BUSCA EN EL LEDGER LA CUENTA DE LA CLAVE WS-BUS-xxx. SI LA
      * ENCUENTRA DEJA SU POSICION EN WS-POS-CASTIGO Y EL REGISTRO
      * CARGADO EN REG-CASTIGO.
      *------------------------------------------------------------
       2060-BUSCO-CASTIGO.
      *-------------------

           MOVE 0 TO WS-POS-CASTIGO.

           PERFORM VARYING IDX-CASTIGO FROM 1 BY 1
                     UNTIL IDX-CASTIGO > WS-CANT-CASTIGOS
                        OR WS-POS-CASTIGO > 0
              MOVE WCS-REGISTRO (IDX-CASTIGO) TO REG-CASTIGO
              IF CAS-CARTERA = WS-BUS-CARTERA
                 IF 88-CAS-TARJETA
                    AND CAS-NRO-TARJETA = WS-BUS-NRO-TARJETA
                    SET WS-POS-CASTIGO TO IDX-CASTIGO
                 END-IF
                 IF 88-CAS-CTACTE
                    AND CAS-CLI-ID      = WS-BUS-CLI-ID
                    AND CAS-NRO-FACTURA = WS-BUS-NRO-FACTURA
                    SET WS-POS-CASTIGO TO IDX-CASTIGO
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-POS-CASTIGO > 0
              MOVE WCS-REGISTRO (WS-POS-CASTIGO) TO REG-CASTIGO
           END-IF.

       FIN-2060.
           EXIT.

      *------------------------------------------------------------
      * SUMA EL RECUPERO A LA CUENTA (REG-CASTIGO QUEDA CARGADO POR
      * LA VALIDACION). LA CUENTA PASA A RECUPERADA ('R') CUANDO LO
      * COBRADO CUBRE LO CASTIGADO. EL RECUPERO QUEDA EN RECUHIST.
      *------------------------------------------------------------
       2070-APLICO-RECUPERO.
      *---------------------

           ADD RCP-IMPORTE                TO CAS-RECUPERADO.

           IF 88-RCP-AGENCIA
              ADD RCP-IMPORTE             TO CAS-RECUP-AGENCIA
           END-IF.

           IF RCP-FECHA NUMERIC
              AND RCP-FECHA > CAS-FECHA-ULT-RECUP
              MOVE RCP-FECHA              TO CAS-FECHA-ULT-RECUP
           END-IF.

           IF 88-CAS-CASTIGADA
              AND CAS-RECUPERADO NOT < CAS-IMPORTE-CASTIGADO
              SET 88-CAS-RECUPERADA       TO TRUE
              ADD 1 TO WS-CANT-RECUPERADAS
           END-IF.

           MOVE REG-CASTIGO          TO WCS-REGISTRO (WS-POS-CASTIGO).

           ADD 1           TO WS-CANT-RECUPEROS.
           ADD RCP-IMPORTE TO WS-IMPORTE-RECUPERADO.

           WRITE REG-RECUHIST-FD FROM REG-RECUPERO.

           EVALUATE TRUE
               WHEN 88-FS-RECUHIST-OK
                    ADD 1 TO WS-GRABADOS-RECUHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECUHIST FS: ' FS-RECUHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2070.
           EXIT.

       2100-PROCESO.
      *-------------

           PERFORM 2110-VALIDO-NOVEDAD THRU FIN-2110.

           IF 88-NOVEDAD-ACEPTADA
              EVALUATE TRUE
                  WHEN 88-CNV-CASTIGO
                       PERFORM 2200-CASTIGO
                  WHEN 88-CNV-ASIGNACION
                       PERFORM 2300-ASIGNO-AGENCIA
                  WHEN 88-CNV-RETIRO
                       PERFORM 2350-RETIRO-AGENCIA
              END-EVALUATE
           ELSE
              MOVE REG-CASNOV             TO WS-REGISTRO-RECHAZO
              PERFORM 2900-RECHAZO
           END-IF.

           PERFORM 1060-LEO-CASNOV.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * VALIDA LA NOVEDAD. EN UN CASTIGO DEJA UBICADA LA TARJETA EN
      * WS-POS-MORA O LA FACTURA EN WS-POS-FACT; EN ASIGNACION Y
      * RETIRO DEJA LA CUENTA DEL LEDGER EN REG-CASTIGO.
      *------------------------------------------------------------
       2110-VALIDO-NOVEDAD.
      *--------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           IF NOT 88-CNV-CASTIGO
           AND NOT 88-CNV-ASIGNACION
           AND NOT 88-CNV-RETIRO
              SET 88-RECH-INVALIDA        TO TRUE
              GO TO FIN-2110
           END-IF.

           IF NOT 88-CNV-TARJETA AND NOT 88-CNV-CTACTE
              SET 88-RECH-INVALIDA        TO TRUE
              GO TO FIN-2110
           END-IF.

           IF 88-CNV-TARJETA AND CNV-NRO-TARJETA = SPACES
              SET 88-RECH-INVALIDA        TO TRUE
              GO TO FIN-2110
           END-IF.

           IF 88-CNV-CTACTE
              AND (CNV-CLI-ID NOT NUMERIC
                   OR CNV-NRO-FACTURA NOT NUMERIC)
              SET 88-RECH-INVALIDA        TO TRUE
              GO TO FIN-2110
           END-IF.

           MOVE CNV-CARTERA               TO WS-BUS-CARTERA.
           MOVE CNV-NRO-TARJETA           TO WS-BUS-NRO-TARJETA.
           IF 88-CNV-CTACTE
              MOVE CNV-CLI-ID             TO WS-BUS-CLI-ID
              MOVE CNV-NRO-FACTURA        TO WS-BUS-NRO-FACTURA
           ELSE
              MOVE 0                      TO WS-BUS-CLI-ID
                                             WS-BUS-NRO-FACTURA
           END-IF.
           PERFORM 2060-BUSCO-CASTIGO.

           IF 88-CNV-CASTIGO
              IF WS-POS-CASTIGO > 0
                 SET 88-RECH-YA-CASTIGADA TO TRUE
                 GO TO FIN-2110
              END-IF
           ELSE
              IF WS-POS-CASTIGO = 0
                 SET 88-RECH-NO-CASTIGADA TO TRUE
                 GO TO FIN-2110
              END-IF
           END-IF.

           IF 88-CNV-ASIGNACION AND CNV-AGENCIA = SPACES
              SET 88-RECH-AGENCIA-BLANCO  TO TRUE
              GO TO FIN-2110
           END-IF.

           IF 88-CNV-RETIRO AND CAS-AGENCIA = SPACES
              SET 88-RECH-SIN-AGENCIA     TO TRUE
              GO TO FIN-2110
           END-IF.

           IF NOT 88-CNV-CASTIGO
              GO TO FIN-2110
           END-IF.

           IF 88-CNV-TARJETA
              PERFORM 2120-BUSCO-MORA
              IF WS-POS-MORA = 0
                 SET 88-RECH-FUERA-DE-BANDA TO TRUE
                 GO TO FIN-2110
              END-IF
           ELSE
              PERFORM 2130-BUSCO-FACTURA
              IF WS-POS-FACT = 0
                 SET 88-RECH-FACTURA      TO TRUE
                 GO TO FIN-2110
              END-IF
              IF WFA-FECHA-VTO (WS-POS-FACT) NOT < WS-FECHA-PROCESO
                 SET 88-RECH-NO-VENCIDA   TO TRUE
                 GO TO FIN-2110
              END-IF
           END-IF.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * LA TARJETA TIENE QUE ESTAR EN LA ULTIMA BANDA DE MORA Y CON
      * SALDO DEUDOR
      *------------------------------------------------------------
       2120-BUSCO-MORA.
      *----------------

           MOVE 0 TO WS-POS-MORA.

           PERFORM VARYING IDX-MORA FROM 1 BY 1
                     UNTIL IDX-MORA > WS-CANT-MORA
                        OR WS-POS-MORA > 0
              IF WMR-NRO-TARJETA (IDX-MORA) = CNV-NRO-TARJETA
                 AND WMR-BUCKET (IDX-MORA) = '120'
                 AND WMR-SALDO-CIERRE (IDX-MORA) > 0
                 SET WS-POS-MORA TO IDX-MORA
              END-IF
           END-PERFORM.

       FIN-2120.
           EXIT.

       2130-BUSCO-FACTURA.
      *-------------------

           MOVE 0 TO WS-POS-FACT.

           PERFORM VARYING IDX-FACT FROM 1 BY 1
                     UNTIL IDX-FACT > WS-CANT-FACT
                        OR WS-POS-FACT > 0
              IF WFA-CLI-ID (IDX-FACT) = CNV-CLI-ID
                 AND WFA-NRO-FACTURA (IDX-FACT) = CNV-NRO-FACTURA
                 SET WS-POS-FACT TO IDX-FACT
              END-IF
           END-PERFORM.

       FIN-2130.
           EXIT.

      *------------------------------------------------------------
      * ALTA DE LA CUENTA EN EL LEDGER CON EL SALDO DEUDOR A LA
      * FECHA. LA TARJETA SE BLOQUEA VIA TARNOV. SI LA NOVEDAD TRAE
      * AGENCIA, LA CUENTA SE LE ASIGNA EN EL MISMO PASO.
      *------------------------------------------------------------
       2200-CASTIGO.
      *-------------

           IF WS-CANT-CASTIGOS NOT < WCN-TOPE-CASTIGOS
              DISPLAY 'TABLA DE CASTIGOS COMPLETA - SE CANCELA EL '
                      'PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           INITIALIZE REG-CASTIGO.
           MOVE CNV-CARTERA               TO CAS-CARTERA.
           MOVE WS-FECHA-PROCESO          TO CAS-FECHA-CASTIGO.
           MOVE 0                         TO CAS-RECUPERADO
                                             CAS-RECUP-AGENCIA
                                             CAS-FECHA-ULT-RECUP
                                             CAS-FECHA-ASIGNACION.
           MOVE SPACES                    TO CAS-AGENCIA.
           SET 88-CAS-CASTIGADA           TO TRUE.
           MOVE WS-OPERADOR-SESION        TO CAS-USUARIO.

           IF 88-CNV-TARJETA
              MOVE CNV-NRO-TARJETA        TO CAS-NRO-TARJETA
              MOVE 0                      TO CAS-NRO-FACTURA
                                             CAS-ID-SUCURSAL
              MOVE WMR-SALDO-CIERRE (WS-POS-MORA)
                                          TO CAS-IMPORTE-CASTIGADO
              PERFORM 2210-BUSCO-TITULAR
              PERFORM 2220-BLOQUEO-TARJETA
           ELSE
              MOVE SPACES                 TO CAS-NRO-TARJETA
              MOVE CNV-CLI-ID             TO CAS-CLI-ID
              MOVE CNV-NRO-FACTURA        TO CAS-NRO-FACTURA
              MOVE WFA-ID-SUCURSAL (WS-POS-FACT)
                                          TO CAS-ID-SUCURSAL
              MOVE WFA-SALDO (WS-POS-FACT)
                                          TO CAS-IMPORTE-CASTIGADO
           END-IF.

           IF CNV-AGENCIA NOT = SPACES
              MOVE CNV-AGENCIA            TO CAS-AGENCIA
              MOVE WS-FECHA-PROCESO       TO CAS-FECHA-ASIGNACION
              MOVE 'A'                    TO WS-TIPO-ASIGNACION
              MOVE CAS-AGENCIA            TO WS-AGENCIA-ASIGNACION
              PERFORM 2400-GRABO-ASIGNACION
           END-IF.

           ADD 1 TO WS-CANT-CASTIGOS.
           MOVE REG-CASTIGO       TO WCS-REGISTRO (WS-CANT-CASTIGOS).

           ADD 1                     TO WS-CANT-CASTIGOS-NUEVOS.
           ADD CAS-IMPORTE-CASTIGADO TO WS-IMPORTE-CASTIGADO.

       FIN-2200.
           EXIT.

       2210-BUSCO-TITULAR.
      *-------------------

           MOVE 0 TO CAS-CLI-ID.

           PERFORM VARYING IDX-TARCLI FROM 1 BY 1
                     UNTIL IDX-TARCLI > WS-CANT-TARCLI
              IF WTC-NRO-TARJETA (IDX-TARCLI) = CAS-NRO-TARJETA
                 MOVE WTC-CLI-ID (IDX-TARCLI) TO CAS-CLI-ID
              END-IF
           END-PERFORM.

       FIN-2210.
           EXIT.

      *------------------------------------------------------------
      * BLOQUEO DE LA TARJETA CASTIGADA COMO NOVEDAD TARNOV 'M'
      * ESTADO 'B' (LA APLICA ABMTARJ Y CORTA LAS AUTORIZACIONES)
      *------------------------------------------------------------
       2220-BLOQUEO-TARJETA.
      *---------------------

           INITIALIZE REG-TARNOV.
           MOVE CAS-NRO-TARJETA          TO TARNOV-NRO-TARJETA.
           SET 88-TARNOV-ES-MODIFICACION TO TRUE.
           MOVE SPACES                   TO TARNOV-TIPO-TARJETA.
           MOVE 0                        TO TARNOV-LIMITE.
           MOVE 'B'                      TO TARNOV-ESTADO.
           MOVE 0                        TO TARNOV-NRO-CLI.
           MOVE WS-OPERADOR-SESION       TO TARNOV-USUARIO.

           WRITE REG-TARNOV-FD FROM REG-TARNOV.

           EVALUATE TRUE
               WHEN 88-FS-TARNOV-OK
                    ADD 1 TO WS-TARNOV-GENERADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TARNOV FS: ' FS-TARNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * ASIGNACION O CAMBIO DE AGENCIA: SI LA CUENTA YA ESTABA EN
      * OTRA AGENCIA, A ESA SE LE INFORMA EL RETIRO.
      *------------------------------------------------------------
       2300-ASIGNO-AGENCIA.
      *--------------------

           IF CAS-AGENCIA NOT = SPACES
              AND CAS-AGENCIA NOT = CNV-AGENCIA
              MOVE 'R'                    TO WS-TIPO-ASIGNACION
              MOVE CAS-AGENCIA            TO WS-AGENCIA-ASIGNACION
              PERFORM 2400-GRABO-ASIGNACION
              ADD 1 TO WS-CANT-RETIROS
           END-IF.

           MOVE CNV-AGENCIA               TO CAS-AGENCIA.
           MOVE WS-FECHA-PROCESO          TO CAS-FECHA-ASIGNACION.
           MOVE WS-OPERADOR-SESION        TO CAS-USUARIO.

           MOVE 'A'                       TO WS-TIPO-ASIGNACION.
           MOVE CAS-AGENCIA               TO WS-AGENCIA-ASIGNACION.
           PERFORM 2400-GRABO-ASIGNACION.

           MOVE REG-CASTIGO          TO WCS-REGISTRO (WS-POS-CASTIGO).

       FIN-2300.
           EXIT.

       2350-RETIRO-AGENCIA.
      *--------------------

           MOVE 'R'                       TO WS-TIPO-ASIGNACION.
           MOVE CAS-AGENCIA               TO WS-AGENCIA-ASIGNACION.
           PERFORM 2400-GRABO-ASIGNACION.

           ADD 1 TO WS-CANT-RETIROS.

           MOVE SPACES                    TO CAS-AGENCIA.
           MOVE 0                         TO CAS-FECHA-ASIGNACION.
           MOVE WS-OPERADOR-SESION        TO CAS-USUARIO.

           MOVE REG-CASTIGO          TO WCS-REGISTRO (WS-POS-CASTIGO).

       FIN-2350.
           EXIT.

      *------------------------------------------------------------
      * RENGLON DE ASIGAGEN PARA LA AGENCIA WS-AGENCIA-ASIGNACION
      * CON LA CUENTA DE REG-CASTIGO Y SU SALDO NETO DE RECUPEROS
      *------------------------------------------------------------
       2400-GRABO-ASIGNACION.
      *----------------------

           INITIALIZE REG-ASIGAGE.
           MOVE WS-TIPO-ASIGNACION        TO ASG-TIPO.
           MOVE WS-AGENCIA-ASIGNACION     TO ASG-AGENCIA.
           MOVE WS-FECHA-PROCESO          TO ASG-FECHA.
           MOVE CAS-CARTERA               TO ASG-CARTERA.
           MOVE CAS-NRO-TARJETA           TO ASG-NRO-TARJETA.
           MOVE CAS-CLI-ID                TO ASG-CLI-ID.
           MOVE CAS-NRO-FACTURA           TO ASG-NRO-FACTURA.
           MOVE CAS-FECHA-CASTIGO         TO ASG-FECHA-CASTIGO.
           IF CAS-IMPORTE-CASTIGADO > CAS-RECUPERADO
              COMPUTE ASG-SALDO-DEUDA =
                      CAS-IMPORTE-CASTIGADO - CAS-RECUPERADO
           ELSE
              MOVE 0                      TO ASG-SALDO-DEUDA
           END-IF.

           WRITE REG-ASIGAGEN-FD FROM REG-ASIGAGE.

           EVALUATE TRUE
               WHEN 88-FS-ASIGAGEN-OK
                    ADD 1 TO WS-GRABADOS-ASIGAGEN
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ASIGAGEN FS: ' FS-ASIGAGEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-ASG-ASIGNACION
              ADD 1 TO WS-CANT-ASIGNACIONES
           END-IF.

       FIN-2400.
           EXIT.

       2700-GRABO-CASTACT.
      *-------------------

           PERFORM VARYING IDX-CASTIGO FROM 1 BY 1
                     UNTIL IDX-CASTIGO > WS-CANT-CASTIGOS
              WRITE REG-CASTACT-FD FROM WCS-REGISTRO (IDX-CASTIGO)
              EVALUATE TRUE
                  WHEN 88-FS-CASTACT-OK
                       ADD 1 TO WS-GRABADOS-CASTACT
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE CASTACT FS: '
                                                         FS-CASTACT
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * LOS RECUPEROS YA QUEDARON EN EL LEDGER Y EN RECUHIST: LAS
      * COLAS SE VACIAN PARA QUE NO SE APLIQUEN DOS VECES.
      *------------------------------------------------------------
       2750-VACIO-COLAS.
      *-----------------

           OPEN OUTPUT RECUPTAR.
           IF 88-FS-RECUPTAR-OK
              CLOSE RECUPTAR
           ELSE
              DISPLAY 'ERROR AL VACIAR RECUPTAR FS: ' FS-RECUPTAR
           END-IF.

           OPEN OUTPUT RECUPCC.
           IF 88-FS-RECUPCC-OK
              CLOSE RECUPCC
           ELSE
              DISPLAY 'ERROR AL VACIAR RECUPCC FS: ' FS-RECUPCC
           END-IF.

           OPEN OUTPUT AGERECUP.
           IF 88-FS-AGERECUP-OK
              CLOSE AGERECUP
           ELSE
              DISPLAY 'ERROR AL VACIAR AGERECUP FS: ' FS-AGERECUP
           END-IF.

       FIN-2750.
           EXIT.

       2900-RECHAZO.
      *-------------

           MOVE SPACES                    TO REG-CASTRECH-FD.
           MOVE WS-REGISTRO-RECHAZO       TO RECH-REGISTRO.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-INVALIDA
                    MOVE 'NOVEDAD INVALIDA'      TO RECH-MOTIVO-DESC
               WHEN 88-RECH-YA-CASTIGADA
                    MOVE 'CUENTA YA CASTIGADA'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FUERA-DE-BANDA
                    MOVE 'TARJETA FUERA DE ULTIMA BANDA DE MORA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FACTURA
                    MOVE 'FACTURA INEXISTENTE O NO ABIERTA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NO-VENCIDA
                    MOVE 'FACTURA NO VENCIDA'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-NO-CASTIGADA
                    MOVE 'CUENTA NO CASTIGADA'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-AGENCIA-BLANCO
                    MOVE 'AGENCIA EN BLANCO'     TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SIN-AGENCIA
                    MOVE 'CUENTA SIN AGENCIA ASIGNADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-OTRA-AGENCIA
                    MOVE 'AGENCIA DISTINTA DE LA ASIGNADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-IMPORTE
                    MOVE 'IMPORTE DE RECUPERO INVALIDO'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-CASTRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-CASTRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CASTRECH FS: ' FS-CASTRECH
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

           CLOSE CASNOV
                 CASTACT
                 CASTRECH
                 RECUHIST
                 TARNOV
                 ASIGAGEN.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMCASTIG'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-CASNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-CASTACT     TO RUNCTL-GRABADOS.
           MOVE WS-IMPORTE-CASTIGADO    TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: ABMCASTIG             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CASTIGOS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. CUENTAS EN EL LEDGER     : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-RECUPEROS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECUPEROS LEIDOS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECUPEROS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECUPEROS APLICADOS      : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-RECUPERADO   TO WS-IMPORTE-ED.
           DISPLAY 'IMPORTE RECUPERADO             : ' WS-IMPORTE-ED.
           MOVE WS-CANT-RECUPERADAS     TO WS-CONTADOR-ED.
           DISPLAY 'CUENTAS RECUPERADAS EN TOTAL   : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-LEIDOS-CASNOV        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-CASTIGOS-NUEVOS TO WS-CONTADOR-ED.
           DISPLAY 'CANT. CUENTAS CASTIGADAS       : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-CASTIGADO    TO WS-IMPORTE-ED.
           DISPLAY 'IMPORTE CASTIGADO              : ' WS-IMPORTE-ED.
           MOVE WS-TARNOV-GENERADAS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. BLOQUEOS GENERADOS TARNOV: ' WS-CONTADOR-ED.
           MOVE WS-CANT-ASIGNACIONES    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ASIGNACIONES A AGENCIAS  : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RETIROS         TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RETIROS DE AGENCIAS      : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECHAZADOS (CASTRECH)    : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-CASTACT     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS CASTACT         : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RECUHIST    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS RECUHIST        : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMCASTIG.
