       IDENTIFICATION DIVISION.

       PROGRAM-ID. GENCENDEU.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * PRESENTACION MENSUAL A LA CENTRAL DE DEUDORES.
      * PIDE EL PERIODO A INFORMAR (AAAAMM); LOS DIAS DE ATRASO SE
      * MIDEN AL ULTIMO DIA DEL PERIODO. JUNTA POR CLIENTE:
      *   - LA DEUDA DE TARJETA EN MORA (MORANUE, LO DEJA GENMORA EN
      *     EL CIERRE) LLEVADA AL CLIENTE POR TARCLI, CON LOS DIAS DE
      *     MORA DEL ULTIMO CIERRE
      *   - EL SALDO ABIERTO DE CUENTA CORRIENTE (CTANUE, LO DEJA
      *     PGMCTACTE) CON LOS DIAS DESDE EL VENCIMIENTO
      * CADA DEUDOR SE CLASIFICA EN LA SITUACION QUE CORRESPONDE A
      * SU DEUDA MAS ATRASADA (VER WCENDEU.cpy) Y SE INFORMA POR SU
      * CLI-TAX-ID (CUIT/CUIL, 11 DIGITOS) EN CENDEU, CON UN REGISTRO
      * DE CONTROL AL FINAL. LO QUE NO SE PUEDE INFORMAR SALE EN EL
      * LISTADO DE EXCEPCIONES CENDEUEXC PARA QUE CUMPLIMIENTO
      * COMPLETE EL MAESTRO:
      *   - TARJETA EN MORA SIN VINCULO EN TARCLI
      *   - CLIENTE INEXISTENTE EN EL MAESTRO
      *   - CLIENTE SIN CLI-TAX-ID O CON UN CUIT QUE NO TIENE 11
      *     DIGITOS
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

           SELECT MORANUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MORANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MORANUE.

           SELECT TARCLI        ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARCLI
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARCLI.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT CTANUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTANUE.

           SELECT CENDEU        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CENDEU
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CENDEU.

           SELECT CENDEUEXC     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CENDEUEXC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CENDEUEXC.

       DATA DIVISION.

       FILE SECTION.

       FD  MORANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MORANUE-FD                PIC X(58).

       FD  TARCLI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARCLI-FD                 PIC X(29).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  CTANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTANUE-FD                 PIC X(65).

       FD  CENDEU
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CENDEU-FD                 PIC X(120).

       FD  CENDEUEXC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CENDEUEXC-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-MORANUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARCLI             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTANUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CENDEU             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CENDEUEXC          PIC X(128) VALUE SPACES.

       77  FS-MORANUE                    PIC  X(02) VALUE ' '.
           88 88-FS-MORANUE-OK                      VALUE '00'.
           88 88-FS-MORANUE-EOF                     VALUE '10'.
           88 88-FS-MORANUE-NOEXISTE                VALUE '35'.

       77  FS-TARCLI                     PIC  X(02) VALUE ' '.
           88 88-FS-TARCLI-OK                       VALUE '00'.
           88 88-FS-TARCLI-EOF                      VALUE '10'.
           88 88-FS-TARCLI-NOEXISTE                 VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.
           88 88-FS-CLIENTES-NOEXISTE               VALUE '35'.

       77  FS-CTANUE                     PIC  X(02) VALUE ' '.
           88 88-FS-CTANUE-OK                       VALUE '00'.
           88 88-FS-CTANUE-EOF                      VALUE '10'.
           88 88-FS-CTANUE-NOEXISTE                 VALUE '35'.

       77  FS-CENDEU                     PIC  X(02) VALUE ' '.
           88 88-FS-CENDEU-OK                       VALUE '00'.

       77  FS-CENDEUEXC                  PIC  X(02) VALUE ' '.
           88 88-FS-CENDEUEXC-OK                    VALUE '00'.

      *------------------------------------------------------
      * ENTIDAD INFORMANTE (MISMO CUIT QUE LIQCOMER / GENRETMES)
      *------------------------------------------------------
       77  WCN-CUIT-ENTIDAD              PIC  9(11) VALUE 30712345678.

       77  WS-PERIODO-INGRESO            PIC  X(06) VALUE SPACES.
       01  WS-PERIODO                    PIC  9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO            PIC  9(04).
           05 WS-PERIODO-MES             PIC  9(02).

      *    FECHA DE CORTE = ULTIMO DIA DEL PERIODO
       01  WS-FECHA-AUX                  PIC  9(08) VALUE 0.
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-FECAUX-AAAA             PIC  9(04).
           05 WS-FECAUX-MM               PIC  9(02).
           05 WS-FECAUX-DD               PIC  9(02).
       77  WS-FECHA-CORTE                PIC  9(08) VALUE 0.
       77  WS-INT-CORTE                  PIC  9(08) VALUE 0.
       77  WS-DIAS-ATRASO                PIC S9(05) VALUE 0.
       77  WS-SALDO                      PIC S9(11)V99 VALUE 0.

       77  WCN-TOPE-CLI                  PIC  9(05) VALUE 1000.
       77  WS-CANT-CLI                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CLI.
           05 WS-CLI-TAB OCCURS 1000 TIMES
                         INDEXED BY IDX-CLI.
              10 WCL-ID                  PIC  9(10).
              10 WCL-TAX-ID              PIC  X(20).
              10 WCL-APELLIDO            PIC  X(30).

       77  WCN-TOPE-TARCLI               PIC  9(05) VALUE 500.
       77  WS-CANT-TARCLI                PIC  9(05) VALUE 0.
       01  WS-TABLA-TARCLI.
           05 WS-TARCLI-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-TARCLI.
              10 WTC-NRO-TARJETA         PIC  X(19).
              10 WTC-CLI-ID              PIC  9(10).

      *------------------------------------------------------
      * DEUDORES DEL PERIODO (UNO POR CLIENTE)
      *------------------------------------------------------
       77  WCN-TOPE-DEUDORES             PIC  9(05) VALUE 1000.
       77  WS-CANT-DEUDORES              PIC  9(05) VALUE 0.
       01  WS-TABLA-DEUDORES.
           05 WS-DEUDOR-TAB OCCURS 1000 TIMES
                            INDEXED BY IDX-DEUDOR.
              10 WDE-CLI-ID              PIC  9(10).
              10 WDE-DIAS                PIC  9(05).
              10 WDE-DEUDA-TARJETA       PIC  9(11)V99.
              10 WDE-DEUDA-CTACTE        PIC  9(11)V99.

       77  WS-BUSCO-CLI-ID               PIC  9(10) VALUE 0.
       77  WS-BUSCO-DIAS                 PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * CUIT NORMALIZADO: SOLO LOS DIGITOS DE CLI-TAX-ID
      *------------------------------------------------------
       77  WS-TAX-ID                     PIC  X(20) VALUE SPACES.
       77  WS-CUIT-X                     PIC  X(11) VALUE SPACES.
       77  WS-CUIT                       PIC  9(11) VALUE 0.
       77  WS-CANT-DIGITOS               PIC  9(02) VALUE 0.
       77  WS-POS                        PIC  9(02) VALUE 0.

       77  WS-MOTIVO-EXC                 PIC  X(30) VALUE SPACES.

       77  WS-LEIDOS-MORANUE             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CTANUE              PIC  9(09) VALUE 0.
       77  WS-CANT-INFORMADOS            PIC  9(09) VALUE 0.
       77  WS-CANT-EXCEPCIONES           PIC  9(09) VALUE 0.
       77  WS-DESBORDES                  PIC  9(09) VALUE 0.
       77  WS-TOTAL-INFORMADO            PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-EXCEPCIONES          PIC  9(13)V99 VALUE 0.
       01  WS-TOTALES-SITUACION.
           05 WS-SIT-TAB OCCURS 5 TIMES.
              10 WS-SIT-CANT             PIC  9(07).
              10 WS-SIT-DEUDA            PIC  9(13)V99.
       77  WS-SIT                        PIC  9(01) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-ED                    PIC  ZZZZ9.

       COPY WMORATAR.

       COPY WTARCLI.

       COPY WCLIENTE.

       COPY WCTACTE.

       COPY WCENDEU.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO-MORANUE.
           PERFORM 2100-PROCESO-CTANUE.
           PERFORM 2500-INFORMO-DEUDORES.
           PERFORM 2700-GRABO-CONTROL.

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

           DISPLAY 'PERIODO A INFORMAR (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-PERIODO-INGRESO.

           IF WS-PERIODO-INGRESO NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-INGRESO
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           MOVE WS-PERIODO-INGRESO        TO WS-PERIODO.

           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
              DISPLAY 'MES INVALIDO: ' WS-PERIODO-MES
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

      *    ULTIMO DIA DEL PERIODO = PRIMERO DEL MES SIGUIENTE - 1
           MOVE WS-PERIODO-ANIO           TO WS-FECAUX-AAAA.
           MOVE WS-PERIODO-MES            TO WS-FECAUX-MM.
           MOVE 1                         TO WS-FECAUX-DD.
           IF WS-FECAUX-MM = 12
              ADD 1                       TO WS-FECAUX-AAAA
              MOVE 1                      TO WS-FECAUX-MM
           ELSE
              ADD 1                       TO WS-FECAUX-MM
           END-IF.
           COMPUTE WS-INT-CORTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX) - 1.
           COMPUTE WS-FECHA-CORTE =
                   FUNCTION DATE-OF-INTEGER (WS-INT-CORTE).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-CLIENTES.
           PERFORM 1030-CARGO-TARCLI.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'MORANUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MORANUE

           MOVE 'TARCLI'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARCLI

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'CTANUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTANUE

           MOVE 'CENDEU'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CENDEU

           MOVE 'CENDEUEXC'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CENDEUEXC.

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

           OPEN OUTPUT CENDEU

           EVALUATE TRUE
               WHEN 88-FS-CENDEU-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CENDEU'
                    DISPLAY 'FILE STATUS' FS-CENDEU
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CENDEUEXC

           EVALUATE TRUE
               WHEN 88-FS-CENDEUEXC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CENDEUEXC'
                    DISPLAY 'FILE STATUS' FS-CENDEUEXC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                    TO REG-CENDEUEXC-FD.
           MOVE 'CENTRAL DE DEUDORES - DEUDORES NO INFORMADOS - '
                                          TO REG-CENDEUEXC-FD (01:47).
           MOVE 'PERIODO:'                TO REG-CENDEUEXC-FD (49:08).
           MOVE WS-PERIODO                TO REG-CENDEUEXC-FD (58:06).
           PERFORM 2900-WRITE-CENDEUEXC.

           MOVE SPACES                    TO REG-CENDEUEXC-FD.
           MOVE 'CLIENTE'                 TO REG-CENDEUEXC-FD (01:07).
           MOVE 'TARJETA'                 TO REG-CENDEUEXC-FD (12:07).
           MOVE 'NOMBRE'                  TO REG-CENDEUEXC-FD (32:06).
           MOVE 'CLI-TAX-ID'              TO REG-CENDEUEXC-FD (63:10).
           MOVE 'DIAS'                    TO REG-CENDEUEXC-FD (84:04).
           MOVE 'DEUDA'                   TO REG-CENDEUEXC-FD (101:05).
           MOVE 'MOTIVO'                  TO REG-CENDEUEXC-FD (108:06).
           PERFORM 2900-WRITE-CENDEUEXC.

       FIN-1010.
           EXIT.

       1020-CARGO-CLIENTES.
      *--------------------

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    PERFORM 1021-LEO-CLIENTE
                    PERFORM UNTIL 88-FS-CLIENTES-EOF
                       IF WS-CANT-CLI < WCN-TOPE-CLI
                          ADD 1 TO WS-CANT-CLI
                          MOVE CLI-ID
                            TO WCL-ID       (WS-CANT-CLI)
                          MOVE CLI-TAX-ID
                            TO WCL-TAX-ID   (WS-CANT-CLI)
                          MOVE CLI-LAST-NAME
                            TO WCL-APELLIDO (WS-CANT-CLI)
                       ELSE
                          ADD 1 TO WS-DESBORDES
                       END-IF
                       PERFORM 1021-LEO-CLIENTE
                    END-PERFORM
                    CLOSE CLIENTES

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES'
                    DISPLAY 'FILE STATUS' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CLIENTE.
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

       FIN-1021.
           EXIT.

       1030-CARGO-TARCLI.
      *------------------

           OPEN INPUT TARCLI.

           EVALUATE TRUE
               WHEN 88-FS-TARCLI-OK
                    PERFORM 1031-LEO-TARCLI
                    PERFORM UNTIL 88-FS-TARCLI-EOF
                       IF WS-CANT-TARCLI < WCN-TOPE-TARCLI
                          ADD 1 TO WS-CANT-TARCLI
                          MOVE TARCLI-NRO-TARJETA
                            TO WTC-NRO-TARJETA (WS-CANT-TARCLI)
                          MOVE TARCLI-CLI-ID
                            TO WTC-CLI-ID      (WS-CANT-TARCLI)
                       ELSE
                          ADD 1 TO WS-DESBORDES
                       END-IF
                       PERFORM 1031-LEO-TARCLI
                    END-PERFORM
                    CLOSE TARCLI

               WHEN 88-FS-TARCLI-NOEXISTE
                    DISPLAY 'TARCLI INEXISTENTE - LA MORA DE TARJETAS '
                    DISPLAY 'SALE TODA EN EXCEPCIONES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARCLI'
                    DISPLAY 'FILE STATUS' FS-TARCLI
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-TARCLI.
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

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * DEUDA DE TARJETAS: SALDO DEL ULTIMO CIERRE Y DIAS DE MORA
      *------------------------------------------------------------
       2000-PROCESO-MORANUE.
      *---------------------

           OPEN INPUT MORANUE.

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    PERFORM 2010-LEO-MORANUE
                    PERFORM UNTIL 88-FS-MORANUE-EOF
                       PERFORM 2020-DEUDA-TARJETA THRU FIN-2020
                       PERFORM 2010-LEO-MORANUE
                    END-PERFORM
                    CLOSE MORANUE

               WHEN 88-FS-MORANUE-NOEXISTE
                    DISPLAY 'MORANUE INEXISTENTE - SIN DEUDA DE TARJETA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MORANUE'
                    DISPLAY 'FILE STATUS' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-MORANUE.
      *-----------------

           INITIALIZE REG-MORATAR.

           READ MORANUE INTO REG-MORATAR

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    ADD 1 TO WS-LEIDOS-MORANUE
               WHEN 88-FS-MORANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MORANUE FS: ' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-DEUDA-TARJETA.
      *-------------------

           IF MORA-SALDO-CIERRE NOT NUMERIC
           OR MORA-SALDO-CIERRE NOT > 0
              GO TO FIN-2020
           END-IF.

           IF MORA-DIAS-MORA NUMERIC
              MOVE MORA-DIAS-MORA         TO WS-BUSCO-DIAS
           ELSE
              MOVE 0                      TO WS-BUSCO-DIAS
           END-IF.

           MOVE 0                         TO WS-BUSCO-CLI-ID.
           SET IDX-TARCLI TO 1.
           SEARCH WS-TARCLI-TAB
               AT END
                  CONTINUE
               WHEN IDX-TARCLI > WS-CANT-TARCLI
                  CONTINUE
               WHEN WTC-NRO-TARJETA (IDX-TARCLI) = MORA-NRO-TARJETA
                  MOVE WTC-CLI-ID (IDX-TARCLI) TO WS-BUSCO-CLI-ID
           END-SEARCH.

           IF WS-BUSCO-CLI-ID = 0
              MOVE 'TARJETA SIN CLIENTE EN TARCLI' TO WS-MOTIVO-EXC
              MOVE MORA-SALDO-CIERRE      TO WS-SALDO
              PERFORM 2800-EXCEPCION-TARJETA
              GO TO FIN-2020
           END-IF.

           PERFORM 2050-UBICO-DEUDOR THRU FIN-2050.

           IF IDX-DEUDOR NOT > WS-CANT-DEUDORES
              ADD MORA-SALDO-CIERRE TO WDE-DEUDA-TARJETA (IDX-DEUDOR)
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * DEJA IDX-DEUDOR EN EL CLIENTE WS-BUSCO-CLI-ID (LO AGREGA SI
      * NO ESTA) Y ACTUALIZA SUS DIAS DE ATRASO CON WS-BUSCO-DIAS.
      * CON LA TABLA LLENA QUEDA FUERA DE RANGO.
      *------------------------------------------------------------
       2050-UBICO-DEUDOR.
      *------------------

           SET IDX-DEUDOR TO 1.
           SEARCH WS-DEUDOR-TAB
               AT END
                  CONTINUE
               WHEN IDX-DEUDOR > WS-CANT-DEUDORES
                  CONTINUE
               WHEN WDE-CLI-ID (IDX-DEUDOR) = WS-BUSCO-CLI-ID
                  CONTINUE
           END-SEARCH.

           IF WS-CANT-DEUDORES NOT < WCN-TOPE-DEUDORES
           AND IDX-DEUDOR > WS-CANT-DEUDORES
              ADD 1 TO WS-DESBORDES
              DISPLAY 'TABLA DE DEUDORES COMPLETA - CLIENTE OMITIDO: '
                      WS-BUSCO-CLI-ID
              GO TO FIN-2050
           END-IF.

           IF IDX-DEUDOR > WS-CANT-DEUDORES
              ADD 1 TO WS-CANT-DEUDORES
              SET IDX-DEUDOR TO WS-CANT-DEUDORES
              MOVE WS-BUSCO-CLI-ID        TO WDE-CLI-ID (IDX-DEUDOR)
              MOVE 0                      TO WDE-DIAS (IDX-DEUDOR)
                                             WDE-DEUDA-TARJETA
                                                        (IDX-DEUDOR)
                                             WDE-DEUDA-CTACTE
                                                        (IDX-DEUDOR)
           END-IF.

           IF WS-BUSCO-DIAS > WDE-DIAS (IDX-DEUDOR)
              MOVE WS-BUSCO-DIAS          TO WDE-DIAS (IDX-DEUDOR)
           END-IF.

       FIN-2050.
           EXIT.

      *------------------------------------------------------------
      * DEUDA DE CUENTA CORRIENTE: SALDO ABIERTO DE CADA FACTURA Y
      * DIAS DESDE SU VENCIMIENTO A LA FECHA DE CORTE
      *------------------------------------------------------------
       2100-PROCESO-CTANUE.
      *--------------------

           OPEN INPUT CTANUE.

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
                    PERFORM 2110-LEO-CTANUE
                    PERFORM UNTIL 88-FS-CTANUE-EOF
                       PERFORM 2120-DEUDA-CTACTE THRU FIN-2120
                       PERFORM 2110-LEO-CTANUE
                    END-PERFORM
                    CLOSE CTANUE

               WHEN 88-FS-CTANUE-NOEXISTE
                    DISPLAY 'CTANUE INEXISTENTE - SIN CUENTA CORRIENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTANUE'
                    DISPLAY 'FILE STATUS' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2110-LEO-CTANUE.
      *----------------

           INITIALIZE REG-CTACTE.

           READ CTANUE INTO REG-CTACTE

           EVALUATE TRUE
               WHEN 88-FS-CTANUE-OK
                    ADD 1 TO WS-LEIDOS-CTANUE
               WHEN 88-FS-CTANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CTANUE FS: ' FS-CTANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-DEUDA-CTACTE.
      *------------------

           IF NOT 88-CTA-ABIERTA
           OR CTA-IMPORTE NOT NUMERIC
           OR CTA-PAGADO NOT NUMERIC
              GO TO FIN-2120
           END-IF.

           COMPUTE WS-SALDO = CTA-IMPORTE - CTA-PAGADO.

           IF WS-SALDO NOT > 0
              GO TO FIN-2120
           END-IF.

           MOVE 0                         TO WS-DIAS-ATRASO.
           IF CTA-FECHA-VTO NUMERIC
           AND CTA-FECHA-VTO > 0
              COMPUTE WS-DIAS-ATRASO = WS-INT-CORTE
                    - FUNCTION INTEGER-OF-DATE (CTA-FECHA-VTO)
           END-IF.

           IF WS-DIAS-ATRASO > 0
              MOVE WS-DIAS-ATRASO         TO WS-BUSCO-DIAS
           ELSE
              MOVE 0                      TO WS-BUSCO-DIAS
           END-IF.

           MOVE CTA-CLI-ID                TO WS-BUSCO-CLI-ID.

           PERFORM 2050-UBICO-DEUDOR THRU FIN-2050.

           IF IDX-DEUDOR NOT > WS-CANT-DEUDORES
              ADD WS-SALDO TO WDE-DEUDA-CTACTE (IDX-DEUDOR)
           END-IF.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * UN REGISTRO POR DEUDOR CON CUIT VALIDO; LOS DEMAS A LA
      * LISTA DE EXCEPCIONES
      *------------------------------------------------------------
       2500-INFORMO-DEUDORES.
      *----------------------

           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                     UNTIL IDX-DEUDOR > WS-CANT-DEUDORES
              PERFORM 2510-INFORMO-DEUDOR THRU FIN-2510
           END-PERFORM.

       FIN-2500.
           EXIT.

       2510-INFORMO-DEUDOR.
      *--------------------

           INITIALIZE REG-CENDEU.
           SET 88-CDE-DETALLE             TO TRUE.
           MOVE WCN-CUIT-ENTIDAD          TO CDE-CUIT-ENTIDAD.
           MOVE WS-PERIODO                TO CDE-PERIODO.
           MOVE WDE-CLI-ID (IDX-DEUDOR)   TO CDE-CLI-ID.
           MOVE WDE-DIAS (IDX-DEUDOR)     TO CDE-DIAS-ATRASO.
           MOVE WDE-DEUDA-TARJETA (IDX-DEUDOR)
                                          TO CDE-DEUDA-TARJETA.
           MOVE WDE-DEUDA-CTACTE (IDX-DEUDOR)
                                          TO CDE-DEUDA-CTACTE.
           COMPUTE CDE-DEUDA-TOTAL = CDE-DEUDA-TARJETA
                                   + CDE-DEUDA-CTACTE.

           MOVE SPACES                    TO WS-TAX-ID.
           SET IDX-CLI TO 1.
           SEARCH WS-CLI-TAB
               AT END
                  MOVE 'CLIENTE INEXISTENTE'   TO WS-MOTIVO-EXC
               WHEN IDX-CLI > WS-CANT-CLI
                  MOVE 'CLIENTE INEXISTENTE'   TO WS-MOTIVO-EXC
               WHEN WCL-ID (IDX-CLI) = CDE-CLI-ID
                  MOVE WCL-APELLIDO (IDX-CLI)  TO CDE-NOMBRE
                  MOVE WCL-TAX-ID (IDX-CLI)    TO WS-TAX-ID
                  MOVE SPACES                  TO WS-MOTIVO-EXC
           END-SEARCH.

           IF WS-MOTIVO-EXC NOT = SPACES
              PERFORM 2810-EXCEPCION-DEUDOR
              GO TO FIN-2510
           END-IF.

           IF WS-TAX-ID = SPACES
              MOVE 'CLIENTE SIN CLI-TAX-ID'    TO WS-MOTIVO-EXC
              PERFORM 2810-EXCEPCION-DEUDOR
              GO TO FIN-2510
           END-IF.

           PERFORM 2520-NORMALIZO-CUIT.

           IF WS-CANT-DIGITOS NOT = 11
              MOVE 'CLI-TAX-ID SIN 11 DIGITOS' TO WS-MOTIVO-EXC
              PERFORM 2810-EXCEPCION-DEUDOR
              GO TO FIN-2510
           END-IF.

           MOVE WS-CUIT-X                 TO WS-CUIT.
           MOVE WS-CUIT                   TO CDE-CUIT-DEUDOR.

           EVALUATE TRUE
               WHEN CDE-DIAS-ATRASO <= 31
                    MOVE 1                TO CDE-SITUACION
               WHEN CDE-DIAS-ATRASO <= 90
                    MOVE 2                TO CDE-SITUACION
               WHEN CDE-DIAS-ATRASO <= 180
                    MOVE 3                TO CDE-SITUACION
               WHEN CDE-DIAS-ATRASO <= 365
                    MOVE 4                TO CDE-SITUACION
               WHEN OTHER
                    MOVE 5                TO CDE-SITUACION
           END-EVALUATE.

           WRITE REG-CENDEU-FD FROM REG-CENDEU.

           EVALUATE TRUE
               WHEN 88-FS-CENDEU-OK
                    ADD 1               TO WS-CANT-INFORMADOS
                    ADD CDE-DEUDA-TOTAL TO WS-TOTAL-INFORMADO
                    MOVE CDE-SITUACION  TO WS-SIT
                    ADD 1               TO WS-SIT-CANT (WS-SIT)
                    ADD CDE-DEUDA-TOTAL TO WS-SIT-DEUDA (WS-SIT)
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CENDEU FS: ' FS-CENDEU
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

      *------------------------------------------------------------
      * CLI-TAX-ID SE CARGA CON GUIONES (99-99999999-9): SE TOMAN
      * SOLO LOS DIGITOS
      *------------------------------------------------------------
       2520-NORMALIZO-CUIT.
      *--------------------

           MOVE SPACES                    TO WS-CUIT-X.
           MOVE 0                         TO WS-CANT-DIGITOS.

           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > 20
              IF WS-TAX-ID (WS-POS:1) IS NUMERIC
                 ADD 1 TO WS-CANT-DIGITOS
                 IF WS-CANT-DIGITOS NOT > 11
                    MOVE WS-TAX-ID (WS-POS:1)
                      TO WS-CUIT-X (WS-CANT-DIGITOS:1)
                 END-IF
              END-IF
           END-PERFORM.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE CONTROL AL FINAL DE LA PRESENTACION
      *------------------------------------------------------------
       2700-GRABO-CONTROL.
      *-------------------

           INITIALIZE REG-CENDEU.
           SET 88-CDE-CONTROL             TO TRUE.
           MOVE WCN-CUIT-ENTIDAD          TO CDE-CUIT-ENTIDAD.
           MOVE WS-PERIODO                TO CDE-PERIODO.
           MOVE WS-CANT-INFORMADOS        TO CDE-CANT-DEUDORES.
           MOVE WS-TOTAL-INFORMADO        TO CDE-TOTAL-DEUDA.
           PERFORM VARYING WS-SIT FROM 1 BY 1 UNTIL WS-SIT > 5
              MOVE WS-SIT-CANT (WS-SIT)   TO CDE-CANT-SIT (WS-SIT)
           END-PERFORM.

           WRITE REG-CENDEU-FD FROM REG-CENDEU.

           EVALUATE TRUE
               WHEN 88-FS-CENDEU-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CENDEU FS: ' FS-CENDEU
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2700.
           EXIT.

       2800-EXCEPCION-TARJETA.
      *-----------------------

           MOVE MORA-DIAS-MORA            TO WS-DIAS-ED.
           MOVE WS-SALDO                  TO WS-IMPORTE-ED.

           MOVE SPACES                    TO REG-CENDEUEXC-FD.
           MOVE MORA-NRO-TARJETA          TO REG-CENDEUEXC-FD (12:19).
           MOVE WS-DIAS-ED                TO REG-CENDEUEXC-FD (83:05).
           MOVE WS-IMPORTE-ED             TO REG-CENDEUEXC-FD (86:20).
           MOVE WS-MOTIVO-EXC             TO REG-CENDEUEXC-FD (108:26).
           PERFORM 2900-WRITE-CENDEUEXC.

           ADD 1                          TO WS-CANT-EXCEPCIONES.
           ADD WS-SALDO                   TO WS-TOTAL-EXCEPCIONES.

       FIN-2800.
           EXIT.

       2810-EXCEPCION-DEUDOR.
      *----------------------

           MOVE CDE-DIAS-ATRASO           TO WS-DIAS-ED.
           MOVE CDE-DEUDA-TOTAL           TO WS-IMPORTE-ED.

           MOVE SPACES                    TO REG-CENDEUEXC-FD.
           MOVE CDE-CLI-ID                TO REG-CENDEUEXC-FD (01:10).
           MOVE CDE-NOMBRE                TO REG-CENDEUEXC-FD (32:30).
           MOVE WS-TAX-ID                 TO REG-CENDEUEXC-FD (63:20).
           MOVE WS-DIAS-ED                TO REG-CENDEUEXC-FD (83:05).
           MOVE WS-IMPORTE-ED             TO REG-CENDEUEXC-FD (86:20).
           MOVE WS-MOTIVO-EXC             TO REG-CENDEUEXC-FD (108:26).
           PERFORM 2900-WRITE-CENDEUEXC.

           ADD 1                          TO WS-CANT-EXCEPCIONES.
           ADD CDE-DEUDA-TOTAL            TO WS-TOTAL-EXCEPCIONES.

       FIN-2810.
           EXIT.

       2900-WRITE-CENDEUEXC.
      *---------------------

           WRITE REG-CENDEUEXC-FD.

           EVALUATE TRUE
               WHEN 88-FS-CENDEUEXC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CENDEUEXC FS: '
                                                         FS-CENDEUEXC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

       3000-FINALIZO.
      *--------------

           CLOSE CENDEU
           EVALUATE TRUE
               WHEN 88-FS-CENDEU-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CENDEU FS: ' FS-CENDEU
           END-EVALUATE.

           CLOSE CENDEUEXC
           EVALUATE TRUE
               WHEN 88-FS-CENDEUEXC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CENDEUEXC FS: ' FS-CENDEUEXC
           END-EVALUATE.

           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'GENCENDEU'             TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS   = WS-LEIDOS-MORANUE
                                   + WS-LEIDOS-CTANUE.
           MOVE WS-CANT-INFORMADOS      TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-INFORMADO      TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: GENCENDEU             '.
           DISPLAY '**************************************************'.
           DISPLAY 'PERIODO INFORMADO              : ' WS-PERIODO.
           DISPLAY 'FECHA DE CORTE                 : ' WS-FECHA-CORTE.
           MOVE WS-LEIDOS-MORANUE       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS MORANUE           : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CTANUE        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LEIDOS CTANUE            : ' WS-CONTADOR-ED.
           MOVE WS-DESBORDES            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. FUERA DE TABLA           : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           PERFORM VARYING WS-SIT FROM 1 BY 1 UNTIL WS-SIT > 5
              MOVE WS-SIT-CANT (WS-SIT)  TO WS-CONTADOR-ED
              MOVE WS-SIT-DEUDA (WS-SIT) TO WS-IMPORTE-ED
              DISPLAY 'SITUACION ' WS-SIT ' DEUDORES: ' WS-CONTADOR-ED
                      ' DEUDA: ' WS-IMPORTE-ED
           END-PERFORM.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-INFORMADOS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. DEUDORES INFORMADOS      : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-INFORMADO      TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL DEUDA INFORMADA          : ' WS-IMPORTE-ED.
           MOVE WS-CANT-EXCEPCIONES     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. EXCEPCIONES              : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-EXCEPCIONES    TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL DEUDA NO INFORMADA       : ' WS-IMPORTE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM GENCENDEU.
