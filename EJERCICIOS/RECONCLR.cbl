       IDENTIFICATION DIVISION.

       PROGRAM-ID. RECONCLR.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CONCILIACION DIARIA DEL CLEARING DE LAS REDES DE TARJETAS.
      * IMPORTA EL ARCHIVO DE CLEARING DE LAS REDES (CLEARING, UNA
      * TANDA HEADER / TRAILER POR RED, VER WCLEARING.cpy) Y LO CRUZA
      * CONTRA LOS GASTOS ACEPTADOS (GASTOSOK, SALIDA DE PGMEDGTO)
      * POR TARJETA + FECHA DEL GASTO + COMERCIO + IMPORTE:
      *  - LAS PARTIDAS ABIERTAS DE CORRIDAS ANTERIORES (CONCPANT)
      *    SE VUELVEN A CRUZAR CON LO QUE LLEGA EN EL DIA; LAS QUE
      *    SIGUEN SIN PAREJA PASAN A CONCPNUE CON SU FECHA DE ALTA
      *    ORIGINAL (VER WCONCPEND.cpy).
      *  - MISMA TARJETA, FECHA Y COMERCIO CON OTRO IMPORTE ES UNA
      *    DIFERENCIA DE IMPORTE: SE INFORMA Y NO QUEDA ABIERTA.
      *  - UNA PRESENTACION CON REFERENCIA DE RED REPETIDA, O IGUAL
      *    A OTRA YA CONCILIADA EN LA CORRIDA, ES UNA PRESENTACION
      *    DUPLICADA: SE INFORMA PARA EL RECLAMO A LA RED.
      * EMITE EN RPTCONCLR LAS DIFERENCIAS, LAS DUPLICADAS, LAS
      * PARTIDAS ABIERTAS DE CADA LADO CON SU ANTIGUEDAD (TRAMOS
      * 0-3 / 4-7 / 8-15 / 16-30 / +30 DIAS) Y LOS TOTALES POR RED Y
      * FECHA DE LIQUIDACION (BRUTO, ARANCEL Y NETO A ACREDITAR) CON
      * LOS QUE TESORERIA VERIFICA LA ACREDITACION DE LA RED EN EL
      * EXTRACTO BANCARIO.
      * GASTOSOK Y CLEARING SE VERIFICAN COMPLETOS (UTLCTLARC) ANTES
      * DE CONCILIAR: UN ARCHIVO TRUNCADO, DUPLICADO O DE OTRA FECHA
      * CANCELA LA CORRIDA.
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

           SELECT GASTOSOK      ASSIGN       TO
                                 DYNAMIC WS-ARCH-GASTOSOK
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-GASTOSOK.

           SELECT CLEARING      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLEARING
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLEARING.

           SELECT CONCPANT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CONCPANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CONCPANT.

           SELECT CONCPNUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CONCPNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CONCPNUE.

           SELECT RPTCONCLR     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTCONCLR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTCONCLR.

       DATA DIVISION.

       FILE SECTION.

       FD  GASTOSOK
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GASTOSOK-FD               PIC X(81).

       FD  CLEARING
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLEARING-FD               PIC X(80).

       FD  CONCPANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CONCPANT-FD               PIC X(100).

       FD  CONCPNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CONCPNUE-FD               PIC X(100).

       FD  RPTCONCLR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTCONCLR-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-GASTOSOK           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLEARING           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CONCPANT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CONCPNUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTCONCLR          PIC X(128) VALUE SPACES.

       77  FS-GASTOSOK                   PIC  X(02) VALUE ' '.
           88 88-FS-GASTOSOK-OK                     VALUE '00'.
           88 88-FS-GASTOSOK-EOF                    VALUE '10'.

       77  FS-CLEARING                   PIC  X(02) VALUE ' '.
           88 88-FS-CLEARING-OK                     VALUE '00'.
           88 88-FS-CLEARING-EOF                    VALUE '10'.

       77  FS-CONCPANT                   PIC  X(02) VALUE ' '.
           88 88-FS-CONCPANT-OK                     VALUE '00'.
           88 88-FS-CONCPANT-EOF                    VALUE '10'.
           88 88-FS-CONCPANT-NOEXISTE               VALUE '35'.

       77  FS-CONCPNUE                   PIC  X(02) VALUE ' '.
           88 88-FS-CONCPNUE-OK                     VALUE '00'.

       77  FS-RPTCONCLR                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTCONCLR-OK                    VALUE '00'.

       77  WS-LEIDOS-GASTOSOK            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CLEARING            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CONCPANT            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CONCPNUE          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTCONCLR         PIC  9(09) VALUE 0.
       77  WS-CANT-CONCILIADOS           PIC  9(09) VALUE 0.
       77  WS-CANT-DIFERENCIAS           PIC  9(09) VALUE 0.
       77  WS-CANT-DUPLICADAS            PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-GASTO                PIC  9(08) VALUE 0.
       77  WS-DIAS-ABIERTA               PIC  9(05) VALUE 0.
       77  WS-DIFERENCIA                 PIC S9(09)V99 VALUE 0.
       77  WS-NETO-TOTAL                 PIC  9(13)V99 VALUE 0.
       77  WS-IDX-TRAMO                  PIC  9(01) VALUE 0.
       77  WS-IDX-LADO                   PIC  9(01) VALUE 0.
       77  WS-POS-COL                    PIC  9(03) VALUE 0.
       77  WS-POS-BUSCA                  PIC  9(05) VALUE 0.
       77  WS-CANT-LINEAS                PIC  9(05) VALUE 0.

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.
           88 88-ENCONTRADO                         VALUE 'S'.

       77  WS-MONTO-ED                   PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-DIFERENCIA-ED              PIC  -ZZ.ZZZ.ZZ9,99.
       77  WS-IMPORTE-ED                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-CANT-ED                    PIC  ZZZZZ9.

      *------------------------------------------------------
      * TOPE EN DIAS DE CADA TRAMO DE ANTIGUEDAD DE LAS
      * PARTIDAS ABIERTAS (EL ULTIMO TRAMO ES ABIERTO)
      *------------------------------------------------------
       01  WCN-TRAMOS.
           05 FILLER                     PIC 9(05) VALUE 3.
           05 FILLER                     PIC 9(05) VALUE 7.
           05 FILLER                     PIC 9(05) VALUE 15.
           05 FILLER                     PIC 9(05) VALUE 30.
           05 FILLER                     PIC 9(05) VALUE 99999.
       01  WCN-TRAMOS-R REDEFINES WCN-TRAMOS.
           05 WCN-TRAMO-HASTA OCCURS 5 TIMES PIC 9(05).

      *------------------------------------------------------
      * ANTIGUEDAD DE LAS PARTIDAS ABIERTAS POR LADO
      * (1 = GASTOS SIN PRESENTACION, 2 = PRESENTACIONES SIN
      * GASTO)
      *------------------------------------------------------
       01  WS-TABLA-ANTIG.
           05 WS-ANTIG-TAB OCCURS 2 TIMES.
              10 WAN-CANT                PIC 9(07).
              10 WAN-IMPORTE             PIC 9(13)V99.
              10 WAN-TRAMO OCCURS 5 TIMES PIC 9(07).

      *------------------------------------------------------
      * GASTOS ACEPTADOS A CONCILIAR (ABIERTOS ANTERIORES +
      * GASTOSOK DEL DIA)
      *------------------------------------------------------
       77  WCN-TOPE-GASTOS               PIC 9(05) VALUE 20000.
       77  WS-CANT-GASTOS                PIC 9(05) VALUE 0.
       01  WS-TABLA-GASTOS.
           05 WS-GASTO-TAB OCCURS 20000 TIMES
                           INDEXED BY IDX-GTO.
              10 WGT-TARJETA             PIC 9(19).
              10 WGT-FECHA               PIC 9(08).
              10 WGT-COMERCIO            PIC 9(05).
              10 WGT-MONTO               PIC 9(09)V99.
              10 WGT-REFERENCIA          PIC X(12).
              10 WGT-FECHA-ALTA          PIC 9(08).
              10 WGT-DIAS                PIC 9(05).
              10 WGT-ESTADO              PIC X(01).
                 88 88-WGT-PENDIENTE                VALUE 'P'.
                 88 88-WGT-CONCILIADO               VALUE 'C'.
                 88 88-WGT-DIFERENCIA               VALUE 'D'.

      *------------------------------------------------------
      * PRESENTACIONES DE LAS REDES A CONCILIAR (ABIERTAS
      * ANTERIORES + CLEARING DEL DIA). WCL-POS-GASTO APUNTA AL
      * GASTO DE LA DIFERENCIA DE IMPORTE.
      *------------------------------------------------------
       77  WCN-TOPE-CLEARING             PIC 9(05) VALUE 20000.
       77  WS-CANT-CLEARING              PIC 9(05) VALUE 0.
       01  WS-TABLA-CLEARING.
           05 WS-CLEARING-TAB OCCURS 20000 TIMES
                              INDEXED BY IDX-CLR IDX-CLR-ANT.
              10 WCL-RED                 PIC X(02).
              10 WCL-TARJETA             PIC 9(19).
              10 WCL-FECHA               PIC 9(08).
              10 WCL-COMERCIO            PIC 9(05).
              10 WCL-MONTO               PIC 9(09)V99.
              10 WCL-ARANCEL             PIC 9(07)V99.
              10 WCL-REFERENCIA          PIC X(12).
              10 WCL-FECHA-LIQ           PIC 9(08).
              10 WCL-FECHA-ALTA          PIC 9(08).
              10 WCL-DIAS                PIC 9(05).
              10 WCL-DEL-DIA             PIC X(01).
              10 WCL-POS-GASTO           PIC 9(05).
              10 WCL-ESTADO              PIC X(01).
                 88 88-WCL-PENDIENTE                VALUE 'P'.
                 88 88-WCL-CONCILIADO               VALUE 'C'.
                 88 88-WCL-DIFERENCIA               VALUE 'D'.
                 88 88-WCL-DUPLICADA                VALUE 'X'.

      *------------------------------------------------------
      * TOTALES DE TESORERIA POR RED Y FECHA DE LIQUIDACION
      * (SOLO EL CLEARING DEL DIA)
      *------------------------------------------------------
       77  WCN-TOPE-TESORERIA            PIC 9(03) VALUE 100.
       77  WS-CANT-TESORERIA             PIC 9(03) VALUE 0.
       01  WS-TABLA-TESORERIA.
           05 WS-TESORERIA-TAB OCCURS 100 TIMES
                               INDEXED BY IDX-TES.
              10 WTE-RED                 PIC X(02).
              10 WTE-FECHA-LIQ           PIC 9(08).
              10 WTE-CANT                PIC 9(07).
              10 WTE-BRUTO               PIC 9(13)V99.
              10 WTE-ARANCEL             PIC 9(13)V99.
              10 WTE-NETO                PIC 9(13)V99.
              10 WTE-CONCILIADO          PIC 9(13)V99.
              10 WTE-OBSERVADO           PIC 9(13)V99.

       COPY WGASTOS.

       COPY WCLEARING.

       COPY WCONCPEND.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA EN EL LISTADO
      * (VER UTLMASK)
      *------------------------------------------------------
       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE GASTOSOK Y CLEARING
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO.

           PERFORM 4000-EMITO-LISTADO.

           PERFORM 5000-GRABO-PENDIENTES.

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

           INITIALIZE WS-TABLA-ANTIG
                      WS-TABLA-TESORERIA.

           PERFORM 1005-RESUELVO-ARCHIVOS.

           INITIALIZE WUTLCTLARC.
           MOVE 'GASTOSOK'           TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-GASTOSOK     TO UTLCTLARC-PATH.
           PERFORM 1008-CONTROLO-ARCHIVO.

           INITIALIZE WUTLCTLARC.
           MOVE 'CLEARING'           TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-CLEARING     TO UTLCTLARC-PATH.
           PERFORM 1008-CONTROLO-ARCHIVO.

           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PENDIENTES.
           PERFORM 1030-CARGO-GASTOSOK.
           PERFORM 1040-CARGO-CLEARING.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'GASTOSOK'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-GASTOSOK

           MOVE 'CLEARING'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLEARING

           MOVE 'CONCPANT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CONCPANT

           MOVE 'CONCPNUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CONCPNUE

           MOVE 'RPTCONCLR'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTCONCLR.

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

      *------------------------------------------------------------
      * GASTOSOK Y CLEARING SE VERIFICAN COMPLETOS (HEADER, FECHA,
      * CANTIDAD E IMPORTE DE CADA TRAILER) ANTES DE CONCILIAR. EL
      * LLAMADOR DEJA EL NOMBRE LOGICO Y EL PATH; EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-ARCHIVO.
      *----------------------

           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RECONCLR'           TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO     TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY UTLCTLARC-ARCHIVO ' RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT GASTOSOK

           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GASTOSOK'
                    DISPLAY 'FILE STATUS' FS-GASTOSOK
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN INPUT CLEARING

           EVALUATE TRUE
               WHEN 88-FS-CLEARING-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLEARING'
                    DISPLAY 'FILE STATUS' FS-CLEARING
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CONCPNUE

           EVALUATE TRUE
               WHEN 88-FS-CONCPNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CONCPNUE'
                    DISPLAY 'FILE STATUS' FS-CONCPNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTCONCLR

           EVALUATE TRUE
               WHEN 88-FS-RPTCONCLR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTCONCLR'
                    DISPLAY 'FILE STATUS' FS-RPTCONCLR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * PARTIDAS ABIERTAS DE LAS CORRIDAS ANTERIORES. SIN ARCHIVO
      * ES LA PRIMERA CONCILIACION.
      *------------------------------------------------------------
       1020-CARGO-PENDIENTES.
      *----------------------

           OPEN INPUT CONCPANT.

           EVALUATE TRUE
               WHEN 88-FS-CONCPANT-OK
                    PERFORM 1021-LEO-CONCPANT
                    PERFORM UNTIL 88-FS-CONCPANT-EOF
                       IF 88-CPE-LADO-GASTO
                          PERFORM 1022-PENDIENTE-GASTO
                       ELSE
                          PERFORM 1023-PENDIENTE-CLEARING
                       END-IF
                       PERFORM 1021-LEO-CONCPANT
                    END-PERFORM
                    CLOSE CONCPANT

               WHEN 88-FS-CONCPANT-NOEXISTE
                    DISPLAY 'CONCPANT INEXISTENTE - SIN PARTIDAS '
                            'ABIERTAS ANTERIORES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CONCPANT'
                    DISPLAY 'FILE STATUS' FS-CONCPANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CONCPANT.
      *------------------

           INITIALIZE REG-CONCPEND.

           READ CONCPANT INTO REG-CONCPEND

           EVALUATE TRUE
               WHEN 88-FS-CONCPANT-OK
                    ADD 1 TO WS-LEIDOS-CONCPANT
               WHEN 88-FS-CONCPANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CONCPANT FS: ' FS-CONCPANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-PENDIENTE-GASTO.
      *---------------------

           PERFORM 1090-LUGAR-GASTO.

           MOVE CPE-NRO-TARJETA     TO WGT-TARJETA    (WS-CANT-GASTOS).
           MOVE CPE-FECHA-GASTO     TO WGT-FECHA      (WS-CANT-GASTOS).
           MOVE CPE-COMERCIO        TO WGT-COMERCIO   (WS-CANT-GASTOS).
           MOVE CPE-MONTO           TO WGT-MONTO      (WS-CANT-GASTOS).
           MOVE CPE-REFERENCIA      TO WGT-REFERENCIA (WS-CANT-GASTOS).
           MOVE CPE-FECHA-ALTA      TO WGT-FECHA-ALTA (WS-CANT-GASTOS).

       FIN-1022.
           EXIT.

       1023-PENDIENTE-CLEARING.
      *------------------------

           PERFORM 1095-LUGAR-CLEARING.

           MOVE CPE-RED             TO WCL-RED      (WS-CANT-CLEARING).
           MOVE CPE-NRO-TARJETA     TO WCL-TARJETA  (WS-CANT-CLEARING).
           MOVE CPE-FECHA-GASTO     TO WCL-FECHA    (WS-CANT-CLEARING).
           MOVE CPE-COMERCIO        TO WCL-COMERCIO (WS-CANT-CLEARING).
           MOVE CPE-MONTO           TO WCL-MONTO    (WS-CANT-CLEARING).
           MOVE CPE-ARANCEL         TO WCL-ARANCEL  (WS-CANT-CLEARING).
           MOVE CPE-REFERENCIA
             TO WCL-REFERENCIA (WS-CANT-CLEARING).
           MOVE CPE-FECHA-LIQ
             TO WCL-FECHA-LIQ  (WS-CANT-CLEARING).
           MOVE CPE-FECHA-ALTA
             TO WCL-FECHA-ALTA (WS-CANT-CLEARING).

       FIN-1023.
           EXIT.

      *------------------------------------------------------------
      * GASTOS ACEPTADOS DEL DIA. HEADER Y TRAILER YA VERIFICADOS
      * EN 1008: SE SALTEAN.
      *------------------------------------------------------------
       1030-CARGO-GASTOSOK.
      *--------------------

           PERFORM 1031-LEO-GASTOSOK.

           PERFORM UNTIL 88-FS-GASTOSOK-EOF
               PERFORM 1090-LUGAR-GASTO
               MOVE FEC-AAAA IN GTO-FECHA TO WS-FECHA-GASTO (1:4)
               MOVE FEC-MM   IN GTO-FECHA TO WS-FECHA-GASTO (5:2)
               MOVE FEC-DD   IN GTO-FECHA TO WS-FECHA-GASTO (7:2)
               MOVE GTO-NUM-TARJETA  TO WGT-TARJETA  (WS-CANT-GASTOS)
               MOVE WS-FECHA-GASTO   TO WGT-FECHA    (WS-CANT-GASTOS)
               MOVE GTO-COMERCIO     TO WGT-COMERCIO (WS-CANT-GASTOS)
               MOVE GTO-MONTO        TO WGT-MONTO    (WS-CANT-GASTOS)
               MOVE GTO-ID
                 TO WGT-REFERENCIA (WS-CANT-GASTOS)
               MOVE WS-FECHA-PROCESO
                 TO WGT-FECHA-ALTA (WS-CANT-GASTOS)
               PERFORM 1031-LEO-GASTOSOK
           END-PERFORM.

       FIN-1030.
           EXIT.

       1031-LEO-GASTOSOK.
      *------------------

           INITIALIZE REG-GASTOS.

           READ GASTOSOK INTO REG-GASTOS

           PERFORM UNTIL NOT 88-FS-GASTOSOK-OK
                      OR (REG-GASTOSOK-FD (1:7) NOT = 'HEADER '
                      AND REG-GASTOSOK-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-GASTOS
               READ GASTOSOK INTO REG-GASTOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
                    ADD 1 TO WS-LEIDOS-GASTOSOK
               WHEN 88-FS-GASTOSOK-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GASTOSOK FS: ' FS-GASTOSOK
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * CLEARING DEL DIA DE TODAS LAS REDES. HEADER Y TRAILER DE
      * CADA TANDA YA VERIFICADOS EN 1008: SE SALTEAN.
      *------------------------------------------------------------
       1040-CARGO-CLEARING.
      *--------------------

           PERFORM 1041-LEO-CLEARING.

           PERFORM UNTIL 88-FS-CLEARING-EOF
               PERFORM 1095-LUGAR-CLEARING
               MOVE CLR-RED          TO WCL-RED      (WS-CANT-CLEARING)
               MOVE CLR-NRO-TARJETA  TO WCL-TARJETA  (WS-CANT-CLEARING)
               MOVE CLR-FECHA-GASTO  TO WCL-FECHA    (WS-CANT-CLEARING)
               MOVE CLR-COMERCIO     TO WCL-COMERCIO (WS-CANT-CLEARING)
               MOVE CLR-MONTO        TO WCL-MONTO    (WS-CANT-CLEARING)
               MOVE CLR-ARANCEL      TO WCL-ARANCEL  (WS-CANT-CLEARING)
               MOVE CLR-REFERENCIA
                 TO WCL-REFERENCIA (WS-CANT-CLEARING)
               MOVE CLR-FECHA-LIQ
                 TO WCL-FECHA-LIQ  (WS-CANT-CLEARING)
               MOVE WS-FECHA-PROCESO
                 TO WCL-FECHA-ALTA (WS-CANT-CLEARING)
               MOVE 'S'              TO WCL-DEL-DIA  (WS-CANT-CLEARING)
               PERFORM 1041-LEO-CLEARING
           END-PERFORM.

       FIN-1040.
           EXIT.

       1041-LEO-CLEARING.
      *------------------

           INITIALIZE REG-CLEARING.

           READ CLEARING INTO REG-CLEARING

           PERFORM UNTIL NOT 88-FS-CLEARING-OK
                      OR (REG-CLEARING-FD (1:7) NOT = 'HEADER '
                      AND REG-CLEARING-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-CLEARING
               READ CLEARING INTO REG-CLEARING
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-CLEARING-OK
                    ADD 1 TO WS-LEIDOS-CLEARING
               WHEN 88-FS-CLEARING-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLEARING FS: ' FS-CLEARING
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * PROXIMO LUGAR LIBRE DE CADA TABLA, EN PENDIENTE. UNA TABLA
      * LLENA CANCELA: CONCILIAR UNA PARTE DARIA PARTIDAS ABIERTAS
      * FALSAS.
      *------------------------------------------------------------
       1090-LUGAR-GASTO.
      *-----------------

           IF WS-CANT-GASTOS NOT < WCN-TOPE-GASTOS
              DISPLAY 'TABLA DE GASTOS A CONCILIAR COMPLETA - SE '
                      'CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-GASTOS.
           INITIALIZE WS-GASTO-TAB (WS-CANT-GASTOS).
           SET 88-WGT-PENDIENTE (WS-CANT-GASTOS) TO TRUE.

       FIN-1090.
           EXIT.

       1095-LUGAR-CLEARING.
      *--------------------

           IF WS-CANT-CLEARING NOT < WCN-TOPE-CLEARING
              DISPLAY 'TABLA DE CLEARING A CONCILIAR COMPLETA - SE '
                      'CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-CLEARING.
           INITIALIZE WS-CLEARING-TAB (WS-CANT-CLEARING).
           MOVE 'N' TO WCL-DEL-DIA (WS-CANT-CLEARING).
           SET 88-WCL-PENDIENTE (WS-CANT-CLEARING) TO TRUE.

       FIN-1095.
           EXIT.

      *------------------------------------------------------------
      * CRUCE DE CADA PRESENTACION PENDIENTE CONTRA LOS GASTOS,
      * TOTALES DE TESORERIA Y ANTIGUEDAD DE LO QUE QUEDA ABIERTO
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              PERFORM 2100-CRUZO-PRESENTACION THRU FIN-2100
           END-PERFORM.

           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF WCL-DEL-DIA (IDX-CLR) = 'S'
                 PERFORM 2200-ACUMULO-TESORERIA
              END-IF
           END-PERFORM.

           MOVE 1 TO WS-IDX-LADO.
           PERFORM VARYING IDX-GTO FROM 1 BY 1
                     UNTIL IDX-GTO > WS-CANT-GASTOS
              IF 88-WGT-PENDIENTE (IDX-GTO)
                 MOVE WGT-FECHA-ALTA (IDX-GTO) TO WS-FECHA-GASTO
                 PERFORM 2300-ANTIGUEDAD
                 MOVE WS-DIAS-ABIERTA TO WGT-DIAS (IDX-GTO)
                 ADD WGT-MONTO (IDX-GTO) TO WAN-IMPORTE (WS-IDX-LADO)
              END-IF
           END-PERFORM.

           MOVE 2 TO WS-IDX-LADO.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF 88-WCL-PENDIENTE (IDX-CLR)
                 MOVE WCL-FECHA-ALTA (IDX-CLR) TO WS-FECHA-GASTO
                 PERFORM 2300-ANTIGUEDAD
                 MOVE WS-DIAS-ABIERTA TO WCL-DIAS (IDX-CLR)
                 ADD WCL-MONTO (IDX-CLR) TO WAN-IMPORTE (WS-IDX-LADO)
              END-IF
           END-PERFORM.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * UNA PRESENTACION: PRIMERO SE DESCARTA QUE SEA DUPLICADA
      * POR REFERENCIA; LUEGO SE BUSCA EL GASTO EXACTO Y, SI NO
      * ESTA, EL MISMO GASTO CON OTRO IMPORTE. SIN PAREJA, UNA
      * PRESENTACION IGUAL A OTRA YA CONCILIADA ES DUPLICADA; SI
      * NO, QUEDA ABIERTA.
      *------------------------------------------------------------
       2100-CRUZO-PRESENTACION.
      *------------------------

           IF NOT 88-WCL-PENDIENTE (IDX-CLR)
              GO TO FIN-2100
           END-IF.

           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING IDX-CLR-ANT FROM 1 BY 1
                     UNTIL IDX-CLR-ANT NOT < IDX-CLR
                        OR 88-ENCONTRADO
              IF WCL-RED (IDX-CLR-ANT) = WCL-RED (IDX-CLR)
                 AND WCL-REFERENCIA (IDX-CLR-ANT)
                   = WCL-REFERENCIA (IDX-CLR)
                 SET 88-ENCONTRADO TO TRUE
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              SET 88-WCL-DUPLICADA (IDX-CLR) TO TRUE
              ADD 1 TO WS-CANT-DUPLICADAS
              GO TO FIN-2100
           END-IF.

           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING IDX-GTO FROM 1 BY 1
                     UNTIL IDX-GTO > WS-CANT-GASTOS
                        OR 88-ENCONTRADO
              IF 88-WGT-PENDIENTE (IDX-GTO)
                 AND WGT-TARJETA  (IDX-GTO) = WCL-TARJETA  (IDX-CLR)
                 AND WGT-FECHA    (IDX-GTO) = WCL-FECHA    (IDX-CLR)
                 AND WGT-COMERCIO (IDX-GTO) = WCL-COMERCIO (IDX-CLR)
                 AND WGT-MONTO    (IDX-GTO) = WCL-MONTO    (IDX-CLR)
                 SET 88-ENCONTRADO TO TRUE
                 SET 88-WGT-CONCILIADO (IDX-GTO) TO TRUE
                 SET 88-WCL-CONCILIADO (IDX-CLR) TO TRUE
                 ADD 1 TO WS-CANT-CONCILIADOS
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              GO TO FIN-2100
           END-IF.

           PERFORM VARYING IDX-GTO FROM 1 BY 1
                     UNTIL IDX-GTO > WS-CANT-GASTOS
                        OR 88-ENCONTRADO
              IF 88-WGT-PENDIENTE (IDX-GTO)
                 AND WGT-TARJETA  (IDX-GTO) = WCL-TARJETA  (IDX-CLR)
                 AND WGT-FECHA    (IDX-GTO) = WCL-FECHA    (IDX-CLR)
                 AND WGT-COMERCIO (IDX-GTO) = WCL-COMERCIO (IDX-CLR)
                 SET 88-ENCONTRADO TO TRUE
                 SET 88-WGT-DIFERENCIA (IDX-GTO) TO TRUE
                 SET 88-WCL-DIFERENCIA (IDX-CLR) TO TRUE
                 SET WS-POS-BUSCA TO IDX-GTO
                 MOVE WS-POS-BUSCA TO WCL-POS-GASTO (IDX-CLR)
                 ADD 1 TO WS-CANT-DIFERENCIAS
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              GO TO FIN-2100
           END-IF.

           PERFORM VARYING IDX-CLR-ANT FROM 1 BY 1
                     UNTIL IDX-CLR-ANT NOT < IDX-CLR
                        OR 88-ENCONTRADO
              IF 88-WCL-CONCILIADO (IDX-CLR-ANT)
                 AND WCL-RED (IDX-CLR-ANT)      = WCL-RED (IDX-CLR)
                 AND WCL-TARJETA (IDX-CLR-ANT)  = WCL-TARJETA (IDX-CLR)
                 AND WCL-FECHA (IDX-CLR-ANT)    = WCL-FECHA (IDX-CLR)
                 AND WCL-COMERCIO (IDX-CLR-ANT) = WCL-COMERCIO (IDX-CLR)
                 AND WCL-MONTO (IDX-CLR-ANT)    = WCL-MONTO (IDX-CLR)
                 SET 88-ENCONTRADO TO TRUE
              END-IF
           END-PERFORM.

           IF 88-ENCONTRADO
              SET 88-WCL-DUPLICADA (IDX-CLR) TO TRUE
              ADD 1 TO WS-CANT-DUPLICADAS
           END-IF.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * LA RED ACREDITA TODO LO QUE PRESENTO EN LA FECHA DE
      * LIQUIDACION, MENOS SU ARANCEL; LO NO CONCILIADO SE MUESTRA
      * APARTE PARA EL RECLAMO.
      *------------------------------------------------------------
       2200-ACUMULO-TESORERIA.
      *-----------------------

           SET IDX-TES TO 1.
           SEARCH WS-TESORERIA-TAB
               AT END
                  DISPLAY 'TABLA DE TOTALES DE TESORERIA COMPLETA'
                  PERFORM 3000-FINALIZO
               WHEN IDX-TES > WS-CANT-TESORERIA
                  ADD 1 TO WS-CANT-TESORERIA
                  INITIALIZE WS-TESORERIA-TAB (IDX-TES)
                  MOVE WCL-RED (IDX-CLR)       TO WTE-RED (IDX-TES)
                  MOVE WCL-FECHA-LIQ (IDX-CLR)
                    TO WTE-FECHA-LIQ (IDX-TES)
               WHEN WTE-RED (IDX-TES) = WCL-RED (IDX-CLR)
                AND WTE-FECHA-LIQ (IDX-TES) = WCL-FECHA-LIQ (IDX-CLR)
                  CONTINUE
           END-SEARCH.

           ADD 1                    TO WTE-CANT    (IDX-TES).
           ADD WCL-MONTO (IDX-CLR)  TO WTE-BRUTO   (IDX-TES).
           ADD WCL-ARANCEL (IDX-CLR) TO WTE-ARANCEL (IDX-TES).
           COMPUTE WTE-NETO (IDX-TES) = WTE-BRUTO (IDX-TES)
                                      - WTE-ARANCEL (IDX-TES).

           IF 88-WCL-CONCILIADO (IDX-CLR)
              ADD WCL-MONTO (IDX-CLR) TO WTE-CONCILIADO (IDX-TES)
           ELSE
              ADD WCL-MONTO (IDX-CLR) TO WTE-OBSERVADO (IDX-TES)
           END-IF.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * DIAS QUE LLEVA ABIERTA LA PARTIDA (DESDE WS-FECHA-GASTO,
      * SU FECHA DE ALTA) Y TRAMO DE ANTIGUEDAD DEL LADO
      * WS-IDX-LADO
      *------------------------------------------------------------
       2300-ANTIGUEDAD.
      *----------------

           COMPUTE WS-DIAS-ABIERTA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE (WS-FECHA-GASTO).

           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                     UNTIL WS-IDX-TRAMO > 4
                        OR WS-DIAS-ABIERTA NOT > WCN-TRAMO-HASTA
                                                    (WS-IDX-TRAMO)
              CONTINUE
           END-PERFORM.

           ADD 1 TO WAN-CANT  (WS-IDX-LADO).
           ADD 1 TO WAN-TRAMO (WS-IDX-LADO WS-IDX-TRAMO).

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * LISTADO DE CONCILIACION
      *------------------------------------------------------------
       4000-EMITO-LISTADO.
      *-------------------

           MOVE SPACES                   TO REG-RPTCONCLR-FD.
           MOVE 'CONCILIACION DE CLEARING DE REDES AL:'
                                         TO REG-RPTCONCLR-FD (01:37).
           MOVE WS-FECHA-PROCESO         TO REG-RPTCONCLR-FD (39:08).
           PERFORM 4600-WRITE-RPTCONCLR.

           PERFORM 4100-EMITO-DIFERENCIAS.
           PERFORM 4200-EMITO-DUPLICADAS.
           PERFORM 4300-EMITO-GASTOS-ABIERTOS.
           PERFORM 4400-EMITO-CLEARING-ABIERTO.
           PERFORM 4500-EMITO-ANTIGUEDAD.
           PERFORM 4700-EMITO-TESORERIA.

       FIN-4000.
           EXIT.

       4100-EMITO-DIFERENCIAS.
      *-----------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'DIFERENCIAS DE IMPORTE (MISMA TARJETA, FECHA Y '
                                         TO REG-RPTCONCLR-FD (01:47).
           MOVE 'COMERCIO)'              TO REG-RPTCONCLR-FD (48:09).
           PERFORM 4600-WRITE-RPTCONCLR.
           PERFORM 4800-TITULO-DETALLE.
           MOVE 'IMPORTE GASTO'          TO REG-RPTCONCLR-FD (76:13).
           MOVE 'DIFERENCIA'             TO REG-RPTCONCLR-FD (95:10).
           PERFORM 4600-WRITE-RPTCONCLR.

           MOVE 0 TO WS-CANT-LINEAS.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF 88-WCL-DIFERENCIA (IDX-CLR)
                 PERFORM 4810-DETALLE-CLEARING
                 MOVE WCL-POS-GASTO (IDX-CLR) TO WS-POS-BUSCA
                 MOVE WGT-MONTO (WS-POS-BUSCA) TO WS-MONTO-ED
                 MOVE WS-MONTO-ED TO REG-RPTCONCLR-FD (75:14)
                 COMPUTE WS-DIFERENCIA = WCL-MONTO (IDX-CLR)
                                       - WGT-MONTO (WS-POS-BUSCA)
                 MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
                 MOVE WS-DIFERENCIA-ED TO REG-RPTCONCLR-FD (91:14)
                 PERFORM 4600-WRITE-RPTCONCLR
              END-IF
           END-PERFORM.

           PERFORM 4900-SIN-PARTIDAS.

       FIN-4100.
           EXIT.

       4200-EMITO-DUPLICADAS.
      *----------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'PRESENTACIONES DUPLICADAS (RECLAMO A LA RED)'
                                         TO REG-RPTCONCLR-FD (01:44).
           PERFORM 4600-WRITE-RPTCONCLR.
           PERFORM 4800-TITULO-DETALLE.
           MOVE 'FECHA LIQ.'             TO REG-RPTCONCLR-FD (77:10).
           PERFORM 4600-WRITE-RPTCONCLR.

           MOVE 0 TO WS-CANT-LINEAS.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF 88-WCL-DUPLICADA (IDX-CLR)
                 PERFORM 4810-DETALLE-CLEARING
                 MOVE WCL-FECHA-LIQ (IDX-CLR)
                                         TO REG-RPTCONCLR-FD (77:08)
                 PERFORM 4600-WRITE-RPTCONCLR
              END-IF
           END-PERFORM.

           PERFORM 4900-SIN-PARTIDAS.

       FIN-4200.
           EXIT.

       4300-EMITO-GASTOS-ABIERTOS.
      *---------------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'GASTOS ACEPTADOS SIN PRESENTACION DE LA RED'
                                         TO REG-RPTCONCLR-FD (01:43).
           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'TARJETA'                TO REG-RPTCONCLR-FD (05:07).
           MOVE 'FECHA'                  TO REG-RPTCONCLR-FD (25:05).
           MOVE 'COMERCIO'               TO REG-RPTCONCLR-FD (34:08).
           MOVE 'GTO-ID'                 TO REG-RPTCONCLR-FD (43:06).
           MOVE 'IMPORTE'                TO REG-RPTCONCLR-FD (65:07).
           MOVE 'ALTA'                   TO REG-RPTCONCLR-FD (75:04).
           MOVE 'DIAS'                   TO REG-RPTCONCLR-FD (85:04).
           PERFORM 4600-WRITE-RPTCONCLR.

           MOVE 0 TO WS-CANT-LINEAS.
           PERFORM VARYING IDX-GTO FROM 1 BY 1
                     UNTIL IDX-GTO > WS-CANT-GASTOS
              IF 88-WGT-PENDIENTE (IDX-GTO)
                 PERFORM 4310-LINEA-GASTO
              END-IF
           END-PERFORM.

           PERFORM 4900-SIN-PARTIDAS.

       FIN-4300.
           EXIT.

       4310-LINEA-GASTO.
      *-----------------

           ADD 1 TO WS-CANT-LINEAS.

           MOVE WGT-TARJETA (IDX-GTO)    TO UTLMASK-TARJETA.
           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-TARJETA-MASC     TO REG-RPTCONCLR-FD (05:19).
           MOVE WGT-FECHA (IDX-GTO)      TO REG-RPTCONCLR-FD (25:08).
           MOVE WGT-COMERCIO (IDX-GTO)   TO REG-RPTCONCLR-FD (34:05).
           MOVE WGT-REFERENCIA (IDX-GTO) TO REG-RPTCONCLR-FD (43:12).
           MOVE WGT-MONTO (IDX-GTO)      TO WS-MONTO-ED.
           MOVE WS-MONTO-ED              TO REG-RPTCONCLR-FD (58:14).
           MOVE WGT-FECHA-ALTA (IDX-GTO) TO REG-RPTCONCLR-FD (75:08).
           MOVE WGT-DIAS (IDX-GTO)       TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTCONCLR-FD (84:05).
           PERFORM 4600-WRITE-RPTCONCLR.

       FIN-4310.
           EXIT.

       4400-EMITO-CLEARING-ABIERTO.
      *----------------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'PRESENTACIONES DE LA RED SIN GASTO ACEPTADO'
                                         TO REG-RPTCONCLR-FD (01:43).
           PERFORM 4600-WRITE-RPTCONCLR.
           PERFORM 4800-TITULO-DETALLE.
           MOVE 'FECHA LIQ.'             TO REG-RPTCONCLR-FD (77:10).
           MOVE 'ALTA'                   TO REG-RPTCONCLR-FD (89:04).
           MOVE 'DIAS'                   TO REG-RPTCONCLR-FD (99:04).
           PERFORM 4600-WRITE-RPTCONCLR.

           MOVE 0 TO WS-CANT-LINEAS.
           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF 88-WCL-PENDIENTE (IDX-CLR)
                 PERFORM 4810-DETALLE-CLEARING
                 MOVE WCL-FECHA-LIQ (IDX-CLR)
                                         TO REG-RPTCONCLR-FD (77:08)
                 MOVE WCL-FECHA-ALTA (IDX-CLR)
                                         TO REG-RPTCONCLR-FD (89:08)
                 MOVE WCL-DIAS (IDX-CLR) TO WS-DIAS-ED
                 MOVE WS-DIAS-ED         TO REG-RPTCONCLR-FD (98:05)
                 PERFORM 4600-WRITE-RPTCONCLR
              END-IF
           END-PERFORM.

           PERFORM 4900-SIN-PARTIDAS.

       FIN-4400.
           EXIT.

      *------------------------------------------------------------
      * RESUMEN DE ANTIGUEDAD DE LAS PARTIDAS ABIERTAS POR LADO
      *------------------------------------------------------------
       4500-EMITO-ANTIGUEDAD.
      *----------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'ANTIGUEDAD DE PARTIDAS ABIERTAS (DIAS)'
                                         TO REG-RPTCONCLR-FD (01:38).
           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'LADO'                   TO REG-RPTCONCLR-FD (01:04).
           MOVE 'CANTIDAD'               TO REG-RPTCONCLR-FD (28:08).
           MOVE 'IMPORTE'                TO REG-RPTCONCLR-FD (48:07).
           MOVE '0-3'                    TO REG-RPTCONCLR-FD (60:03).
           MOVE '4-7'                    TO REG-RPTCONCLR-FD (67:03).
           MOVE '8-15'                   TO REG-RPTCONCLR-FD (73:04).
           MOVE '16-30'                  TO REG-RPTCONCLR-FD (79:05).
           MOVE '+30'                    TO REG-RPTCONCLR-FD (88:03).
           PERFORM 4600-WRITE-RPTCONCLR.

           PERFORM VARYING WS-IDX-LADO FROM 1 BY 1
                     UNTIL WS-IDX-LADO > 2
              IF WS-IDX-LADO = 1
                 MOVE 'GASTOS SIN PRESENTACION'
                                         TO REG-RPTCONCLR-FD (01:23)
              ELSE
                 MOVE 'PRESENTACIONES SIN GASTO'
                                         TO REG-RPTCONCLR-FD (01:24)
              END-IF
              MOVE WAN-CANT (WS-IDX-LADO)    TO WS-CANT-ED
              MOVE WS-CANT-ED                TO REG-RPTCONCLR-FD (30:06)
              MOVE WAN-IMPORTE (WS-IDX-LADO) TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED             TO REG-RPTCONCLR-FD (38:17)
              MOVE 57 TO WS-POS-COL
              PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                        UNTIL WS-IDX-TRAMO > 5
                 MOVE WAN-TRAMO (WS-IDX-LADO WS-IDX-TRAMO)
                   TO WS-CANT-ED
                 MOVE WS-CANT-ED TO REG-RPTCONCLR-FD (WS-POS-COL:06)
                 ADD 7 TO WS-POS-COL
              END-PERFORM
              PERFORM 4600-WRITE-RPTCONCLR
           END-PERFORM.

       FIN-4500.
           EXIT.

      *------------------------------------------------------------
      * TOTALES PARA TESORERIA: LO QUE CADA RED DEBE ACREDITAR EN
      * CADA FECHA DE LIQUIDACION, CONTRA EL EXTRACTO BANCARIO
      *------------------------------------------------------------
       4700-EMITO-TESORERIA.
      *---------------------

           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'TOTALES PARA TESORERIA - ACREDITACION DE LAS REDES'
                                         TO REG-RPTCONCLR-FD (01:50).
           PERFORM 4600-WRITE-RPTCONCLR.
           MOVE 'RED'                    TO REG-RPTCONCLR-FD (01:03).
           MOVE 'FECHA LIQ.'             TO REG-RPTCONCLR-FD (05:10).
           MOVE 'CANT.'                  TO REG-RPTCONCLR-FD (18:05).
           MOVE 'BRUTO'                  TO REG-RPTCONCLR-FD (36:05).
           MOVE 'ARANCEL'                TO REG-RPTCONCLR-FD (52:07).
           MOVE 'NETO A ACREDITAR'       TO REG-RPTCONCLR-FD (61:16).
           MOVE 'CONCILIADO'             TO REG-RPTCONCLR-FD (85:10).
           MOVE 'OBSERVADO'              TO REG-RPTCONCLR-FD (104:09).
           PERFORM 4600-WRITE-RPTCONCLR.

           PERFORM VARYING IDX-TES FROM 1 BY 1
                     UNTIL IDX-TES > WS-CANT-TESORERIA
              MOVE WTE-RED (IDX-TES)       TO REG-RPTCONCLR-FD (01:02)
              MOVE WTE-FECHA-LIQ (IDX-TES) TO REG-RPTCONCLR-FD (05:08)
              MOVE WTE-CANT (IDX-TES)      TO WS-CANT-ED
              MOVE WS-CANT-ED              TO REG-RPTCONCLR-FD (17:06)
              MOVE WTE-BRUTO (IDX-TES)     TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED           TO REG-RPTCONCLR-FD (24:17)
              MOVE WTE-ARANCEL (IDX-TES)   TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED           TO REG-RPTCONCLR-FD (42:17)
              MOVE WTE-NETO (IDX-TES)      TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED           TO REG-RPTCONCLR-FD (60:17)
              MOVE WTE-CONCILIADO (IDX-TES) TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED           TO REG-RPTCONCLR-FD (78:17)
              MOVE WTE-OBSERVADO (IDX-TES) TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED           TO REG-RPTCONCLR-FD (96:17)
              ADD WTE-NETO (IDX-TES)       TO WS-NETO-TOTAL
              PERFORM 4600-WRITE-RPTCONCLR
           END-PERFORM.

           MOVE 'TOTAL NETO A ACREDITAR'  TO REG-RPTCONCLR-FD (01:22).
           MOVE WS-NETO-TOTAL             TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-RPTCONCLR-FD (60:17).
           PERFORM 4600-WRITE-RPTCONCLR.

       FIN-4700.
           EXIT.

       4600-WRITE-RPTCONCLR.
      *---------------------

           WRITE REG-RPTCONCLR-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTCONCLR-OK
                    ADD 1 TO WS-GRABADOS-RPTCONCLR
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTCONCLR FS: '
                                                         FS-RPTCONCLR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTCONCLR-FD.

       FIN-4600.
           EXIT.

      *------------------------------------------------------------
      * TITULO Y DETALLE COMUNES DE LAS SECCIONES DE PRESENTACIONES
      *------------------------------------------------------------
       4800-TITULO-DETALLE.
      *--------------------

           MOVE 'RED'                    TO REG-RPTCONCLR-FD (01:03).
           MOVE 'TARJETA'                TO REG-RPTCONCLR-FD (05:07).
           MOVE 'FECHA'                  TO REG-RPTCONCLR-FD (25:05).
           MOVE 'COMERCIO'               TO REG-RPTCONCLR-FD (34:08).
           MOVE 'REFERENCIA'             TO REG-RPTCONCLR-FD (43:10).
           MOVE 'IMPORTE RED'            TO REG-RPTCONCLR-FD (61:11).

       FIN-4800.
           EXIT.

       4810-DETALLE-CLEARING.
      *----------------------

           ADD 1 TO WS-CANT-LINEAS.

           MOVE WCL-RED (IDX-CLR)        TO REG-RPTCONCLR-FD (01:02).
           MOVE WCL-TARJETA (IDX-CLR)    TO UTLMASK-TARJETA.
           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-TARJETA-MASC     TO REG-RPTCONCLR-FD (05:19).
           MOVE WCL-FECHA (IDX-CLR)      TO REG-RPTCONCLR-FD (25:08).
           MOVE WCL-COMERCIO (IDX-CLR)   TO REG-RPTCONCLR-FD (34:05).
           MOVE WCL-REFERENCIA (IDX-CLR) TO REG-RPTCONCLR-FD (43:12).
           MOVE WCL-MONTO (IDX-CLR)      TO WS-MONTO-ED.
           MOVE WS-MONTO-ED              TO REG-RPTCONCLR-FD (58:14).

       FIN-4810.
           EXIT.

       4900-SIN-PARTIDAS.
      *------------------

           IF WS-CANT-LINEAS = 0
              MOVE 'SIN PARTIDAS'        TO REG-RPTCONCLR-FD (05:12)
              PERFORM 4600-WRITE-RPTCONCLR
           END-IF.

       FIN-4900.
           EXIT.

      *------------------------------------------------------------
      * PARTIDAS QUE SIGUEN ABIERTAS PARA LA PROXIMA CORRIDA, CON
      * SU FECHA DE ALTA ORIGINAL
      *------------------------------------------------------------
       5000-GRABO-PENDIENTES.
      *----------------------

           PERFORM VARYING IDX-GTO FROM 1 BY 1
                     UNTIL IDX-GTO > WS-CANT-GASTOS
              IF 88-WGT-PENDIENTE (IDX-GTO)
                 INITIALIZE REG-CONCPEND
                 SET 88-CPE-LADO-GASTO       TO TRUE
                 MOVE WGT-TARJETA (IDX-GTO)    TO CPE-NRO-TARJETA
                 MOVE WGT-FECHA (IDX-GTO)      TO CPE-FECHA-GASTO
                 MOVE WGT-COMERCIO (IDX-GTO)   TO CPE-COMERCIO
                 MOVE WGT-MONTO (IDX-GTO)      TO CPE-MONTO
                 MOVE WGT-REFERENCIA (IDX-GTO) TO CPE-REFERENCIA
                 MOVE WGT-FECHA-ALTA (IDX-GTO) TO CPE-FECHA-ALTA
                 PERFORM 5100-WRITE-CONCPNUE
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-CLR FROM 1 BY 1
                     UNTIL IDX-CLR > WS-CANT-CLEARING
              IF 88-WCL-PENDIENTE (IDX-CLR)
                 INITIALIZE REG-CONCPEND
                 SET 88-CPE-LADO-CLEARING    TO TRUE
                 MOVE WCL-RED (IDX-CLR)        TO CPE-RED
                 MOVE WCL-TARJETA (IDX-CLR)    TO CPE-NRO-TARJETA
                 MOVE WCL-FECHA (IDX-CLR)      TO CPE-FECHA-GASTO
                 MOVE WCL-COMERCIO (IDX-CLR)   TO CPE-COMERCIO
                 MOVE WCL-MONTO (IDX-CLR)      TO CPE-MONTO
                 MOVE WCL-ARANCEL (IDX-CLR)    TO CPE-ARANCEL
                 MOVE WCL-REFERENCIA (IDX-CLR) TO CPE-REFERENCIA
                 MOVE WCL-FECHA-LIQ (IDX-CLR)  TO CPE-FECHA-LIQ
                 MOVE WCL-FECHA-ALTA (IDX-CLR) TO CPE-FECHA-ALTA
                 PERFORM 5100-WRITE-CONCPNUE
              END-IF
           END-PERFORM.

       FIN-5000.
           EXIT.

       5100-WRITE-CONCPNUE.
      *--------------------

           WRITE REG-CONCPNUE-FD FROM REG-CONCPEND.

           EVALUATE TRUE
               WHEN 88-FS-CONCPNUE-OK
                    ADD 1 TO WS-GRABADOS-CONCPNUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CONCPNUE FS: ' FS-CONCPNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-5100.
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

           CLOSE GASTOSOK
                 CLEARING
                 CONCPNUE
                 RPTCONCLR.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN. EL
      * IMPORTE ES EL NETO QUE LAS REDES DEBEN ACREDITAR.
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RECONCLR'              TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS = WS-LEIDOS-GASTOSOK
                                 + WS-LEIDOS-CLEARING.
           MOVE WS-GRABADOS-CONCPNUE    TO RUNCTL-GRABADOS.
           MOVE WS-NETO-TOTAL           TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: RECONCLR              '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CONCPANT      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PARTIDAS ABIERTAS ANT.   : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-GASTOSOK      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GASTOS ACEPTADOS LEIDOS  : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CLEARING      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PRESENTACIONES LEIDAS    : ' WS-CONTADOR-ED.
           MOVE WS-CANT-CONCILIADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. CONCILIADAS              : ' WS-CONTADOR-ED.
           MOVE WS-CANT-DIFERENCIAS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. DIFERENCIAS DE IMPORTE   : ' WS-CONTADOR-ED.
           MOVE WS-CANT-DUPLICADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PRESENTACIONES DUPLICADAS: ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-CONCPNUE    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PARTIDAS ABIERTAS NUEVAS : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTCONCLR   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RECONCLR.
