       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMPRENDA.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * PRESTAMOS PRENDARIOS POR VENTAS FINANCIADAS DEL LOTE.
      * CORRE EN EL BATCH NOCTURNO DESPUES DE VTAVEHI:
      *  - ALTAS: CADA AVISO DE VENTA FINANCIADA (PRENOV) ABRE UN
      *    PRESTAMO NUMERADO A CONTINUACION DEL ULTIMO Y GENERA SU
      *    CUADRO DE CUOTAS POR SISTEMA FRANCES (CUOTA FIJA SOBRE LA
      *    TASA NOMINAL ANUAL / 12). EL ARCHIVO DE AVISOS SE VACIA
      *    AL TERMINAR.
      *  - FACTURACION: LAS CUOTAS PENDIENTES QUE VENCEN EN EL MES
      *    DE PROCESO (O ANTES) PASAN A FACTURADAS Y SALEN EN EL
      *    LISTADO DE FACTURACION (PREFACT).
      *  - PAGOS (PREPAG): SE IMPUTAN A LAS CUOTAS NO CANCELADAS
      *    MAS ANTIGUAS. UN PAGO DE CANCELACION TOTAL QUE CUBRE EL
      *    IMPORTE DE CANCELACION CIERRA TODAS LAS CUOTAS Y CONDONA
      *    LOS INTERESES NO FACTURADOS.
      *  - SITUACION: RECALCULA POR PRESTAMO SALDO DE CAPITAL, MORA
      *    (CUOTAS FACTURADAS VENCIDAS E IMPAGAS), DIAS DE ATRASO Y
      *    MONTO DE CANCELACION. EL PRESTAMO CON TODAS SUS CUOTAS
      *    CANCELADAS PASA A CANCELADO Y SE LEVANTA LA PRENDA DEL
      *    VEHICULO EN EL MAESTRO.
      * GRABA EL MAESTRO NUEVO (PRESANT -> PRESNUE), EL CUADRO DE
      * CUOTAS NUEVO (CUOTANT -> CUOTNUE) Y EL LISTADO DE CARTERA
      * (PRERPT).
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

           SELECT PRESANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRESANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRESANT.

           SELECT CUOTANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CUOTANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CUOTANT.

           SELECT PRENOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRENOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRENOV.

           SELECT PREPAG        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREPAG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREPAG.

           SELECT PRESNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRESNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRESNUE.

           SELECT CUOTNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CUOTNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CUOTNUE.

           SELECT PREFACT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREFACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREFACT.

           SELECT PRERPT        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRERPT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRERPT.

           SELECT VEHICULOO     ASSIGN       TO
                                 DYNAMIC WS-ARCH-VEHICULOO
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS RANDOM
                                 RECORD KEY   IS VEH-CLAVE-FD
                                 ALTERNATE KEY   VEH-CLAVE-2-FD
                                 ALTERNATE KEY   VEH-CLAVE-3-FD
                                                 WITH DUPLICATES
                                 FILE STATUS  IS FS-VEHICULOO.

       DATA DIVISION.

       FILE SECTION.

       FD  PRESANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRESANT-FD                PIC X(160).

       FD  CUOTANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CUOTANT-FD                PIC X(90).

       FD  PRENOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRENOV-FD                 PIC X(80).

       FD  PREPAG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREPAG-FD                 PIC X(40).

       FD  PRESNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRESNUE-FD                PIC X(160).

       FD  CUOTNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CUOTNUE-FD                PIC X(90).

       FD  PREFACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREFACT-FD                PIC X(133).

       FD  PRERPT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRERPT-FD                 PIC X(133).

       FD  VEHICULOO
           RECORDING MODE IS F
           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 VEH-CLAVE-2-FD             PIC X(09).
           03 VEH-CLAVE-3-FD             PIC X(08).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PRESANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CUOTANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRENOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREPAG             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRESNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CUOTNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREFACT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRERPT             PIC X(128) VALUE SPACES.
       77  WS-ARCH-VEHICULOO          PIC X(128) VALUE SPACES.

       77  FS-PRESANT                    PIC  X(02) VALUE ' '.
           88 88-FS-PRESANT-OK                      VALUE '00'.
           88 88-FS-PRESANT-EOF                     VALUE '10'.
           88 88-FS-PRESANT-NOEXISTE                VALUE '35'.

       77  FS-CUOTANT                    PIC  X(02) VALUE ' '.
           88 88-FS-CUOTANT-OK                      VALUE '00'.
           88 88-FS-CUOTANT-EOF                     VALUE '10'.
           88 88-FS-CUOTANT-NOEXISTE                VALUE '35'.

       77  FS-PRENOV                     PIC  X(02) VALUE ' '.
           88 88-FS-PRENOV-OK                       VALUE '00'.
           88 88-FS-PRENOV-EOF                      VALUE '10'.
           88 88-FS-PRENOV-NOEXISTE                 VALUE '35'.

       77  FS-PREPAG                     PIC  X(02) VALUE ' '.
           88 88-FS-PREPAG-OK                       VALUE '00'.
           88 88-FS-PREPAG-EOF                      VALUE '10'.
           88 88-FS-PREPAG-NOEXISTE                 VALUE '35'.

       77  FS-PRESNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-PRESNUE-OK                      VALUE '00'.

       77  FS-CUOTNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-CUOTNUE-OK                      VALUE '00'.

       77  FS-PREFACT                    PIC  X(02) VALUE ' '.
           88 88-FS-PREFACT-OK                      VALUE '00'.

       77  FS-PRERPT                     PIC  X(02) VALUE ' '.
           88 88-FS-PRERPT-OK                       VALUE '00'.

       77  FS-VEHICULOO                  PIC  X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                    VALUE '00'.
           88 88-FS-VEHICULOO-NOKEY                 VALUE '23'.

       77  WS-LEIDOS-PRENOV              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PRENOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ALTAS                      PIC  9(09) VALUE 0.
       77  WS-ALTAS-ED                   PIC  ZZZ.ZZZ.ZZ9.
       77  WS-AVISOS-RECHAZADOS          PIC  9(09) VALUE 0.
       77  WS-AVISOS-RECHAZADOS-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-PREPAG              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PREPAG-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PAGOS-APLICADOS            PIC  9(09) VALUE 0.
       77  WS-PAGOS-APLICADOS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PAGOS-RECHAZADOS           PIC  9(09) VALUE 0.
       77  WS-PAGOS-RECHAZADOS-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CUOTAS-FACTURADAS          PIC  9(09) VALUE 0.
       77  WS-CUOTAS-FACTURADAS-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PRESTAMOS-CANCELADOS       PIC  9(09) VALUE 0.
       77  WS-PRESTAMOS-CANCELADOS-ED    PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PRESTAMOS-EN-MORA          PIC  9(09) VALUE 0.
       77  WS-PRESTAMOS-EN-MORA-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-PRESNUE           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PRESNUE-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-CUOTNUE           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CUOTNUE-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ACUM-FACTURADO             PIC  9(13)V99 VALUE 0.
       77  WS-ACUM-FACTURADO-ED          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-ACUM-COBRADO               PIC  9(13)V99 VALUE 0.
       77  WS-ACUM-COBRADO-ED            PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-ACUM-MORA                  PIC  9(13)V99 VALUE 0.
       77  WS-ACUM-MORA-ED               PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * PLAZO MAXIMO DE FINANCIACION EN CUOTAS MENSUALES (LO
      * FIJA LA GERENCIA COMERCIAL)
      *------------------------------------------------------
       77  WCN-PLAZO-MAXIMO              PIC  9(03) VALUE 084.

      *------------------------------------------------------
      * TABLA DE PRESTAMOS EN PROCESO. CADA PRESTAMO APUNTA A
      * SU PRIMERA CUOTA EN LA TABLA DE CUOTAS (LAS CUOTAS DE
      * UN PRESTAMO SON CONTIGUAS).
      *------------------------------------------------------
       77  WCN-TOPE-PRES                 PIC  9(05) VALUE 500.
       77  WS-CANT-PRES                  PIC  9(05) VALUE 0.
       77  WS-IDX-PRES-HALLADO           PIC  9(05) VALUE 0.
       01  WS-TABLA-PRES.
           05 WS-PRES-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-PRES.
              10 WPR-REG-PRESTAMO        PIC  X(160).
              10 WPR-IDX-CUOTA           PIC  9(05).
              10 WPR-CANT-CUOTAS         PIC  9(03).
              10 WPR-CANCELADO-HOY       PIC  X(01).

       77  WCN-TOPE-CUOTAS               PIC  9(05) VALUE 20000.
       77  WS-CANT-CUOTAS                PIC  9(05) VALUE 0.
       01  WS-TABLA-CUOTAS.
           05 WS-CUOTA-TAB OCCURS 20000 TIMES
                           INDEXED BY IDX-CUO.
              10 WCU-REG-PRECUOTA        PIC  X(90).

       77  WS-IDX-DESDE                  PIC  9(05) VALUE 0.
       77  WS-IDX-HASTA                  PIC  9(05) VALUE 0.
       77  WS-NRO-ANTERIOR               PIC  9(08) VALUE 0.
       77  WS-ULTIMO-NRO                 PIC  9(08) VALUE 0.
       77  WS-ALTA-OK                    PIC  X(01) VALUE 'S'.
           88 88-ALTA-OK                            VALUE 'S'.

      *------------------------------------------------------
      * CALCULO DEL CUADRO FRANCES
      *------------------------------------------------------
       77  WS-TASA-MENSUAL               PIC  9(01)V9(10) VALUE 0.
       77  WS-FACTOR                     PIC  9(07)V9(10) VALUE 0.
       77  WS-VALOR-CUOTA                PIC  9(11)V99 VALUE 0.
       77  WS-SALDO-CALCULO              PIC  9(11)V99 VALUE 0.
       77  WS-INTERES-CUOTA              PIC  9(11)V99 VALUE 0.
       77  WS-CAPITAL-CUOTA              PIC  9(11)V99 VALUE 0.
       77  WS-NRO-CUOTA                  PIC  9(03) VALUE 0.

      *------------------------------------------------------
      * IMPUTACION DE PAGOS Y SITUACION DEL PRESTAMO
      *------------------------------------------------------
       77  WS-RESTO-PAGO                 PIC  9(11)V99 VALUE 0.
       77  WS-APLICO                     PIC  9(11)V99 VALUE 0.
       77  WS-PENDIENTE-CUOTA            PIC S9(11)V99 VALUE 0.
       77  WS-HAY-CUOTA                  PIC  X(01) VALUE 'N'.
           88 88-HAY-CUOTA                          VALUE 'S'.
       77  WS-CUOTAS-ABIERTAS            PIC  9(03) VALUE 0.
       77  WS-VTO-MAS-VIEJO              PIC  9(08) VALUE 0.

       01  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           03 WS-FECPRO-AAAAMM           PIC  9(06).
           03 WS-FECPRO-DD               PIC  9(02).
       01  WS-FECHA-PROCESO-R2 REDEFINES WS-FECHA-PROCESO.
           03 WS-FECPRO-AAAA             PIC  9(04).
           03 WS-FECPRO-MM               PIC  9(02).
           03 FILLER                     PIC  9(02).

       01  WS-FECHA-AUX                  PIC  9(08) VALUE 0.
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           03 WS-FECAUX-AAAA             PIC  9(04).
           03 WS-FECAUX-MM               PIC  9(02).
           03 WS-FECAUX-DD               PIC  9(02).
       01  WS-FECHA-AUX-R2 REDEFINES WS-FECHA-AUX.
           03 WS-FECAUX-AAAAMM           PIC  9(06).
           03 FILLER                     PIC  9(02).

       77  WS-DIAS-PROCESO               PIC S9(09) VALUE 0.
       77  WS-DIAS-AUX                   PIC S9(09) VALUE 0.
       77  WS-DIAS-ATRASO                PIC S9(09) VALUE 0.

       77  WS-NRO-ED                     PIC  9(08).
       77  WS-CLI-ED                     PIC  ZZZZZZZZZ9.
       77  WS-CUOTA-ED                   PIC  ZZ9.
       77  WS-PLAZO-ED                   PIC  ZZ9.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-FECHA-ED                   PIC  9999/99/99.
       77  WS-IMP1-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP3-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP4-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WPRESTAMO.

       COPY WPRECUOTA.

       COPY WPRENOV.

       COPY WPREPAG.

       COPY WAUTOS.

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

           PERFORM 2000-APLICO-ALTAS.

           PERFORM 2300-FACTURO-CUOTAS.

           PERFORM 2500-APLICO-PAGOS.

           PERFORM 2800-SITUACION-PRESTAMOS.

           PERFORM 4000-GRABO-Y-REPORTO.

           PERFORM 4500-VACIO-PRENOV.

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
           COMPUTE WS-DIAS-PROCESO = WS-FECPRO-AAAA * 360
                                   + WS-FECPRO-MM * 30
                                   + WS-FECPRO-DD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PRESANT.
           PERFORM 1030-CARGO-CUOTANT.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PRESANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRESANT

           MOVE 'CUOTANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CUOTANT

           MOVE 'PRENOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRENOV

           MOVE 'PREPAG'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREPAG

           MOVE 'PRESNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRESNUE

           MOVE 'CUOTNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CUOTNUE

           MOVE 'PREFACT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREFACT

           MOVE 'PRERPT'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRERPT

           MOVE 'VEHICULOO'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VEHICULOO.

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

           OPEN OUTPUT PRESNUE

           EVALUATE TRUE
               WHEN 88-FS-PRESNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRESNUE'
                    DISPLAY 'FILE STATUS' FS-PRESNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CUOTNUE

           EVALUATE TRUE
               WHEN 88-FS-CUOTNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CUOTNUE'
                    DISPLAY 'FILE STATUS' FS-CUOTNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PREFACT

           EVALUATE TRUE
               WHEN 88-FS-PREFACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREFACT'
                    DISPLAY 'FILE STATUS' FS-PREFACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRERPT

           EVALUATE TRUE
               WHEN 88-FS-PRERPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRERPT'
                    DISPLAY 'FILE STATUS' FS-PRERPT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    EL MAESTRO DE VEHICULOS SE ACTUALIZA AL LEVANTAR LA
      *    PRENDA DE LOS PRESTAMOS QUE SE CANCELAN.
           OPEN I-O VEHICULOO

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VEHICULOO'
                    DISPLAY 'FILE STATUS' FS-VEHICULOO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * CARGA EL MAESTRO DE PRESTAMOS. SI NO EXISTE ES LA PRIMERA
      * CORRIDA DEL SUBSISTEMA.
      *------------------------------------------------------------
       1020-CARGO-PRESANT.
      *-------------------

           OPEN INPUT PRESANT.

           EVALUATE TRUE
               WHEN 88-FS-PRESANT-OK
                    PERFORM 1021-LEO-PRESANT
                    PERFORM UNTIL 88-FS-PRESANT-EOF
                       PERFORM 1022-TABLA-PRESTAMO
                       PERFORM 1021-LEO-PRESANT
                    END-PERFORM
                    CLOSE PRESANT

               WHEN 88-FS-PRESANT-NOEXISTE
                    DISPLAY 'ARCHIVO PRESANT INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA DE PRESTAMOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRESANT'
                    DISPLAY 'FILE STATUS' FS-PRESANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-PRESANT.
      *-----------------

           INITIALIZE REG-PRESTAMO.

           READ PRESANT INTO REG-PRESTAMO

           EVALUATE TRUE
               WHEN 88-FS-PRESANT-OK
               WHEN 88-FS-PRESANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRESANT FS: ' FS-PRESANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-TABLA-PRESTAMO.
      *--------------------

           IF WS-CANT-PRES < WCN-TOPE-PRES
              ADD 1 TO WS-CANT-PRES
              MOVE REG-PRESTAMO TO WPR-REG-PRESTAMO (WS-CANT-PRES)
              MOVE 0            TO WPR-IDX-CUOTA (WS-CANT-PRES)
              MOVE 0            TO WPR-CANT-CUOTAS (WS-CANT-PRES)
              MOVE 'N'          TO WPR-CANCELADO-HOY (WS-CANT-PRES)
              IF PRE-NRO-PRESTAMO > WS-ULTIMO-NRO
                 MOVE PRE-NRO-PRESTAMO TO WS-ULTIMO-NRO
              END-IF
           ELSE
              DISPLAY 'TABLA DE PRESTAMOS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * CARGA EL CUADRO DE CUOTAS. EL ARCHIVO VIENE AGRUPADO POR
      * PRESTAMO (ASI LO GRABA 4000): CADA CAMBIO DE PRESTAMO
      * UBICA SU ENTRADA EN LA TABLA Y LE ANOTA LA PRIMERA CUOTA.
      *------------------------------------------------------------
       1030-CARGO-CUOTANT.
      *-------------------

           MOVE 0 TO WS-NRO-ANTERIOR.
           MOVE 0 TO WS-IDX-PRES-HALLADO.

           OPEN INPUT CUOTANT.

           EVALUATE TRUE
               WHEN 88-FS-CUOTANT-OK
                    PERFORM 1031-LEO-CUOTANT
                    PERFORM UNTIL 88-FS-CUOTANT-EOF
                       PERFORM 1032-TABLA-CUOTA
                       PERFORM 1031-LEO-CUOTANT
                    END-PERFORM
                    CLOSE CUOTANT

               WHEN 88-FS-CUOTANT-NOEXISTE
                    DISPLAY 'ARCHIVO CUOTANT INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA DE PRESTAMOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CUOTANT'
                    DISPLAY 'FILE STATUS' FS-CUOTANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-CUOTANT.
      *-----------------

           INITIALIZE REG-PRECUOTA.

           READ CUOTANT INTO REG-PRECUOTA

           EVALUATE TRUE
               WHEN 88-FS-CUOTANT-OK
               WHEN 88-FS-CUOTANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CUOTANT FS: ' FS-CUOTANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1032-TABLA-CUOTA.
      *-----------------

           IF CUO-NRO-PRESTAMO NOT = WS-NRO-ANTERIOR
              MOVE CUO-NRO-PRESTAMO TO WS-NRO-ANTERIOR
              PERFORM 1033-BUSCO-PRESTAMO-CUOTA
              IF WS-IDX-PRES-HALLADO > 0
                 COMPUTE WPR-IDX-CUOTA (WS-IDX-PRES-HALLADO) =
                         WS-CANT-CUOTAS + 1
              END-IF
           END-IF.

           IF WS-IDX-PRES-HALLADO = 0
              DISPLAY 'CUOTA SIN PRESTAMO EN EL MAESTRO - '
                      'PRESTAMO: ' CUO-NRO-PRESTAMO
                      ' CUOTA: ' CUO-NRO-CUOTA
           ELSE
              IF WS-CANT-CUOTAS < WCN-TOPE-CUOTAS
                 ADD 1 TO WS-CANT-CUOTAS
                 MOVE REG-PRECUOTA
                   TO WCU-REG-PRECUOTA (WS-CANT-CUOTAS)
                 ADD 1 TO WPR-CANT-CUOTAS (WS-IDX-PRES-HALLADO)
              ELSE
                 DISPLAY 'TABLA DE CUOTAS COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-1032.
           EXIT.

       1033-BUSCO-PRESTAMO-CUOTA.
      *--------------------------

           MOVE 0 TO WS-IDX-PRES-HALLADO.

           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              IF PRE-NRO-PRESTAMO = CUO-NRO-PRESTAMO
                 SET WS-IDX-PRES-HALLADO TO IDX-PRES
              END-IF
           END-PERFORM.

       FIN-1033.
           EXIT.

      *------------------------------------------------------------
      * CADA AVISO DE VTAVEHI ABRE UN PRESTAMO CON SU CUADRO DE
      * CUOTAS. UN AVISO INCONSISTENTE O DE UN VEHICULO QUE YA
      * TIENE UN PRESTAMO VIGENTE SE RECHAZA POR CONSOLA.
      *------------------------------------------------------------
       2000-APLICO-ALTAS.
      *------------------

           OPEN INPUT PRENOV.

           EVALUATE TRUE
               WHEN 88-FS-PRENOV-OK
                    PERFORM 2010-LEO-PRENOV
                    PERFORM UNTIL 88-FS-PRENOV-EOF
                       PERFORM 2020-VALIDO-AVISO THRU FIN-2020
                       IF 88-ALTA-OK
                          PERFORM 2030-ALTA-PRESTAMO
                       ELSE
                          ADD 1 TO WS-AVISOS-RECHAZADOS
                       END-IF
                       PERFORM 2010-LEO-PRENOV
                    END-PERFORM
                    CLOSE PRENOV

               WHEN 88-FS-PRENOV-NOEXISTE
                    DISPLAY 'ARCHIVO PRENOV INEXISTENTE - '
                    DISPLAY 'DIA SIN VENTAS FINANCIADAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRENOV'
                    DISPLAY 'FILE STATUS' FS-PRENOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-PRENOV.
      *----------------

           INITIALIZE REG-PRENOV.

           READ PRENOV INTO REG-PRENOV

           EVALUATE TRUE
               WHEN 88-FS-PRENOV-OK
                    ADD 1 TO WS-LEIDOS-PRENOV
               WHEN 88-FS-PRENOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRENOV FS: ' FS-PRENOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-VALIDO-AVISO.
      *------------------

           MOVE 'N' TO WS-ALTA-OK.

           IF PNV-CAPITAL NOT NUMERIC
              OR PNV-CAPITAL = 0
              DISPLAY 'AVISO DE PRESTAMO SIN CAPITAL - PATENTE: '
                      PNV-PATENTE
              GO TO FIN-2020
           END-IF.

           IF PNV-TNA NOT NUMERIC
              DISPLAY 'AVISO DE PRESTAMO SIN TASA - PATENTE: '
                      PNV-PATENTE
              GO TO FIN-2020
           END-IF.

           IF PNV-PLAZO NOT NUMERIC
              OR PNV-PLAZO = 0
              OR PNV-PLAZO > WCN-PLAZO-MAXIMO
              DISPLAY 'AVISO DE PRESTAMO CON PLAZO INVALIDO - '
                      'PATENTE: ' PNV-PATENTE
              GO TO FIN-2020
           END-IF.

           IF WS-CANT-CUOTAS + PNV-PLAZO > WCN-TOPE-CUOTAS
              DISPLAY 'TABLA DE CUOTAS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

      *    UN VEHICULO GARANTIZA UN SOLO PRESTAMO VIGENTE: UN AVISO
      *    REPETIDO NO ABRE UN SEGUNDO PRESTAMO.
           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              IF PRE-VEH-ID = PNV-VEH-ID
                 AND 88-PRE-VIGENTE
                 DISPLAY 'VEHICULO CON PRESTAMO VIGENTE - '
                         'PATENTE: ' PNV-PATENTE
                         ' PRESTAMO: ' PRE-NRO-PRESTAMO
                 GO TO FIN-2020
              END-IF
           END-PERFORM.

           MOVE 'S' TO WS-ALTA-OK.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * ALTA DEL PRESTAMO Y SU CUADRO FRANCES:
      *   CUOTA = CAPITAL * I * (1+I)**N / ((1+I)**N - 1)
      * CON I = TNA / 12 / 100. CON TASA CERO LA CUOTA ES CAPITAL
      * / N. CADA CUOTA PAGA EL INTERES DEL SALDO Y AMORTIZA EL
      * RESTO; LA ULTIMA AMORTIZA EL SALDO QUE QUEDE (REDONDEO).
      * LA PRIMERA VENCE AL MES DE LA VENTA (DIA TOPE 28).
      *------------------------------------------------------------
       2030-ALTA-PRESTAMO.
      *-------------------

           ADD 1 TO WS-ULTIMO-NRO.

           COMPUTE WS-TASA-MENSUAL = PNV-TNA / 1200.

           IF WS-TASA-MENSUAL = 0
              COMPUTE WS-VALOR-CUOTA ROUNDED =
                      PNV-CAPITAL / PNV-PLAZO
           ELSE
              COMPUTE WS-FACTOR = (1 + WS-TASA-MENSUAL) ** PNV-PLAZO
              COMPUTE WS-VALOR-CUOTA ROUNDED =
                      PNV-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                    / (WS-FACTOR - 1)
           END-IF.

           INITIALIZE REG-PRESTAMO.
           MOVE WS-ULTIMO-NRO            TO PRE-NRO-PRESTAMO.
           MOVE PNV-CLI-ID               TO PRE-CLI-ID.
           MOVE PNV-VEH-ID               TO PRE-VEH-ID.
           MOVE PNV-PATENTE              TO PRE-PATENTE.
           IF PNV-FECHA NUMERIC
              AND PNV-FECHA > 0
              MOVE PNV-FECHA             TO PRE-FECHA-ALTA
           ELSE
              MOVE WS-FECHA-PROCESO      TO PRE-FECHA-ALTA
           END-IF.
           MOVE PNV-PRECIO-VENTA         TO PRE-PRECIO-VENTA.
           IF PNV-ANTICIPO NUMERIC
              MOVE PNV-ANTICIPO          TO PRE-ANTICIPO
           END-IF.
           MOVE PNV-CAPITAL              TO PRE-CAPITAL.
           MOVE PNV-TNA                  TO PRE-TNA.
           MOVE PNV-PLAZO                TO PRE-PLAZO.
           MOVE WS-VALOR-CUOTA           TO PRE-VALOR-CUOTA.
           MOVE PNV-CAPITAL              TO PRE-SALDO-CAPITAL.
           MOVE PNV-CAPITAL              TO PRE-CANCELACION.
           SET 88-PRE-VIGENTE            TO TRUE.

           IF WS-CANT-PRES < WCN-TOPE-PRES
              ADD 1 TO WS-CANT-PRES
              MOVE REG-PRESTAMO TO WPR-REG-PRESTAMO (WS-CANT-PRES)
              COMPUTE WPR-IDX-CUOTA (WS-CANT-PRES) =
                      WS-CANT-CUOTAS + 1
              MOVE 0            TO WPR-CANT-CUOTAS (WS-CANT-PRES)
              MOVE 'N'          TO WPR-CANCELADO-HOY (WS-CANT-PRES)
           ELSE
              DISPLAY 'TABLA DE PRESTAMOS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE PRE-CAPITAL              TO WS-SALDO-CALCULO.
           MOVE PRE-FECHA-ALTA           TO WS-FECHA-AUX.
           IF WS-FECAUX-DD > 28
              MOVE 28                    TO WS-FECAUX-DD
           END-IF.

           PERFORM VARYING WS-NRO-CUOTA FROM 1 BY 1
                     UNTIL WS-NRO-CUOTA > PRE-PLAZO
              PERFORM 2040-GENERO-CUOTA
           END-PERFORM.

           ADD 1 TO WS-ALTAS.
           DISPLAY 'PRESTAMO ABIERTO: ' PRE-NRO-PRESTAMO
                   ' PATENTE: ' PRE-PATENTE
                   ' CUOTAS: ' PRE-PLAZO.

       FIN-2030.
           EXIT.

       2040-GENERO-CUOTA.
      *------------------

           ADD 1 TO WS-FECAUX-MM.
           IF WS-FECAUX-MM > 12
              MOVE 1 TO WS-FECAUX-MM
              ADD 1  TO WS-FECAUX-AAAA
           END-IF.

           COMPUTE WS-INTERES-CUOTA ROUNDED =
                   WS-SALDO-CALCULO * WS-TASA-MENSUAL.

           IF WS-NRO-CUOTA = PRE-PLAZO
              OR WS-VALOR-CUOTA - WS-INTERES-CUOTA > WS-SALDO-CALCULO
              MOVE WS-SALDO-CALCULO      TO WS-CAPITAL-CUOTA
           ELSE
              COMPUTE WS-CAPITAL-CUOTA =
                      WS-VALOR-CUOTA - WS-INTERES-CUOTA
           END-IF.

           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-CALCULO.

           INITIALIZE REG-PRECUOTA.
           MOVE PRE-NRO-PRESTAMO         TO CUO-NRO-PRESTAMO.
           MOVE WS-NRO-CUOTA             TO CUO-NRO-CUOTA.
           MOVE WS-FECHA-AUX             TO CUO-FECHA-VTO.
           MOVE WS-CAPITAL-CUOTA         TO CUO-CAPITAL.
           MOVE WS-INTERES-CUOTA         TO CUO-INTERES.
           COMPUTE CUO-IMPORTE = WS-CAPITAL-CUOTA + WS-INTERES-CUOTA.
           MOVE 0                        TO CUO-PAGADO.
           MOVE WS-SALDO-CALCULO         TO CUO-SALDO-CAPITAL.
           SET 88-CUO-PENDIENTE          TO TRUE.

           ADD 1 TO WS-CANT-CUOTAS.
           MOVE REG-PRECUOTA TO WCU-REG-PRECUOTA (WS-CANT-CUOTAS).
           ADD 1 TO WPR-CANT-CUOTAS (WS-CANT-PRES).

       FIN-2040.
           EXIT.

      *------------------------------------------------------------
      * FACTURACION: LAS CUOTAS PENDIENTES DE LOS PRESTAMOS
      * VIGENTES QUE VENCEN EN EL MES DE PROCESO O ANTES PASAN A
      * FACTURADAS Y SALEN EN EL LISTADO PREFACT.
      *------------------------------------------------------------
       2300-FACTURO-CUOTAS.
      *--------------------

           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              IF 88-PRE-VIGENTE
                 PERFORM 2310-FACTURO-PRESTAMO
                 MOVE REG-PRESTAMO TO WPR-REG-PRESTAMO (IDX-PRES)
              END-IF
           END-PERFORM.

       FIN-2300.
           EXIT.

       2310-FACTURO-PRESTAMO.
      *----------------------

           PERFORM 2900-RANGO-CUOTAS.

           PERFORM VARYING IDX-CUO FROM WS-IDX-DESDE BY 1
                     UNTIL IDX-CUO > WS-IDX-HASTA
              MOVE WCU-REG-PRECUOTA (IDX-CUO) TO REG-PRECUOTA
              MOVE CUO-FECHA-VTO              TO WS-FECHA-AUX
              IF 88-CUO-PENDIENTE
                 AND WS-FECAUX-AAAAMM NOT > WS-FECPRO-AAAAMM
                 SET 88-CUO-FACTURADA TO TRUE
                 MOVE REG-PRECUOTA TO WCU-REG-PRECUOTA (IDX-CUO)
                 ADD 1            TO PRE-CUOTAS-FACTURADAS
                 ADD 1            TO WS-CUOTAS-FACTURADAS
                 ADD CUO-IMPORTE  TO WS-ACUM-FACTURADO
                 PERFORM 2320-LISTO-FACTURA
              END-IF
           END-PERFORM.

       FIN-2310.
           EXIT.

       2320-LISTO-FACTURA.
      *-------------------

           MOVE PRE-NRO-PRESTAMO         TO WS-NRO-ED.
           MOVE PRE-CLI-ID               TO WS-CLI-ED.
           MOVE CUO-NRO-CUOTA            TO WS-CUOTA-ED.
           MOVE PRE-PLAZO                TO WS-PLAZO-ED.
           MOVE CUO-FECHA-VTO            TO WS-FECHA-ED.
           MOVE CUO-CAPITAL              TO WS-IMP1-ED.
           MOVE CUO-INTERES              TO WS-IMP2-ED.
           MOVE CUO-IMPORTE              TO WS-IMP3-ED.

           MOVE SPACES                   TO REG-PREFACT-FD.
           MOVE WS-NRO-ED                TO REG-PREFACT-FD (01:08).
           MOVE WS-CLI-ED                TO REG-PREFACT-FD (11:10).
           MOVE PRE-PATENTE              TO REG-PREFACT-FD (23:09).
           MOVE WS-CUOTA-ED              TO REG-PREFACT-FD (34:03).
           MOVE '/'                      TO REG-PREFACT-FD (37:01).
           MOVE WS-PLAZO-ED              TO REG-PREFACT-FD (38:03).
           MOVE WS-FECHA-ED              TO REG-PREFACT-FD (43:10).
           MOVE WS-IMP1-ED               TO REG-PREFACT-FD (55:17).
           MOVE WS-IMP2-ED               TO REG-PREFACT-FD (74:17).
           MOVE WS-IMP3-ED               TO REG-PREFACT-FD (93:17).

           WRITE REG-PREFACT-FD.

           EVALUATE TRUE
               WHEN 88-FS-PREFACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PREFACT FS: ' FS-PREFACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2320.
           EXIT.

      *------------------------------------------------------------
      * PAGOS: CADA PAGO SE IMPUTA A LAS CUOTAS NO CANCELADAS MAS
      * ANTIGUAS DEL PRESTAMO. LA CANCELACION TOTAL CIERRA TODO SI
      * CUBRE EL IMPORTE DE CANCELACION; SI NO LO CUBRE SE IMPUTA
      * COMO UN PAGO DE CUOTAS.
      *------------------------------------------------------------
       2500-APLICO-PAGOS.
      *------------------

           OPEN INPUT PREPAG.

           EVALUATE TRUE
               WHEN 88-FS-PREPAG-OK
                    PERFORM 2510-LEO-PREPAG
                    PERFORM UNTIL 88-FS-PREPAG-EOF
                       PERFORM 2520-APLICO-UN-PAGO
                       PERFORM 2510-LEO-PREPAG
                    END-PERFORM
                    CLOSE PREPAG

               WHEN 88-FS-PREPAG-NOEXISTE
                    DISPLAY 'ARCHIVO PREPAG INEXISTENTE - '
                    DISPLAY 'DIA SIN PAGOS DE PRESTAMOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREPAG'
                    DISPLAY 'FILE STATUS' FS-PREPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-PREPAG.
      *----------------

           INITIALIZE REG-PREPAG.

           READ PREPAG INTO REG-PREPAG

           EVALUATE TRUE
               WHEN 88-FS-PREPAG-OK
                    ADD 1 TO WS-LEIDOS-PREPAG
               WHEN 88-FS-PREPAG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PREPAG FS: ' FS-PREPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2520-APLICO-UN-PAGO.
      *--------------------

           MOVE 0 TO WS-IDX-PRES-HALLADO.

           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              IF PRE-NRO-PRESTAMO = PPG-NRO-PRESTAMO
                 AND 88-PRE-VIGENTE
                 SET WS-IDX-PRES-HALLADO TO IDX-PRES
              END-IF
           END-PERFORM.

           IF WS-IDX-PRES-HALLADO = 0
              OR PPG-IMPORTE NOT NUMERIC
              OR PPG-IMPORTE = 0
              DISPLAY 'PAGO A PRESTAMO INEXISTENTE O CANCELADO - '
                      'PRESTAMO: ' PPG-NRO-PRESTAMO
              ADD 1 TO WS-PAGOS-RECHAZADOS
           ELSE
              SET IDX-PRES TO WS-IDX-PRES-HALLADO
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              PERFORM 2900-RANGO-CUOTAS
              MOVE PPG-IMPORTE TO WS-RESTO-PAGO
              IF 88-PPG-CANCELACION
                 PERFORM 2810-CALCULO-SITUACION
              END-IF
              IF 88-PPG-CANCELACION
                 AND PPG-IMPORTE >= PRE-CANCELACION
                 PERFORM 2540-CANCELACION-TOTAL
              ELSE
                 IF 88-PPG-CANCELACION
                    DISPLAY 'PAGO NO CUBRE LA CANCELACION - SE '
                            'IMPUTA A CUOTAS - PRESTAMO: '
                            PPG-NRO-PRESTAMO
                 END-IF
                 PERFORM 2530-IMPUTO-A-CUOTAS
              END-IF
              IF PPG-FECHA NUMERIC
                 AND PPG-FECHA > 0
                 MOVE PPG-FECHA        TO PRE-FECHA-ULT-PAGO
              ELSE
                 MOVE WS-FECHA-PROCESO TO PRE-FECHA-ULT-PAGO
              END-IF
              MOVE REG-PRESTAMO TO WPR-REG-PRESTAMO (IDX-PRES)
              ADD 1           TO WS-PAGOS-APLICADOS
              ADD PPG-IMPORTE TO WS-ACUM-COBRADO
           END-IF.

       FIN-2520.
           EXIT.

       2530-IMPUTO-A-CUOTAS.
      *---------------------

           PERFORM VARYING IDX-CUO FROM WS-IDX-DESDE BY 1
                     UNTIL IDX-CUO > WS-IDX-HASTA
                        OR WS-RESTO-PAGO = 0
              MOVE WCU-REG-PRECUOTA (IDX-CUO) TO REG-PRECUOTA
              IF NOT 88-CUO-CANCELADA
                 COMPUTE WS-PENDIENTE-CUOTA = CUO-IMPORTE - CUO-PAGADO
                 IF WS-RESTO-PAGO >= WS-PENDIENTE-CUOTA
                    MOVE WS-PENDIENTE-CUOTA TO WS-APLICO
                 ELSE
                    MOVE WS-RESTO-PAGO      TO WS-APLICO
                 END-IF
                 ADD WS-APLICO      TO CUO-PAGADO
                 SUBTRACT WS-APLICO FROM WS-RESTO-PAGO
                 IF CUO-PAGADO >= CUO-IMPORTE
                    SET 88-CUO-CANCELADA TO TRUE
                 END-IF
                 MOVE REG-PRECUOTA TO WCU-REG-PRECUOTA (IDX-CUO)
              END-IF
           END-PERFORM.

           IF WS-RESTO-PAGO > 0
              DISPLAY 'PAGO CON SOBRANTE SIN IMPUTAR - '
                      'PRESTAMO: ' PPG-NRO-PRESTAMO
                      ' RESTO: ' WS-RESTO-PAGO
           END-IF.

       FIN-2530.
           EXIT.

      *    CANCELACION ANTICIPADA: LAS CUOTAS FACTURADAS SE PAGAN
      *    COMPLETAS Y LAS NO FACTURADAS SOLO POR SU CAPITAL.
       2540-CANCELACION-TOTAL.
      *-----------------------

           PERFORM VARYING IDX-CUO FROM WS-IDX-DESDE BY 1
                     UNTIL IDX-CUO > WS-IDX-HASTA
              MOVE WCU-REG-PRECUOTA (IDX-CUO) TO REG-PRECUOTA
              IF NOT 88-CUO-CANCELADA
                 IF 88-CUO-FACTURADA
                    MOVE CUO-IMPORTE TO CUO-PAGADO
                 ELSE
                    IF CUO-PAGADO < CUO-CAPITAL
                       MOVE CUO-CAPITAL TO CUO-PAGADO
                    END-IF
                 END-IF
                 SET 88-CUO-CANCELADA TO TRUE
                 MOVE REG-PRECUOTA TO WCU-REG-PRECUOTA (IDX-CUO)
              END-IF
           END-PERFORM.

           COMPUTE WS-RESTO-PAGO = PPG-IMPORTE - PRE-CANCELACION.

           DISPLAY 'CANCELACION ANTICIPADA - PRESTAMO: '
                   PRE-NRO-PRESTAMO.

           IF WS-RESTO-PAGO > 0
              DISPLAY 'PAGO CON SOBRANTE SIN IMPUTAR - '
                      'PRESTAMO: ' PPG-NRO-PRESTAMO
                      ' RESTO: ' WS-RESTO-PAGO
           END-IF.

       FIN-2540.
           EXIT.

      *------------------------------------------------------------
      * SITUACION DE CADA PRESTAMO VIGENTE A LA FECHA DE PROCESO.
      * EL QUE YA NO TIENE CUOTAS ABIERTAS SE CANCELA Y SE LEVANTA
      * LA PRENDA DEL VEHICULO.
      *------------------------------------------------------------
       2800-SITUACION-PRESTAMOS.
      *-------------------------

           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              IF 88-PRE-VIGENTE
                 PERFORM 2900-RANGO-CUOTAS
                 PERFORM 2810-CALCULO-SITUACION
                 IF WS-CUOTAS-ABIERTAS = 0
                    SET 88-PRE-CANCELADO TO TRUE
                    MOVE 'S' TO WPR-CANCELADO-HOY (IDX-PRES)
                    ADD 1    TO WS-PRESTAMOS-CANCELADOS
                    PERFORM 2850-LEVANTO-PRENDA
                 END-IF
                 IF PRE-IMPORTE-MORA > 0
                    ADD 1                TO WS-PRESTAMOS-EN-MORA
                    ADD PRE-IMPORTE-MORA TO WS-ACUM-MORA
                 END-IF
                 MOVE REG-PRESTAMO TO WPR-REG-PRESTAMO (IDX-PRES)
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

      *    RECORRE LAS CUOTAS DEL PRESTAMO EN REG-PRESTAMO (RANGO
      *    WS-IDX-DESDE / WS-IDX-HASTA) Y RECALCULA SUS SALDOS.
       2810-CALCULO-SITUACION.
      *-----------------------

           MOVE 0        TO PRE-SALDO-CAPITAL.
           MOVE 0        TO PRE-IMPORTE-MORA.
           MOVE 0        TO PRE-DIAS-ATRASO.
           MOVE 0        TO PRE-CANCELACION.
           MOVE 0        TO PRE-CUOTAS-PAGADAS.
           MOVE 0        TO WS-CUOTAS-ABIERTAS.
           MOVE 99999999 TO WS-VTO-MAS-VIEJO.

           PERFORM VARYING IDX-CUO FROM WS-IDX-DESDE BY 1
                     UNTIL IDX-CUO > WS-IDX-HASTA
              MOVE WCU-REG-PRECUOTA (IDX-CUO) TO REG-PRECUOTA
              EVALUATE TRUE
                  WHEN 88-CUO-CANCELADA
                       ADD 1 TO PRE-CUOTAS-PAGADAS
                  WHEN 88-CUO-FACTURADA
                       ADD 1 TO WS-CUOTAS-ABIERTAS
                       ADD CUO-CAPITAL TO PRE-SALDO-CAPITAL
                       COMPUTE PRE-CANCELACION = PRE-CANCELACION
                                               + CUO-IMPORTE
                                               - CUO-PAGADO
                       IF CUO-FECHA-VTO < WS-FECHA-PROCESO
                          COMPUTE PRE-IMPORTE-MORA = PRE-IMPORTE-MORA
                                                   + CUO-IMPORTE
                                                   - CUO-PAGADO
                          IF CUO-FECHA-VTO < WS-VTO-MAS-VIEJO
                             MOVE CUO-FECHA-VTO TO WS-VTO-MAS-VIEJO
                          END-IF
                       END-IF
                  WHEN OTHER
                       ADD 1 TO WS-CUOTAS-ABIERTAS
                       ADD CUO-CAPITAL TO PRE-SALDO-CAPITAL
                       IF CUO-PAGADO < CUO-CAPITAL
                          COMPUTE PRE-CANCELACION = PRE-CANCELACION
                                                  + CUO-CAPITAL
                                                  - CUO-PAGADO
                       END-IF
              END-EVALUATE
           END-PERFORM.

      *    DIAS DE ATRASO EN ANIO COMERCIAL DE 360 (MISMO CRITERIO
      *    QUE EL AGING DE PGMCTACTE).
           IF WS-VTO-MAS-VIEJO NOT = 99999999
              MOVE WS-VTO-MAS-VIEJO TO WS-FECHA-AUX
              COMPUTE WS-DIAS-AUX = WS-FECAUX-AAAA * 360
                                  + WS-FECAUX-MM * 30
                                  + WS-FECAUX-DD
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROCESO - WS-DIAS-AUX
              IF WS-DIAS-ATRASO > 99999
                 MOVE 99999 TO WS-DIAS-ATRASO
              END-IF
              MOVE WS-DIAS-ATRASO TO PRE-DIAS-ATRASO
           END-IF.

       FIN-2810.
           EXIT.

       2850-LEVANTO-PRENDA.
      *--------------------

           INITIALIZE VEH-REGISTRO.
           MOVE PRE-VEH-ID               TO VEH-CLAVE-FD.

           READ VEHICULOO INTO VEH-REGISTRO
                KEY IS VEH-CLAVE-FD

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    MOVE 'N'             TO VEH-PRENDA
                    REWRITE REGO-VEH-REGISTRO-FD FROM VEH-REGISTRO
                    IF NOT 88-FS-VEHICULOO-OK
                       DISPLAY 'ERROR EN REWRITE VEHICULOO FS: '
                                                        FS-VEHICULOO
                       PERFORM 3000-FINALIZO
                    END-IF
                    DISPLAY 'PRESTAMO CANCELADO - PRENDA LEVANTADA: '
                            PRE-PATENTE
               WHEN 88-FS-VEHICULOO-NOKEY
                    DISPLAY 'PRESTAMO CANCELADO - VEHICULO '
                            'INEXISTENTE EN EL MAESTRO: ' PRE-VEH-ID
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VEHICULOO FS: '
                                                        FS-VEHICULOO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2850.
           EXIT.

      *    RANGO DE LA TABLA DE CUOTAS DEL PRESTAMO IDX-PRES
       2900-RANGO-CUOTAS.
      *------------------

           MOVE WPR-IDX-CUOTA (IDX-PRES) TO WS-IDX-DESDE.
           COMPUTE WS-IDX-HASTA = WPR-IDX-CUOTA (IDX-PRES)
                                + WPR-CANT-CUOTAS (IDX-PRES) - 1.

           IF WPR-CANT-CUOTAS (IDX-PRES) = 0
              MOVE 1 TO WS-IDX-DESDE
              MOVE 0 TO WS-IDX-HASTA
           END-IF.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * GRABA EL MAESTRO Y EL CUADRO NUEVOS (CADA PRESTAMO SEGUIDO
      * DE SUS CUOTAS, AGRUPADAS COMO LAS ESPERA 1030) Y LISTA LA
      * CARTERA VIGENTE Y LOS PRESTAMOS CANCELADOS EN LA CORRIDA.
      *------------------------------------------------------------
       4000-GRABO-Y-REPORTO.
      *---------------------

           PERFORM VARYING IDX-PRES FROM 1 BY 1
                     UNTIL IDX-PRES > WS-CANT-PRES
              MOVE WPR-REG-PRESTAMO (IDX-PRES) TO REG-PRESTAMO
              WRITE REG-PRESNUE-FD FROM REG-PRESTAMO
              EVALUATE TRUE
                  WHEN 88-FS-PRESNUE-OK
                       ADD 1 TO WS-GRABADOS-PRESNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE PRESNUE FS: '
                                                         FS-PRESNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
              PERFORM 2900-RANGO-CUOTAS
              PERFORM 4100-GRABO-CUOTAS
              IF 88-PRE-VIGENTE
                 OR WPR-CANCELADO-HOY (IDX-PRES) = 'S'
                 PERFORM 4200-LISTO-PRESTAMO
              END-IF
           END-PERFORM.

       FIN-4000.
           EXIT.

       4100-GRABO-CUOTAS.
      *------------------

           PERFORM VARYING IDX-CUO FROM WS-IDX-DESDE BY 1
                     UNTIL IDX-CUO > WS-IDX-HASTA
              WRITE REG-CUOTNUE-FD FROM WCU-REG-PRECUOTA (IDX-CUO)
              EVALUATE TRUE
                  WHEN 88-FS-CUOTNUE-OK
                       ADD 1 TO WS-GRABADOS-CUOTNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE CUOTNUE FS: '
                                                         FS-CUOTNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-4100.
           EXIT.

       4200-LISTO-PRESTAMO.
      *--------------------

           MOVE PRE-NRO-PRESTAMO         TO WS-NRO-ED.
           MOVE PRE-CLI-ID               TO WS-CLI-ED.
           MOVE PRE-CUOTAS-PAGADAS       TO WS-CUOTA-ED.
           MOVE PRE-PLAZO                TO WS-PLAZO-ED.
           MOVE PRE-SALDO-CAPITAL        TO WS-IMP1-ED.
           MOVE PRE-IMPORTE-MORA         TO WS-IMP2-ED.
           MOVE PRE-DIAS-ATRASO          TO WS-DIAS-ED.
           MOVE PRE-CANCELACION          TO WS-IMP3-ED.

           MOVE SPACES                   TO REG-PRERPT-FD.
           MOVE WS-NRO-ED                TO REG-PRERPT-FD (01:08).
           MOVE WS-CLI-ED                TO REG-PRERPT-FD (11:10).
           MOVE PRE-PATENTE              TO REG-PRERPT-FD (23:09).
           IF 88-PRE-VIGENTE
              MOVE 'VIGENTE'             TO REG-PRERPT-FD (34:09)
           ELSE
              MOVE 'CANCELADO'           TO REG-PRERPT-FD (34:09)
           END-IF.
           MOVE WS-CUOTA-ED              TO REG-PRERPT-FD (45:03).
           MOVE '/'                      TO REG-PRERPT-FD (48:01).
           MOVE WS-PLAZO-ED              TO REG-PRERPT-FD (49:03).
           MOVE WS-IMP1-ED               TO REG-PRERPT-FD (54:17).
           MOVE WS-IMP2-ED               TO REG-PRERPT-FD (73:17).
           MOVE WS-DIAS-ED               TO REG-PRERPT-FD (92:05).
           MOVE WS-IMP3-ED               TO REG-PRERPT-FD (99:17).

           WRITE REG-PRERPT-FD.

           EVALUATE TRUE
               WHEN 88-FS-PRERPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRERPT FS: ' FS-PRERPT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4200.
           EXIT.

      *------------------------------------------------------------
      * LOS AVISOS YA CONVERTIDOS EN PRESTAMOS NO SE VUELVEN A
      * PROCESAR: CON EL MAESTRO NUEVO GRABADO SE VACIA PRENOV.
      *------------------------------------------------------------
       4500-VACIO-PRENOV.
      *------------------

           OPEN OUTPUT PRENOV.

           EVALUATE TRUE
               WHEN 88-FS-PRENOV-OK
                    CLOSE PRENOV
               WHEN OTHER
                    DISPLAY 'ERROR AL VACIAR PRENOV FS: ' FS-PRENOV
           END-EVALUATE.

       FIN-4500.
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

           CLOSE PRESNUE
           EVALUATE TRUE
               WHEN 88-FS-PRESNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRESNUE FS: ' FS-PRESNUE
           END-EVALUATE.

           CLOSE CUOTNUE
           EVALUATE TRUE
               WHEN 88-FS-CUOTNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CUOTNUE FS: ' FS-CUOTNUE
           END-EVALUATE.

           CLOSE PREFACT
           EVALUATE TRUE
               WHEN 88-FS-PREFACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PREFACT FS: ' FS-PREFACT
           END-EVALUATE.

           CLOSE PRERPT
           EVALUATE TRUE
               WHEN 88-FS-PRERPT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRERPT FS: ' FS-PRERPT
           END-EVALUATE.

           CLOSE VEHICULOO
           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE VEHICULOO FS: ' FS-VEHICULOO
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMPRENDA'             TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS = WS-LEIDOS-PRENOV + WS-LEIDOS-PREPAG.
           MOVE WS-GRABADOS-PRESNUE     TO RUNCTL-GRABADOS.
           MOVE WS-ACUM-COBRADO         TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-PRENOV        TO WS-LEIDOS-PRENOV-ED.
           MOVE WS-ALTAS                TO WS-ALTAS-ED.
           MOVE WS-AVISOS-RECHAZADOS    TO WS-AVISOS-RECHAZADOS-ED.
           MOVE WS-CUOTAS-FACTURADAS    TO WS-CUOTAS-FACTURADAS-ED.
           MOVE WS-ACUM-FACTURADO       TO WS-ACUM-FACTURADO-ED.
           MOVE WS-LEIDOS-PREPAG        TO WS-LEIDOS-PREPAG-ED.
           MOVE WS-PAGOS-APLICADOS      TO WS-PAGOS-APLICADOS-ED.
           MOVE WS-PAGOS-RECHAZADOS     TO WS-PAGOS-RECHAZADOS-ED.
           MOVE WS-ACUM-COBRADO         TO WS-ACUM-COBRADO-ED.
           MOVE WS-PRESTAMOS-EN-MORA    TO WS-PRESTAMOS-EN-MORA-ED.
           MOVE WS-ACUM-MORA            TO WS-ACUM-MORA-ED.
           MOVE WS-PRESTAMOS-CANCELADOS TO WS-PRESTAMOS-CANCELADOS-ED.
           MOVE WS-GRABADOS-PRESNUE     TO WS-GRABADOS-PRESNUE-ED.
           MOVE WS-GRABADOS-CUOTNUE     TO WS-GRABADOS-CUOTNUE-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMPRENDA             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. AVISOS DE VENTA LEIDOS   : '
                                               WS-LEIDOS-PRENOV-ED.
           DISPLAY 'CANT. PRESTAMOS ABIERTOS       : '
                                               WS-ALTAS-ED.
           DISPLAY 'CANT. AVISOS RECHAZADOS        : '
                                               WS-AVISOS-RECHAZADOS-ED.
           DISPLAY 'CANT. CUOTAS FACTURADAS        : '
                                               WS-CUOTAS-FACTURADAS-ED.
           DISPLAY 'IMPORTE FACTURADO              : '
                                               WS-ACUM-FACTURADO-ED.
           DISPLAY 'CANT. PAGOS LEIDOS             : '
                                               WS-LEIDOS-PREPAG-ED.
           DISPLAY 'CANT. PAGOS APLICADOS          : '
                                               WS-PAGOS-APLICADOS-ED.
           DISPLAY 'CANT. PAGOS RECHAZADOS         : '
                                               WS-PAGOS-RECHAZADOS-ED.
           DISPLAY 'IMPORTE COBRADO                : '
                                               WS-ACUM-COBRADO-ED.
           DISPLAY 'CANT. PRESTAMOS EN MORA        : '
                                               WS-PRESTAMOS-EN-MORA-ED.
           DISPLAY 'IMPORTE EN MORA                : '
                                               WS-ACUM-MORA-ED.
           DISPLAY 'CANT. PRESTAMOS CANCELADOS     : '
                                            WS-PRESTAMOS-CANCELADOS-ED.
           DISPLAY 'CANT. PRESTAMOS GRABADOS       : '
                                               WS-GRABADOS-PRESNUE-ED.
           DISPLAY 'CANT. CUOTAS GRABADAS          : '
                                               WS-GRABADOS-CUOTNUE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMPRENDA.
