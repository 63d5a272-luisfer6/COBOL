       IDENTIFICATION DIVISION.

       PROGRAM-ID. GENASIENT.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * INTERFAZ CONTABLE: ASIENTOS DEL DIA PARA EL MAYOR GENERAL.
      * TOMA LAS SALIDAS DE LA CADENA BATCH DIARIA Y MENSUAL Y LAS
      * CONVIERTE EN ASIENTOS DE PARTIDA DOBLE SEGUN LA TABLA DE
      * IMPUTACION CTAMAP (VER WCTAMAP.cpy):
      *  - RESXCONCEPTO (CORTE)  : RECAUDACION POR CONCEPTO, EN PESOS
      *    SEGUN COTIZA PARA LAS OTRAS MONEDAS.
      *  - LIBROIVA    (PGMIVA)  : VENTAS NETAS, IVA Y DEUDORES POR
      *    CONDICION DE IVA (NOTAS DE CREDITO A LA INVERSA).
      *  - PAGOS       (PGMPAGOS): COBRANZA DE TARJETAS POR CANAL.
      *  - ORDPAGO     (LIQCOMER): BRUTO, COMISION Y NETO A PAGAR DE
      *    LA LIQUIDACION A COMERCIOS.
      *  - SALCIERRE (GENTARJETAS): CARGOS DEL CICLO DE TARJETAS.
      *  - PREVAJU     (GENPREVIS): CONSTITUCION Y RECUPERO DE LA
      *    PREVISION POR INCOBRABLES DEL CIERRE MENSUAL.
      * UN ARCHIVO DE ORIGEN QUE NO EXISTE ES UN ORIGEN SIN
      * MOVIMIENTO EN EL DIA (LA CADENA MENSUAL NO CORRE TODOS LOS
      * DIAS).
      * CADA ORIGEN ES UN ASIENTO. SI FALTA UNA IMPUTACION O UNA
      * COTIZACION, O SI EL DEBE NO IGUALA AL HABER, SE RECHAZA EL
      * LOTE COMPLETO: ASIENTOS QUEDA VACIO, EL ACUMULADO DEL MES NO
      * SE MUEVE Y LA CORRIDA TERMINA EN 'AB' EN RUNCTL.
      * IMPRIME EN BALCONT UN BALANCE DE SUMAS POR CUENTA DEL DIA Y
      * DEL MES (ACUMULADO CTAMTDANT -> CTAMTDNUE).
      * PAGOS, ORDPAGO Y SALCIERRE SE VERIFICAN ANTES DE ARMAR EL LOTE
      * (HEADER / TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO
      * TRUNCADO, DUPLICADO O DE OTRA FECHA NO SE CONTABILIZA Y
      * RECHAZA EL LOTE COMPLETO.
      * SOLO SE CONTABILIZA LO DE LA FECHA DE PROCESO: PAGOS, ORDPAGO
      * Y SALCIERRE PERMANECEN VARIOS DIAS Y GENPREVIS DEJA PREVAJU
      * HASTA EL CIERRE SIGUIENTE, ASI QUE SE TOMAN SOLO LAS TANDAS
      * CUYO HEADER ES DEL DIA Y LOS AJUSTES CON PVH-FECHA-PROCESO
      * DEL DIA. LO DEMAS YA SE CONTABILIZO EN SU FECHA Y SE OMITE.
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

           SELECT CTAMAP        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTAMAP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTAMAP.

           SELECT COTIZA        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COTIZA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COTIZA.

           SELECT RESXCONCEPTO  ASSIGN       TO
                                 DYNAMIC WS-ARCH-RESXCONCEPTO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RESXCONCEPTO.

           SELECT LIBROIVA      ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIBROIVA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIBROIVA.

           SELECT PAGOS         ASSIGN       TO
                                 DYNAMIC WS-ARCH-PAGOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PAGOS.

           SELECT ORDPAGO       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ORDPAGO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ORDPAGO.

           SELECT SALCIERRE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-SALCIERRE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALCIERRE.

           SELECT PREVAJU       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PREVAJU
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PREVAJU.

           SELECT CTAMTDANT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTAMTDANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTAMTDANT.

           SELECT CTAMTDNUE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTAMTDNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTAMTDNUE.

           SELECT ASIENTOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-ASIENTOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ASIENTOS.

           SELECT BALCONT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-BALCONT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-BALCONT.

       DATA DIVISION.

       FILE SECTION.

       FD  CTAMAP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTAMAP-FD                 PIC X(58).

       FD  COTIZA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COTIZA-FD                 PIC X(24).

       FD  RESXCONCEPTO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXCONCEPTO-FD           PIC X(90).

       FD  LIBROIVA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIBROIVA-FD               PIC X(110).

       FD  PAGOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PAGOS-FD                  PIC X(40).

       FD  ORDPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDPAGO-FD                PIC X(110).

       FD  SALCIERRE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SALCIERRE-FD              PIC X(63).

       FD  PREVAJU
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PREVAJU-FD                PIC X(80).

       FD  CTAMTDANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTAMTDANT-FD              PIC X(46).

       FD  CTAMTDNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTAMTDNUE-FD              PIC X(46).

       FD  ASIENTOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ASIENTOS-FD               PIC X(83).

       FD  BALCONT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BALCONT-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CTAMAP             PIC X(128) VALUE SPACES.
       77  WS-ARCH-COTIZA             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RESXCONCEPTO       PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIBROIVA           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PAGOS              PIC X(128) VALUE SPACES.
       77  WS-ARCH-ORDPAGO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALCIERRE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-PREVAJU            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTAMTDANT          PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTAMTDNUE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-ASIENTOS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-BALCONT            PIC X(128) VALUE SPACES.

       77  FS-CTAMAP                     PIC  X(02) VALUE ' '.
           88 88-FS-CTAMAP-OK                       VALUE '00'.
           88 88-FS-CTAMAP-EOF                      VALUE '10'.

       77  FS-COTIZA                     PIC  X(02) VALUE ' '.
           88 88-FS-COTIZA-OK                       VALUE '00'.
           88 88-FS-COTIZA-EOF                      VALUE '10'.
           88 88-FS-COTIZA-NOEXISTE                 VALUE '35'.

       77  FS-RESXCONCEPTO               PIC  X(02) VALUE ' '.
           88 88-FS-RESXCONCEPTO-OK                 VALUE '00'.
           88 88-FS-RESXCONCEPTO-EOF                VALUE '10'.
           88 88-FS-RESXCONCEPTO-NOEXISTE           VALUE '35'.

       77  FS-LIBROIVA                   PIC  X(02) VALUE ' '.
           88 88-FS-LIBROIVA-OK                     VALUE '00'.
           88 88-FS-LIBROIVA-EOF                    VALUE '10'.
           88 88-FS-LIBROIVA-NOEXISTE               VALUE '35'.

       77  FS-PAGOS                      PIC  X(02) VALUE ' '.
           88 88-FS-PAGOS-OK                        VALUE '00'.
           88 88-FS-PAGOS-EOF                       VALUE '10'.
           88 88-FS-PAGOS-NOEXISTE                  VALUE '35'.

       77  FS-ORDPAGO                    PIC  X(02) VALUE ' '.
           88 88-FS-ORDPAGO-OK                      VALUE '00'.
           88 88-FS-ORDPAGO-EOF                     VALUE '10'.
           88 88-FS-ORDPAGO-NOEXISTE                VALUE '35'.

       77  FS-SALCIERRE                  PIC  X(02) VALUE ' '.
           88 88-FS-SALCIERRE-OK                    VALUE '00'.
           88 88-FS-SALCIERRE-EOF                   VALUE '10'.
           88 88-FS-SALCIERRE-NOEXISTE              VALUE '35'.

       77  FS-PREVAJU                    PIC  X(02) VALUE ' '.
           88 88-FS-PREVAJU-OK                      VALUE '00'.
           88 88-FS-PREVAJU-EOF                     VALUE '10'.
           88 88-FS-PREVAJU-NOEXISTE                VALUE '35'.

       77  FS-CTAMTDANT                  PIC  X(02) VALUE ' '.
           88 88-FS-CTAMTDANT-OK                    VALUE '00'.
           88 88-FS-CTAMTDANT-EOF                   VALUE '10'.
           88 88-FS-CTAMTDANT-NOEXISTE              VALUE '35'.

       77  FS-CTAMTDNUE                  PIC  X(02) VALUE ' '.
           88 88-FS-CTAMTDNUE-OK                    VALUE '00'.

       77  FS-ASIENTOS                   PIC  X(02) VALUE ' '.
           88 88-FS-ASIENTOS-OK                     VALUE '00'.

       77  FS-BALCONT                    PIC  X(02) VALUE ' '.
           88 88-FS-BALCONT-OK                      VALUE '00'.

       77  WS-LEIDOS-ORIGEN              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-ORIGEN-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-ASIENTOS          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ASIENTOS-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SIN-IMPUTACION             PIC  9(07) VALUE 0.
       77  WS-SIN-IMPUTACION-ED          PIC  ZZZ.ZZ9.
       77  WS-SIN-COTIZACION             PIC  9(07) VALUE 0.
       77  WS-SIN-COTIZACION-ED          PIC  ZZZ.ZZ9.
       77  WS-OMITIDOS-FECHA             PIC  9(09) VALUE 0.
       77  WS-OMITIDOS-FECHA-ED          PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * TABLA DE IMPUTACION CONTABLE (CTAMAP)
      *------------------------------------------------------
       77  WCN-TOPE-MAPEO                PIC  9(05) VALUE 300.
       77  WS-CANT-MAPEO                 PIC  9(05) VALUE 0.
       01  WS-TABLA-MAPEO.
           05 WS-MAPEO-TAB OCCURS 300 TIMES
                           INDEXED BY IDX-MAPEO.
              10 WMP-ORIGEN              PIC  X(04).
              10 WMP-CLAVE               PIC  X(04).
              10 WMP-CTA-DEBE            PIC  X(10).
              10 WMP-CTA-HABER           PIC  X(10).

      *------------------------------------------------------
      * COTIZACIONES POR MONEDA Y FECHA (COTIZA)
      *------------------------------------------------------
       77  WCN-TOPE-COTIZAS              PIC  9(05) VALUE 200.
       77  WS-CANT-COTIZAS               PIC  9(05) VALUE 0.
       01  WS-TABLA-COTIZAS.
           05 WS-COTIZA-TAB OCCURS 200 TIMES
                            INDEXED BY IDX-COTIZA.
              10 WCO-MONEDA              PIC  X(03).
              10 WCO-FECHA               PIC  X(10).
              10 WCO-TASA                PIC  9(07)V9(04).

      *------------------------------------------------------
      * RENGLONES DE LOS ASIENTOS DEL DIA, AGRUPADOS POR
      * ASIENTO Y CUENTA ANTES DE GRABARSE
      *------------------------------------------------------
       77  WCN-TOPE-RENGLONES            PIC  9(05) VALUE 500.
       77  WS-CANT-RENGLONES             PIC  9(05) VALUE 0.
       01  WS-TABLA-RENGLONES.
           05 WS-RENGLON-TAB OCCURS 500 TIMES
                             INDEXED BY IDX-RENGLON.
              10 WRG-ASIENTO             PIC  9(05).
              10 WRG-ORIGEN              PIC  X(04).
              10 WRG-CUENTA              PIC  X(10).
              10 WRG-DEBE                PIC  9(13)V99.
              10 WRG-HABER               PIC  9(13)V99.

      *------------------------------------------------------
      * TOTALES POR ASIENTO PARA EL CONTROL DE BALANCEO
      *------------------------------------------------------
       77  WCN-CANT-ASIENTOS             PIC  9(05) VALUE 6.
       01  WS-TABLA-ASIENTOS.
           05 WS-ASIENTO-TAB OCCURS 6 TIMES
                             INDEXED BY IDX-ASIENTO.
              10 WAS-DEBE                PIC  9(13)V99.
              10 WAS-HABER               PIC  9(13)V99.

      *------------------------------------------------------
      * BALANCE DE SUMAS POR CUENTA (DIA Y ACUMULADO DEL MES)
      *------------------------------------------------------
       77  WCN-TOPE-CUENTAS              PIC  9(05) VALUE 500.
       77  WS-CANT-CUENTAS               PIC  9(05) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05 WS-CUENTA-TAB OCCURS 500 TIMES
                            INDEXED BY IDX-CUENTA.
              10 WCT-CUENTA              PIC  X(10).
              10 WCT-DIA-DEBE            PIC  9(13)V99.
              10 WCT-DIA-HABER           PIC  9(13)V99.
              10 WCT-MES-DEBE            PIC  9(13)V99.
              10 WCT-MES-HABER           PIC  9(13)V99.

      *------------------------------------------------------
      * PARAMETROS DE UNA IMPUTACION (VER 2700-IMPUTO)
      *------------------------------------------------------
       77  WS-IMP-ORIGEN                 PIC  X(04) VALUE SPACES.
       77  WS-IMP-CLAVE                  PIC  X(04) VALUE SPACES.
       77  WS-IMP-LADO                   PIC  X(01) VALUE SPACES.
           88 88-IMP-DEBE                           VALUE 'D'.
           88 88-IMP-HABER                          VALUE 'H'.
       77  WS-IMP-IMPORTE                PIC  9(13)V99 VALUE 0.
       77  WS-IMP-CUENTA                 PIC  X(10) VALUE SPACES.
       77  WS-ASIENTO-ACTUAL             PIC  9(05) VALUE 0.
       77  WS-MAPEO-ENCONTRADO           PIC  X(01) VALUE 'N'.
           88 88-MAPEO-ENCONTRADO                   VALUE 'S'.

       77  WS-LOTE-ESTADO                PIC  X(01) VALUE 'A'.
           88 88-LOTE-ACEPTADO                      VALUE 'A'.
           88 88-LOTE-RECHAZADO                     VALUE 'R'.

      *    ORIGENES RECHAZADOS POR EL CONTROL HEADER / TRAILER
       77  WS-CTL-PAGOS                  PIC  X(01) VALUE 'A'.
           88 88-CTL-PAGOS-RECHAZADO                VALUE 'R'.
       77  WS-CTL-ORDPAGO                PIC  X(01) VALUE 'A'.
           88 88-CTL-ORDPAGO-RECHAZADO              VALUE 'R'.
       77  WS-CTL-SALCIERRE              PIC  X(01) VALUE 'A'.
           88 88-CTL-SALCIERRE-RECHAZADO            VALUE 'R'.

       77  WS-TOTAL-DEBE                 PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-HABER                PIC  9(13)V99 VALUE 0.
       77  WS-TASA-DIA                   PIC  9(07)V9(04) VALUE 0.
       77  WS-IMPORTE-ARS                PIC  9(13)V99 VALUE 0.
       77  WS-RENGLON                    PIC  9(04) VALUE 0.
       77  WS-SALDO-MES                  PIC S9(13)V99 VALUE 0.

      *------------------------------------------------------
      * IMPORTES DEL LIBRO IVA (RENGLON EDITADO DE PGMIVA)
      *------------------------------------------------------
       77  WS-IVA-TIPO                   PIC  X(01) VALUE SPACES.
       77  WS-IVA-COND                   PIC  X(01) VALUE SPACES.
       77  WS-IVA-NETO-IN                PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-IVA-IVA-IN                 PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-IVA-TOTAL-IN               PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-IVA-NETO                   PIC  9(13)V99 VALUE 0.
       77  WS-IVA-IVA                    PIC  9(13)V99 VALUE 0.
       77  WS-IVA-TOTAL                  PIC  9(13)V99 VALUE 0.
       77  WS-LADO-DEUDOR                PIC  X(01) VALUE SPACES.
       77  WS-LADO-ACREEDOR              PIC  X(01) VALUE SPACES.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
      *    FECHA DEL HEADER DE LA TANDA EN CURSO DEL ARCHIVO DE ORIGEN
       77  WS-FECHA-TANDA                PIC  9(08) VALUE 0.
       77  WS-PERIODO                    PIC  9(06) VALUE 0.

       77  WS-IMPORTE-ED                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIA-DEBE-ED                PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIA-HABER-ED               PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-MES-DEBE-ED                PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-MES-HABER-ED               PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-SALDO-MES-ED               PIC  -Z.ZZZ.ZZZ.ZZ9,99.

       COPY WCTAMAP.

       COPY WCOTIZA.

       COPY WRES-CONCEPTO.

       COPY WPAGOTAR.

       COPY WLIQCOM.

       COPY WSALTAR.

       COPY WPREVHIST.

       COPY WCTAMTD.

       COPY WASIENTO.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE PAGOS, ORDPAGO Y
      * SALCIERRE (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

       COPY WCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2100-ASIENTO-RECAUDACION THRU FIN-2100.
           PERFORM 2200-ASIENTO-LIBRO-IVA THRU FIN-2200.
           IF NOT 88-CTL-PAGOS-RECHAZADO
              PERFORM 2300-ASIENTO-COBRANZA THRU FIN-2300
           END-IF.
           IF NOT 88-CTL-ORDPAGO-RECHAZADO
              PERFORM 2400-ASIENTO-COMERCIOS THRU FIN-2400
           END-IF.
           IF NOT 88-CTL-SALCIERRE-RECHAZADO
              PERFORM 2500-ASIENTO-CIERRE-TARJETAS THRU FIN-2500
           END-IF.
           PERFORM 2600-ASIENTO-PREVISION THRU FIN-2600.

           PERFORM 2800-VALIDO-LOTE.

           IF 88-LOTE-ACEPTADO
              PERFORM 2900-GRABO-ASIENTOS
              MOVE 'S' TO WS-FIN-NORMAL
           END-IF.

           PERFORM 2950-GRABO-ACUMULADO-MES.
           PERFORM 2960-IMPRIMO-BALANCE.

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
           MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO.

           INITIALIZE WS-TABLA-ASIENTOS.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1007-CONTROLO-PAGOS.
           PERFORM 1008-CONTROLO-ORDPAGO.
           PERFORM 1009-CONTROLO-SALCIERRE.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-MAPEO.
           PERFORM 1030-CARGO-COTIZA.
           PERFORM 1040-CARGO-ACUMULADO-MES.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CTAMAP'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTAMAP

           MOVE 'COTIZA'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COTIZA

           MOVE 'RESXCONCEPTO' TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RESXCONCEPTO

           MOVE 'LIBROIVA'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIBROIVA

           MOVE 'PAGOS'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PAGOS

           MOVE 'ORDPAGO'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ORDPAGO

           MOVE 'SALCIERRE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SALCIERRE

           MOVE 'PREVAJU'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PREVAJU

           MOVE 'CTAMTDANT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTAMTDANT

           MOVE 'CTAMTDNUE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTAMTDNUE

           MOVE 'ASIENTOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ASIENTOS

           MOVE 'BALCONT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-BALCONT.

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
      * PAGOS SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA; EL ORIGEN NO SE CONTABILIZA Y
      * SE RECHAZA EL LOTE COMPLETO (VER 2800).
      *------------------------------------------------------------
       1007-CONTROLO-PAGOS.
      *--------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'PAGOS'                TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-PAGOS          TO UTLCTLARC-PATH.
           MOVE 'GENASIENT'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'PAGOS RECHAZADO: ' UTLCTLARC-MSG
              SET 88-CTL-PAGOS-RECHAZADO TO TRUE
           END-IF.

       FIN-1007.
           EXIT.

      *------------------------------------------------------------
      * ORDPAGO SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA; EL ORIGEN NO SE CONTABILIZA Y
      * SE RECHAZA EL LOTE COMPLETO (VER 2800).
      *------------------------------------------------------------
       1008-CONTROLO-ORDPAGO.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'ORDPAGO'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-ORDPAGO        TO UTLCTLARC-PATH.
           MOVE 'GENASIENT'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'ORDPAGO RECHAZADO: ' UTLCTLARC-MSG
              SET 88-CTL-ORDPAGO-RECHAZADO TO TRUE
           END-IF.

       FIN-1008.
           EXIT.

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA; EL ORIGEN NO SE CONTABILIZA Y
      * SE RECHAZA EL LOTE COMPLETO (VER 2800).
      *------------------------------------------------------------
       1009-CONTROLO-SALCIERRE.
      *------------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'GENASIENT'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              SET 88-CTL-SALCIERRE-RECHAZADO TO TRUE
           END-IF.

       FIN-1009.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

      *    ASIENTOS SE ABRE SIEMPRE: SI EL LOTE SE RECHAZA QUEDA
      *    VACIO Y CONTABILIDAD NO LEVANTA NADA DEL DIA.
           OPEN OUTPUT ASIENTOS

           EVALUATE TRUE
               WHEN 88-FS-ASIENTOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ASIENTOS'
                    DISPLAY 'FILE STATUS' FS-ASIENTOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CTAMTDNUE

           EVALUATE TRUE
               WHEN 88-FS-CTAMTDNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTAMTDNUE'
                    DISPLAY 'FILE STATUS' FS-CTAMTDNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT BALCONT

           EVALUATE TRUE
               WHEN 88-FS-BALCONT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN BALCONT'
                    DISPLAY 'FILE STATUS' FS-BALCONT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SIN TABLA DE IMPUTACION NO HAY ASIENTO POSIBLE: CANCELA.
      *------------------------------------------------------------
       1020-CARGO-MAPEO.
      *-----------------

           OPEN INPUT CTAMAP.

           EVALUATE TRUE
               WHEN 88-FS-CTAMAP-OK
                    PERFORM 1021-LEO-CTAMAP
                    PERFORM UNTIL 88-FS-CTAMAP-EOF
                       IF WS-CANT-MAPEO < WCN-TOPE-MAPEO
                          ADD 1 TO WS-CANT-MAPEO
                          MOVE MAP-ORIGEN
                            TO WMP-ORIGEN    (WS-CANT-MAPEO)
                          MOVE MAP-CLAVE
                            TO WMP-CLAVE     (WS-CANT-MAPEO)
                          MOVE MAP-CTA-DEBE
                            TO WMP-CTA-DEBE  (WS-CANT-MAPEO)
                          MOVE MAP-CTA-HABER
                            TO WMP-CTA-HABER (WS-CANT-MAPEO)
                       ELSE
                          DISPLAY 'TABLA CTAMAP COMPLETA - SE '
                                  'IGNORA: ' MAP-ORIGEN ' ' MAP-CLAVE
                       END-IF
                       PERFORM 1021-LEO-CTAMAP
                    END-PERFORM
                    CLOSE CTAMAP

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTAMAP'
                    DISPLAY 'FILE STATUS' FS-CTAMAP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CTAMAP.
      *----------------

           INITIALIZE REG-CTAMAP.

           READ CTAMAP INTO REG-CTAMAP

           EVALUATE TRUE
               WHEN 88-FS-CTAMAP-OK
               WHEN 88-FS-CTAMAP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CTAMAP FS: ' FS-CTAMAP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-COTIZA.
      *------------------

           OPEN INPUT COTIZA.

           EVALUATE TRUE
               WHEN 88-FS-COTIZA-OK
                    PERFORM 1031-LEO-COTIZA
                    PERFORM UNTIL 88-FS-COTIZA-EOF
                       IF WS-CANT-COTIZAS < WCN-TOPE-COTIZAS
                          ADD 1 TO WS-CANT-COTIZAS
                          MOVE COT-MONEDA
                            TO WCO-MONEDA (WS-CANT-COTIZAS)
                          MOVE COT-FECHA
                            TO WCO-FECHA  (WS-CANT-COTIZAS)
                          MOVE COT-TASA
                            TO WCO-TASA   (WS-CANT-COTIZAS)
                       END-IF
                       PERFORM 1031-LEO-COTIZA
                    END-PERFORM
                    CLOSE COTIZA

               WHEN 88-FS-COTIZA-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE COTIZACIONES - SOLO SE '
                    DISPLAY 'PUEDE CONTABILIZAR RECAUDACION EN ARS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COTIZA'
                    DISPLAY 'FILE STATUS' FS-COTIZA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-COTIZA.
      *----------------

           INITIALIZE REG-COTIZA.

           READ COTIZA INTO REG-COTIZA

           EVALUATE TRUE
               WHEN 88-FS-COTIZA-OK
               WHEN 88-FS-COTIZA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COTIZA FS: ' FS-COTIZA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * ACUMULADO DEL MES: SOLO SE TOMAN LAS CUENTAS DEL PERIODO EN
      * CURSO. EL PRIMER DIA DEL MES LOS ACUMULADOS ARRANCAN EN CERO.
      *------------------------------------------------------------
       1040-CARGO-ACUMULADO-MES.
      *-------------------------

           OPEN INPUT CTAMTDANT.

           EVALUATE TRUE
               WHEN 88-FS-CTAMTDANT-OK
                    PERFORM 1041-LEO-CTAMTDANT
                    PERFORM UNTIL 88-FS-CTAMTDANT-EOF
                       IF MTD-PERIODO = WS-PERIODO
                          MOVE MTD-CUENTA     TO WS-IMP-CUENTA
                          PERFORM 2760-UBICO-CUENTA
                          ADD MTD-DEBE
                            TO WCT-MES-DEBE  (IDX-CUENTA)
                          ADD MTD-HABER
                            TO WCT-MES-HABER (IDX-CUENTA)
                       END-IF
                       PERFORM 1041-LEO-CTAMTDANT
                    END-PERFORM
                    CLOSE CTAMTDANT

               WHEN 88-FS-CTAMTDANT-NOEXISTE
                    DISPLAY 'SIN ACUMULADO MENSUAL ANTERIOR - '
                    DISPLAY 'EL MES ARRANCA EN CERO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTAMTDANT'
                    DISPLAY 'FILE STATUS' FS-CTAMTDANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-CTAMTDANT.
      *-------------------

           INITIALIZE REG-CTAMTD.

           READ CTAMTDANT INTO REG-CTAMTD

           EVALUATE TRUE
               WHEN 88-FS-CTAMTDANT-OK
               WHEN 88-FS-CTAMTDANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CTAMTDANT FS: '
                            FS-CTAMTDANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 1: RECAUDACION POR CONCEPTO (RESXCONCEPTO DE CORTE)
      * DEBE CAJA / HABER CUENTA DEL CONCEPTO, VALORIZADO EN PESOS.
      *------------------------------------------------------------
       2100-ASIENTO-RECAUDACION.
      *-------------------------

           MOVE 1                         TO WS-ASIENTO-ACTUAL.
           MOVE 'RECA'                    TO WS-IMP-ORIGEN.

           OPEN INPUT RESXCONCEPTO.

           EVALUATE TRUE
               WHEN 88-FS-RESXCONCEPTO-OK
                    CONTINUE
               WHEN 88-FS-RESXCONCEPTO-NOEXISTE
                    DISPLAY 'SIN RESXCONCEPTO EN EL DIA'
                    GO TO FIN-2100
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RESXCONCEPTO'
                    DISPLAY 'FILE STATUS' FS-RESXCONCEPTO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2110-LEO-RESXCONCEPTO.

           PERFORM UNTIL 88-FS-RESXCONCEPTO-EOF
               PERFORM 2120-VALORIZO-EN-PESOS THRU FIN-2120
               IF WS-IMPORTE-ARS > 0
                  MOVE CONCEPTO-RECAUDACION  TO WS-IMP-CLAVE
                  MOVE WS-IMPORTE-ARS        TO WS-IMP-IMPORTE
                  MOVE 'D'                   TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
                  MOVE 'H'                   TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
               END-IF
               PERFORM 2110-LEO-RESXCONCEPTO
           END-PERFORM.

           CLOSE RESXCONCEPTO.

       FIN-2100.
           EXIT.

       2110-LEO-RESXCONCEPTO.
      *----------------------

           INITIALIZE RESUMEN-CONCEPTO-REG.

           READ RESXCONCEPTO INTO RESUMEN-CONCEPTO-REG

           EVALUATE TRUE
               WHEN 88-FS-RESXCONCEPTO-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-RESXCONCEPTO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RESXCONCEPTO FS: '
                            FS-RESXCONCEPTO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * LA RECAUDACION EN OTRA MONEDA SE PASA A PESOS CON LA
      * COTIZACION DEL DIA DE LA RECAUDACION. SIN COTIZACION EL
      * LOTE NO PUEDE CONTABILIZARSE.
      *------------------------------------------------------------
       2120-VALORIZO-EN-PESOS.
      *-----------------------

           IF COD-MONEDA = 'ARS'
              MOVE IMPORTE                TO WS-IMPORTE-ARS
              GO TO FIN-2120
           END-IF.

           MOVE 0                         TO WS-TASA-DIA.

           PERFORM VARYING IDX-COTIZA FROM 1 BY 1
                     UNTIL IDX-COTIZA > WS-CANT-COTIZAS
              IF WCO-MONEDA (IDX-COTIZA) = COD-MONEDA
                 AND WCO-FECHA (IDX-COTIZA) = FECHA-RECAUDACION
                 MOVE WCO-TASA (IDX-COTIZA) TO WS-TASA-DIA
              END-IF
           END-PERFORM.

           IF WS-TASA-DIA = 0
              ADD 1                       TO WS-SIN-COTIZACION
              MOVE 0                      TO WS-IMPORTE-ARS
              MOVE SPACES                 TO REG-BALCONT-FD
              MOVE 'SIN COTIZACION:'      TO REG-BALCONT-FD (01:15)
              MOVE COD-MONEDA             TO REG-BALCONT-FD (17:03)
              MOVE FECHA-RECAUDACION      TO REG-BALCONT-FD (21:10)
              PERFORM 2990-WRITE-BALCONT
           ELSE
              COMPUTE WS-IMPORTE-ARS ROUNDED =
                      IMPORTE * WS-TASA-DIA
           END-IF.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 2: LIBRO IVA VENTAS (PGMIVA). LA VENTA VA AL DEBE
      * DE DEUDORES POR EL TOTAL Y AL HABER DE VENTAS (NETO) E IVA
      * DEBITO FISCAL (IVA); LA NOTA DE CREDITO VA A LA INVERSA.
      *------------------------------------------------------------
       2200-ASIENTO-LIBRO-IVA.
      *-----------------------

           MOVE 2                         TO WS-ASIENTO-ACTUAL.

           OPEN INPUT LIBROIVA.

           EVALUATE TRUE
               WHEN 88-FS-LIBROIVA-OK
                    CONTINUE
               WHEN 88-FS-LIBROIVA-NOEXISTE
                    DISPLAY 'SIN LIBROIVA EN EL DIA'
                    GO TO FIN-2200
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIBROIVA'
                    DISPLAY 'FILE STATUS' FS-LIBROIVA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2210-LEO-LIBROIVA.

           PERFORM UNTIL 88-FS-LIBROIVA-EOF
               PERFORM 2220-IMPUTO-RENGLON-IVA
               PERFORM 2210-LEO-LIBROIVA
           END-PERFORM.

           CLOSE LIBROIVA.

       FIN-2200.
           EXIT.

       2210-LEO-LIBROIVA.
      *------------------

           MOVE SPACES TO REG-LIBROIVA-FD.

           READ LIBROIVA

           EVALUATE TRUE
               WHEN 88-FS-LIBROIVA-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-LIBROIVA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LIBROIVA FS: ' FS-LIBROIVA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-IMPUTO-RENGLON-IVA.
      *------------------------

           MOVE REG-LIBROIVA-FD (26:01)   TO WS-IVA-TIPO.
           MOVE REG-LIBROIVA-FD (28:01)   TO WS-IVA-COND.
           MOVE REG-LIBROIVA-FD (30:16)   TO WS-IVA-NETO-IN.
           MOVE REG-LIBROIVA-FD (47:16)   TO WS-IVA-IVA-IN.
           MOVE REG-LIBROIVA-FD (64:16)   TO WS-IVA-TOTAL-IN.
           MOVE WS-IVA-NETO-IN            TO WS-IVA-NETO.
           MOVE WS-IVA-IVA-IN             TO WS-IVA-IVA.
           MOVE WS-IVA-TOTAL-IN           TO WS-IVA-TOTAL.

           IF WS-IVA-TIPO = 'C'
              MOVE 'H'                    TO WS-LADO-DEUDOR
              MOVE 'D'                    TO WS-LADO-ACREEDOR
           ELSE
              MOVE 'D'                    TO WS-LADO-DEUDOR
              MOVE 'H'                    TO WS-LADO-ACREEDOR
           END-IF.

           MOVE WS-IVA-COND               TO WS-IMP-CLAVE.

           MOVE 'IVAV'                    TO WS-IMP-ORIGEN.
           MOVE WS-LADO-DEUDOR            TO WS-IMP-LADO.
           MOVE WS-IVA-TOTAL              TO WS-IMP-IMPORTE.
           PERFORM 2700-IMPUTO THRU FIN-2700.

           MOVE WS-LADO-ACREEDOR          TO WS-IMP-LADO.
           MOVE WS-IVA-NETO               TO WS-IMP-IMPORTE.
           PERFORM 2700-IMPUTO THRU FIN-2700.

           IF WS-IVA-IVA > 0
              MOVE 'IVAI'                 TO WS-IMP-ORIGEN
              MOVE WS-LADO-ACREEDOR       TO WS-IMP-LADO
              MOVE WS-IVA-IVA             TO WS-IMP-IMPORTE
              PERFORM 2700-IMPUTO THRU FIN-2700
           END-IF.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 3: COBRANZA DE TARJETAS (PAGOS DE PGMPAGOS).
      * DEBE CUENTA DEL CANAL / HABER DEUDORES POR TARJETAS.
      *------------------------------------------------------------
       2300-ASIENTO-COBRANZA.
      *----------------------

           MOVE 3                         TO WS-ASIENTO-ACTUAL.
           MOVE 'PAGO'                    TO WS-IMP-ORIGEN.
           MOVE 0                         TO WS-FECHA-TANDA.

           OPEN INPUT PAGOS.

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    CONTINUE
               WHEN 88-FS-PAGOS-NOEXISTE
                    DISPLAY 'SIN PAGOS EN EL DIA'
                    GO TO FIN-2300
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PAGOS'
                    DISPLAY 'FILE STATUS' FS-PAGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2310-LEO-PAGOS.

           PERFORM UNTIL 88-FS-PAGOS-EOF
               IF WS-FECHA-TANDA = WS-FECHA-PROCESO
                  MOVE PAG-CANAL          TO WS-IMP-CLAVE
                  MOVE PAG-IMPORTE        TO WS-IMP-IMPORTE
                  MOVE 'D'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
                  MOVE 'H'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
               ELSE
                  ADD 1                   TO WS-OMITIDOS-FECHA
               END-IF
               PERFORM 2310-LEO-PAGOS
           END-PERFORM.

           CLOSE PAGOS.

       FIN-2300.
           EXIT.

       2310-LEO-PAGOS.
      *---------------

           INITIALIZE REG-PAGOS.

           READ PAGOS INTO REG-PAGOS

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE: SE
      *    SALTEAN, TOMANDO LA FECHA DE CADA TANDA DE SU HEADER.
           PERFORM UNTIL NOT 88-FS-PAGOS-OK
                      OR (REG-PAGOS-FD (1:7) NOT = 'HEADER '
                      AND REG-PAGOS-FD (1:7) NOT = 'TRAILER')
               IF REG-PAGOS-FD (1:7) = 'HEADER '
                  MOVE REG-PAGOS-FD (1:40) TO REG-CTLARC
                  MOVE CTL-FECHA-PROCESO  TO WS-FECHA-TANDA
               END-IF
               INITIALIZE REG-PAGOS
               READ PAGOS INTO REG-PAGOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-PAGOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PAGOS FS: ' FS-PAGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2310.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 4: LIQUIDACION A COMERCIOS (ORDPAGO DE LIQCOMER).
      * DEBE COMERCIOS A LIQUIDAR (BRUTO) / HABER ORDENES DE PAGO
      * (NETO), INGRESO POR COMISIONES (COMISION) Y RETENCIONES A
      * DEPOSITAR (INGRESOS BRUTOS Y GANANCIAS).
      *------------------------------------------------------------
       2400-ASIENTO-COMERCIOS.
      *-----------------------

           MOVE 4                         TO WS-ASIENTO-ACTUAL.
           MOVE 'COMR'                    TO WS-IMP-ORIGEN.
           MOVE 0                         TO WS-FECHA-TANDA.

           OPEN INPUT ORDPAGO.

           EVALUATE TRUE
               WHEN 88-FS-ORDPAGO-OK
                    CONTINUE
               WHEN 88-FS-ORDPAGO-NOEXISTE
                    DISPLAY 'SIN ORDPAGO EN EL DIA'
                    GO TO FIN-2400
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDPAGO'
                    DISPLAY 'FILE STATUS' FS-ORDPAGO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2410-LEO-ORDPAGO.

           PERFORM UNTIL 88-FS-ORDPAGO-EOF
               IF WS-FECHA-TANDA NOT = WS-FECHA-PROCESO
                  ADD 1                   TO WS-OMITIDOS-FECHA
               ELSE
                  MOVE 'BRUT'                TO WS-IMP-CLAVE
                  MOVE 'D'                   TO WS-IMP-LADO
                  MOVE LIQ-BRUTO             TO WS-IMP-IMPORTE
                  PERFORM 2700-IMPUTO THRU FIN-2700

                  MOVE 'NETO'                TO WS-IMP-CLAVE
                  MOVE 'H'                   TO WS-IMP-LADO
                  MOVE LIQ-NETO              TO WS-IMP-IMPORTE
                  PERFORM 2700-IMPUTO THRU FIN-2700

                  IF LIQ-COMISION > 0
                     MOVE 'COMI'             TO WS-IMP-CLAVE
                     MOVE 'H'                TO WS-IMP-LADO
                     MOVE LIQ-COMISION       TO WS-IMP-IMPORTE
                     PERFORM 2700-IMPUTO THRU FIN-2700
                  END-IF

                  IF LIQ-RET-IIBB NUMERIC AND LIQ-RET-IIBB > 0
                     MOVE 'RETB'             TO WS-IMP-CLAVE
                     MOVE 'H'                TO WS-IMP-LADO
                     MOVE LIQ-RET-IIBB       TO WS-IMP-IMPORTE
                     PERFORM 2700-IMPUTO THRU FIN-2700
                  END-IF

                  IF LIQ-RET-GAN NUMERIC AND LIQ-RET-GAN > 0
                     MOVE 'RETG'             TO WS-IMP-CLAVE
                     MOVE 'H'                TO WS-IMP-LADO
                     MOVE LIQ-RET-GAN        TO WS-IMP-IMPORTE
                     PERFORM 2700-IMPUTO THRU FIN-2700
                  END-IF
               END-IF

               PERFORM 2410-LEO-ORDPAGO
           END-PERFORM.

           CLOSE ORDPAGO.

       FIN-2400.
           EXIT.

       2410-LEO-ORDPAGO.
      *-----------------

           INITIALIZE REG-LIQCOM.

           READ ORDPAGO INTO REG-LIQCOM

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE: SE
      *    SALTEAN, TOMANDO LA FECHA DE CADA TANDA DE SU HEADER.
           PERFORM UNTIL NOT 88-FS-ORDPAGO-OK
                      OR (REG-ORDPAGO-FD (1:7) NOT = 'HEADER '
                      AND REG-ORDPAGO-FD (1:7) NOT = 'TRAILER')
               IF REG-ORDPAGO-FD (1:7) = 'HEADER '
                  MOVE REG-ORDPAGO-FD (1:40) TO REG-CTLARC
                  MOVE CTL-FECHA-PROCESO  TO WS-FECHA-TANDA
               END-IF
               INITIALIZE REG-LIQCOM
               READ ORDPAGO INTO REG-LIQCOM
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-ORDPAGO-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-ORDPAGO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDPAGO FS: ' FS-ORDPAGO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2410.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 5: CARGOS DEL CICLO DE TARJETAS (SALCIERRE).
      * DEBE DEUDORES POR TARJETAS / HABER COMERCIOS A LIQUIDAR
      * E INTERESES (SEGUN CTAMAP TARJ/CARG).
      *------------------------------------------------------------
       2500-ASIENTO-CIERRE-TARJETAS.
      *-----------------------------

           MOVE 5                         TO WS-ASIENTO-ACTUAL.
           MOVE 'TARJ'                    TO WS-IMP-ORIGEN.
           MOVE 0                         TO WS-FECHA-TANDA.
           MOVE 'CARG'                    TO WS-IMP-CLAVE.

           OPEN INPUT SALCIERRE.

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    CONTINUE
               WHEN 88-FS-SALCIERRE-NOEXISTE
                    DISPLAY 'SIN SALCIERRE EN EL DIA'
                    GO TO FIN-2500
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALCIERRE'
                    DISPLAY 'FILE STATUS' FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2510-LEO-SALCIERRE.

           PERFORM UNTIL 88-FS-SALCIERRE-EOF
               IF WS-FECHA-TANDA NOT = WS-FECHA-PROCESO
                  ADD 1                   TO WS-OMITIDOS-FECHA
               END-IF
               IF SAL-CARGOS-MES > 0
                  AND WS-FECHA-TANDA = WS-FECHA-PROCESO
                  MOVE SAL-CARGOS-MES     TO WS-IMP-IMPORTE
                  MOVE 'D'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
                  MOVE 'H'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
               END-IF
               PERFORM 2510-LEO-SALCIERRE
           END-PERFORM.

           CLOSE SALCIERRE.

       FIN-2500.
           EXIT.

       2510-LEO-SALCIERRE.
      *-------------------

           INITIALIZE REG-SALTAR.

           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE: SE
      *    SALTEAN, TOMANDO LA FECHA DE CADA TANDA DE SU HEADER.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               IF REG-SALCIERRE-FD (1:7) = 'HEADER '
                  MOVE REG-SALCIERRE-FD (1:40) TO REG-CTLARC
                  MOVE CTL-FECHA-PROCESO  TO WS-FECHA-TANDA
               END-IF
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-SALCIERRE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SALCIERRE FS: '
                            FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO 6: AJUSTE DE LA PREVISION POR INCOBRABLES (PREVAJU
      * DE GENPREVIS). LA CLAVE ES EL TIPO DE AJUSTE MAS LA CARTERA:
      * 'CONT'/'CONC' CONSTITUCION (DEBE CARGO POR INCOBRABILIDAD /
      * HABER PREVISION) Y 'RECT'/'RECC' RECUPERO (DEBE PREVISION /
      * HABER RECUPERO DE PREVISIONES).
      *------------------------------------------------------------
       2600-ASIENTO-PREVISION.
      *-----------------------

           MOVE 6                         TO WS-ASIENTO-ACTUAL.
           MOVE 'PREV'                    TO WS-IMP-ORIGEN.

           OPEN INPUT PREVAJU.

           EVALUATE TRUE
               WHEN 88-FS-PREVAJU-OK
                    CONTINUE
               WHEN 88-FS-PREVAJU-NOEXISTE
                    DISPLAY 'SIN PREVAJU EN EL DIA'
                    GO TO FIN-2600
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PREVAJU'
                    DISPLAY 'FILE STATUS' FS-PREVAJU
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2610-LEO-PREVAJU.

           PERFORM UNTIL 88-FS-PREVAJU-EOF
               IF PVH-FECHA-PROCESO NOT = WS-FECHA-PROCESO
                  ADD 1                   TO WS-OMITIDOS-FECHA
               END-IF
               IF PVH-AJUSTE NUMERIC AND PVH-AJUSTE > 0
                  AND PVH-FECHA-PROCESO = WS-FECHA-PROCESO
                  IF 88-PVH-CONSTITUCION
                     MOVE 'CON'           TO WS-IMP-CLAVE (1:3)
                  ELSE
                     MOVE 'REC'           TO WS-IMP-CLAVE (1:3)
                  END-IF
                  MOVE PVH-CARTERA        TO WS-IMP-CLAVE (4:1)
                  MOVE PVH-AJUSTE         TO WS-IMP-IMPORTE
                  MOVE 'D'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
                  MOVE 'H'                TO WS-IMP-LADO
                  PERFORM 2700-IMPUTO THRU FIN-2700
               END-IF
               PERFORM 2610-LEO-PREVAJU
           END-PERFORM.

           CLOSE PREVAJU.

       FIN-2600.
           EXIT.

       2610-LEO-PREVAJU.
      *-----------------

           INITIALIZE REG-PREVHIST.

           READ PREVAJU INTO REG-PREVHIST

           EVALUATE TRUE
               WHEN 88-FS-PREVAJU-OK
                    ADD 1 TO WS-LEIDOS-ORIGEN
               WHEN 88-FS-PREVAJU-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PREVAJU FS: ' FS-PREVAJU
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2610.
           EXIT.

      *------------------------------------------------------------
      * IMPUTA UN IMPORTE AL DEBE O AL HABER SEGUN CTAMAP: BUSCA
      * ORIGEN + CLAVE Y SI NO ESTA LA IMPUTACION GENERAL DEL
      * ORIGEN (CLAVE EN BLANCO). EL RENGLON SE ACUMULA POR
      * ASIENTO Y CUENTA.
      *------------------------------------------------------------
       2700-IMPUTO.
      *------------

           MOVE 'N'                       TO WS-MAPEO-ENCONTRADO.
           MOVE SPACES                    TO WS-IMP-CUENTA.

           PERFORM VARYING IDX-MAPEO FROM 1 BY 1
                     UNTIL IDX-MAPEO > WS-CANT-MAPEO
                        OR 88-MAPEO-ENCONTRADO
              IF WMP-ORIGEN (IDX-MAPEO) = WS-IMP-ORIGEN
                 AND WMP-CLAVE (IDX-MAPEO) = WS-IMP-CLAVE
                 PERFORM 2710-TOMO-CUENTA
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-MAPEO FROM 1 BY 1
                     UNTIL IDX-MAPEO > WS-CANT-MAPEO
                        OR 88-MAPEO-ENCONTRADO
              IF WMP-ORIGEN (IDX-MAPEO) = WS-IMP-ORIGEN
                 AND WMP-CLAVE (IDX-MAPEO) = SPACES
                 PERFORM 2710-TOMO-CUENTA
              END-IF
           END-PERFORM.

           IF NOT 88-MAPEO-ENCONTRADO
              OR WS-IMP-CUENTA = SPACES
              ADD 1                       TO WS-SIN-IMPUTACION
              MOVE WS-IMP-IMPORTE         TO WS-IMPORTE-ED
              MOVE SPACES                 TO REG-BALCONT-FD
              MOVE 'SIN IMPUTACION:'      TO REG-BALCONT-FD (01:15)
              MOVE WS-IMP-ORIGEN          TO REG-BALCONT-FD (17:04)
              MOVE WS-IMP-CLAVE           TO REG-BALCONT-FD (22:04)
              MOVE WS-IMP-LADO            TO REG-BALCONT-FD (27:01)
              MOVE WS-IMPORTE-ED          TO REG-BALCONT-FD (29:17)
              PERFORM 2990-WRITE-BALCONT
              GO TO FIN-2700
           END-IF.

           PERFORM 2750-ACUMULO-RENGLON.

       FIN-2700.
           EXIT.

       2710-TOMO-CUENTA.
      *-----------------

           MOVE 'S'                       TO WS-MAPEO-ENCONTRADO.

           IF 88-IMP-DEBE
              MOVE WMP-CTA-DEBE (IDX-MAPEO)  TO WS-IMP-CUENTA
           ELSE
              MOVE WMP-CTA-HABER (IDX-MAPEO) TO WS-IMP-CUENTA
           END-IF.

       FIN-2710.
           EXIT.

       2750-ACUMULO-RENGLON.
      *---------------------

           SET IDX-RENGLON                TO 1.

           SEARCH WS-RENGLON-TAB
               AT END
                  DISPLAY 'TABLA DE RENGLONES COMPLETA'
                  PERFORM 3000-FINALIZO
               WHEN IDX-RENGLON > WS-CANT-RENGLONES
                  ADD 1                   TO WS-CANT-RENGLONES
                  MOVE WS-ASIENTO-ACTUAL
                                 TO WRG-ASIENTO (IDX-RENGLON)
                  MOVE WS-IMP-ORIGEN
                                 TO WRG-ORIGEN  (IDX-RENGLON)
                  MOVE WS-IMP-CUENTA
                                 TO WRG-CUENTA  (IDX-RENGLON)
                  MOVE 0         TO WRG-DEBE    (IDX-RENGLON)
                  MOVE 0         TO WRG-HABER   (IDX-RENGLON)
               WHEN WRG-ASIENTO (IDX-RENGLON) = WS-ASIENTO-ACTUAL
                AND WRG-CUENTA  (IDX-RENGLON) = WS-IMP-CUENTA
                  CONTINUE
           END-SEARCH.

           IF 88-IMP-DEBE
              ADD WS-IMP-IMPORTE   TO WRG-DEBE  (IDX-RENGLON)
              ADD WS-IMP-IMPORTE   TO WAS-DEBE  (WS-ASIENTO-ACTUAL)
              ADD WS-IMP-IMPORTE   TO WS-TOTAL-DEBE
           ELSE
              ADD WS-IMP-IMPORTE   TO WRG-HABER (IDX-RENGLON)
              ADD WS-IMP-IMPORTE   TO WAS-HABER (WS-ASIENTO-ACTUAL)
              ADD WS-IMP-IMPORTE   TO WS-TOTAL-HABER
           END-IF.

       FIN-2750.
           EXIT.

      *------------------------------------------------------------
      * UBICA (O DA DE ALTA) LA CUENTA WS-IMP-CUENTA EN LA TABLA
      * DEL BALANCE Y DEJA IDX-CUENTA POSICIONADO.
      *------------------------------------------------------------
       2760-UBICO-CUENTA.
      *------------------

           SET IDX-CUENTA                 TO 1.

           SEARCH WS-CUENTA-TAB
               AT END
                  DISPLAY 'TABLA DE CUENTAS COMPLETA'
                  PERFORM 3000-FINALIZO
               WHEN IDX-CUENTA > WS-CANT-CUENTAS
                  ADD 1                   TO WS-CANT-CUENTAS
                  MOVE WS-IMP-CUENTA      TO WCT-CUENTA (IDX-CUENTA)
                  MOVE 0          TO WCT-DIA-DEBE  (IDX-CUENTA)
                  MOVE 0          TO WCT-DIA-HABER (IDX-CUENTA)
                  MOVE 0          TO WCT-MES-DEBE  (IDX-CUENTA)
                  MOVE 0          TO WCT-MES-HABER (IDX-CUENTA)
               WHEN WCT-CUENTA (IDX-CUENTA) = WS-IMP-CUENTA
                  CONTINUE
           END-SEARCH.

       FIN-2760.
           EXIT.

      *------------------------------------------------------------
      * CONTROL DEL LOTE: SIN IMPUTACIONES NI COTIZACIONES
      * FALTANTES Y CON CADA ASIENTO Y EL TOTAL BALANCEADOS.
      *------------------------------------------------------------
       2800-VALIDO-LOTE.
      *-----------------

           SET 88-LOTE-ACEPTADO           TO TRUE.

           IF WS-SIN-IMPUTACION > 0
              OR WS-SIN-COTIZACION > 0
              SET 88-LOTE-RECHAZADO       TO TRUE
           END-IF.

           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
              SET 88-LOTE-RECHAZADO       TO TRUE
           END-IF.

           IF 88-CTL-PAGOS-RECHAZADO
              OR 88-CTL-ORDPAGO-RECHAZADO
              OR 88-CTL-SALCIERRE-RECHAZADO
              SET 88-LOTE-RECHAZADO       TO TRUE
           END-IF.

           PERFORM VARYING IDX-ASIENTO FROM 1 BY 1
                     UNTIL IDX-ASIENTO > WCN-CANT-ASIENTOS
              IF WAS-DEBE (IDX-ASIENTO) NOT = WAS-HABER (IDX-ASIENTO)
                 SET 88-LOTE-RECHAZADO    TO TRUE
                 MOVE SPACES              TO REG-BALCONT-FD
                 MOVE 'ASIENTO DESBALANCEADO NRO:'
                                          TO REG-BALCONT-FD (01:26)
                 SET WS-ASIENTO-ACTUAL    TO IDX-ASIENTO
                 MOVE WS-ASIENTO-ACTUAL   TO REG-BALCONT-FD (28:05)
                 MOVE WAS-DEBE (IDX-ASIENTO)  TO WS-DIA-DEBE-ED
                 MOVE WAS-HABER (IDX-ASIENTO) TO WS-DIA-HABER-ED
                 MOVE WS-DIA-DEBE-ED      TO REG-BALCONT-FD (35:17)
                 MOVE WS-DIA-HABER-ED     TO REG-BALCONT-FD (54:17)
                 PERFORM 2990-WRITE-BALCONT
              END-IF
           END-PERFORM.

           IF 88-LOTE-RECHAZADO
              DISPLAY 'LOTE CONTABLE RECHAZADO - NO SE GRABAN '
                      'ASIENTOS'
           END-IF.

       FIN-2800.
           EXIT.

      *------------------------------------------------------------
      * GRABA LOS RENGLONES EN ORDEN DE ASIENTO Y SUMA EL DIA EN EL
      * BALANCE POR CUENTA.
      *------------------------------------------------------------
       2900-GRABO-ASIENTOS.
      *--------------------

           PERFORM VARYING IDX-ASIENTO FROM 1 BY 1
                     UNTIL IDX-ASIENTO > WCN-CANT-ASIENTOS
              MOVE 0                      TO WS-RENGLON
              SET WS-ASIENTO-ACTUAL       TO IDX-ASIENTO
              PERFORM VARYING IDX-RENGLON FROM 1 BY 1
                        UNTIL IDX-RENGLON > WS-CANT-RENGLONES
                 IF WRG-ASIENTO (IDX-RENGLON) = WS-ASIENTO-ACTUAL
                    PERFORM 2910-GRABO-RENGLON
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-2900.
           EXIT.

       2910-GRABO-RENGLON.
      *-------------------

           ADD 1                          TO WS-RENGLON.

           INITIALIZE REG-ASIENTO.
           MOVE WS-FECHA-PROCESO          TO ASI-FECHA.
           MOVE WS-ASIENTO-ACTUAL         TO ASI-NRO.
           MOVE WS-RENGLON                TO ASI-RENGLON.
           MOVE WRG-CUENTA (IDX-RENGLON)  TO ASI-CUENTA.
           MOVE WRG-DEBE   (IDX-RENGLON)  TO ASI-DEBE.
           MOVE WRG-HABER  (IDX-RENGLON)  TO ASI-HABER.
           MOVE WRG-ORIGEN (IDX-RENGLON)  TO ASI-ORIGEN.

           EVALUATE WS-ASIENTO-ACTUAL
               WHEN 1
                    MOVE 'RECAUDACION DEL DIA'    TO ASI-LEYENDA
               WHEN 2
                    MOVE 'LIBRO IVA VENTAS'       TO ASI-LEYENDA
               WHEN 3
                    MOVE 'COBRANZA TARJETAS'      TO ASI-LEYENDA
               WHEN 4
                    MOVE 'LIQUIDACION COMERCIOS'  TO ASI-LEYENDA
               WHEN 5
                    MOVE 'CIERRE TARJETAS'        TO ASI-LEYENDA
               WHEN 6
                    MOVE 'PREVISION INCOBRABLES'  TO ASI-LEYENDA
           END-EVALUATE.

           WRITE REG-ASIENTOS-FD FROM REG-ASIENTO.

           EVALUATE TRUE
               WHEN 88-FS-ASIENTOS-OK
                    ADD 1 TO WS-GRABADOS-ASIENTOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ASIENTOS FS: ' FS-ASIENTOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE ASI-CUENTA                TO WS-IMP-CUENTA.
           PERFORM 2760-UBICO-CUENTA.
           ADD ASI-DEBE                   TO WCT-DIA-DEBE  (IDX-CUENTA).
           ADD ASI-HABER                  TO WCT-DIA-HABER (IDX-CUENTA).
           ADD ASI-DEBE                   TO WCT-MES-DEBE  (IDX-CUENTA).
           ADD ASI-HABER                  TO WCT-MES-HABER (IDX-CUENTA).

       FIN-2910.
           EXIT.

      *------------------------------------------------------------
      * ACUMULADO DEL MES: SI EL LOTE SE RECHAZO SALE IGUAL AL
      * ANTERIOR, PARA QUE LA CORRIDA SE PUEDA REPETIR.
      *------------------------------------------------------------
       2950-GRABO-ACUMULADO-MES.
      *-------------------------

           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                     UNTIL IDX-CUENTA > WS-CANT-CUENTAS
              INITIALIZE REG-CTAMTD
              MOVE WS-PERIODO                  TO MTD-PERIODO
              MOVE WCT-CUENTA    (IDX-CUENTA)  TO MTD-CUENTA
              MOVE WCT-MES-DEBE  (IDX-CUENTA)  TO MTD-DEBE
              MOVE WCT-MES-HABER (IDX-CUENTA)  TO MTD-HABER
              WRITE REG-CTAMTDNUE-FD FROM REG-CTAMTD
              IF NOT 88-FS-CTAMTDNUE-OK
                 DISPLAY 'ERROR EN WRITE CTAMTDNUE FS: '
                         FS-CTAMTDNUE
                 PERFORM 3000-FINALIZO
              END-IF
           END-PERFORM.

       FIN-2950.
           EXIT.

      *------------------------------------------------------------
      * BALANCE DE SUMAS Y SALDOS POR CUENTA: DIA Y MES
      *------------------------------------------------------------
       2960-IMPRIMO-BALANCE.
      *---------------------

           MOVE SPACES                    TO REG-BALCONT-FD.
           MOVE 'BALANCE DE SUMAS Y SALDOS - FECHA'
                                          TO REG-BALCONT-FD (01:33).
           MOVE WS-FECHA-PROCESO          TO REG-BALCONT-FD (35:08).
           IF 88-LOTE-RECHAZADO
              MOVE '*** LOTE RECHAZADO - SIN ASIENTOS DEL DIA ***'
                                          TO REG-BALCONT-FD (46:45)
           END-IF.
           PERFORM 2990-WRITE-BALCONT.

           MOVE SPACES                    TO REG-BALCONT-FD.
           MOVE 'CUENTA'                  TO REG-BALCONT-FD (01:06).
           MOVE 'DEBE DIA'                TO REG-BALCONT-FD (22:08).
           MOVE 'HABER DIA'               TO REG-BALCONT-FD (40:09).
           MOVE 'DEBE MES'                TO REG-BALCONT-FD (58:08).
           MOVE 'HABER MES'               TO REG-BALCONT-FD (76:09).
           MOVE 'SALDO MES'               TO REG-BALCONT-FD (94:09).
           PERFORM 2990-WRITE-BALCONT.

           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                     UNTIL IDX-CUENTA > WS-CANT-CUENTAS
              COMPUTE WS-SALDO-MES = WCT-MES-DEBE  (IDX-CUENTA)
                                   - WCT-MES-HABER (IDX-CUENTA)
              MOVE WCT-DIA-DEBE  (IDX-CUENTA)  TO WS-DIA-DEBE-ED
              MOVE WCT-DIA-HABER (IDX-CUENTA)  TO WS-DIA-HABER-ED
              MOVE WCT-MES-DEBE  (IDX-CUENTA)  TO WS-MES-DEBE-ED
              MOVE WCT-MES-HABER (IDX-CUENTA)  TO WS-MES-HABER-ED
              MOVE WS-SALDO-MES                TO WS-SALDO-MES-ED
              MOVE SPACES                      TO REG-BALCONT-FD
              MOVE WCT-CUENTA (IDX-CUENTA)     TO REG-BALCONT-FD (01:10)
              MOVE WS-DIA-DEBE-ED              TO REG-BALCONT-FD (13:17)
              MOVE WS-DIA-HABER-ED             TO REG-BALCONT-FD (31:17)
              MOVE WS-MES-DEBE-ED              TO REG-BALCONT-FD (49:17)
              MOVE WS-MES-HABER-ED             TO REG-BALCONT-FD (67:17)
              MOVE WS-SALDO-MES-ED             TO REG-BALCONT-FD (85:18)
              PERFORM 2990-WRITE-BALCONT
           END-PERFORM.

           MOVE WS-TOTAL-DEBE             TO WS-DIA-DEBE-ED.
           MOVE WS-TOTAL-HABER            TO WS-DIA-HABER-ED.
           MOVE SPACES                    TO REG-BALCONT-FD.
           MOVE 'TOTAL DEL LOTE'          TO REG-BALCONT-FD (01:14).
           MOVE WS-DIA-DEBE-ED            TO REG-BALCONT-FD (13:17).
           MOVE WS-DIA-HABER-ED           TO REG-BALCONT-FD (31:17).
           PERFORM 2990-WRITE-BALCONT.

       FIN-2960.
           EXIT.

       2990-WRITE-BALCONT.
      *-------------------

           WRITE REG-BALCONT-FD.

           EVALUATE TRUE
               WHEN 88-FS-BALCONT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE BALCONT FS: ' FS-BALCONT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2990.
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

           CLOSE ASIENTOS
           EVALUATE TRUE
               WHEN 88-FS-ASIENTOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ASIENTOS FS: ' FS-ASIENTOS
           END-EVALUATE.

           CLOSE CTAMTDNUE
           EVALUATE TRUE
               WHEN 88-FS-CTAMTDNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CTAMTDNUE FS: ' FS-CTAMTDNUE
           END-EVALUATE.

           CLOSE BALCONT
           EVALUATE TRUE
               WHEN 88-FS-BALCONT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE BALCONT FS: ' FS-BALCONT
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN.
      * UN LOTE RECHAZADO SE INFORMA COMO 'AB' PARA QUE VERIFBAT
      * LO MARQUE EN LA VENTANA NOCTURNA.
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'GENASIENT'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-ORIGEN        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-ASIENTOS    TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-DEBE           TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-ORIGEN        TO WS-LEIDOS-ORIGEN-ED.
           MOVE WS-GRABADOS-ASIENTOS    TO WS-GRABADOS-ASIENTOS-ED.
           MOVE WS-SIN-IMPUTACION       TO WS-SIN-IMPUTACION-ED.
           MOVE WS-SIN-COTIZACION       TO WS-SIN-COTIZACION-ED.
           MOVE WS-OMITIDOS-FECHA       TO WS-OMITIDOS-FECHA-ED.
           MOVE WS-TOTAL-DEBE           TO WS-DIA-DEBE-ED.
           MOVE WS-TOTAL-HABER          TO WS-DIA-HABER-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: GENASIENT             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. REGISTROS DE ORIGEN LEIDOS: '
                                               WS-LEIDOS-ORIGEN-ED.
           DISPLAY 'CANT. RENGLONES DE ASIENTO      : '
                                               WS-GRABADOS-ASIENTOS-ED.
           DISPLAY 'IMPUTACIONES FALTANTES          : '
                                               WS-SIN-IMPUTACION-ED.
           DISPLAY 'COTIZACIONES FALTANTES          : '
                                               WS-SIN-COTIZACION-ED.
           DISPLAY 'OMITIDOS POR FECHA ANTERIOR     : '
                                               WS-OMITIDOS-FECHA-ED.
           DISPLAY 'TOTAL DEBE                      : '
                                               WS-DIA-DEBE-ED.
           DISPLAY 'TOTAL HABER                     : '
                                               WS-DIA-HABER-ED.
           IF 88-LOTE-RECHAZADO
              DISPLAY 'LOTE RECHAZADO - ASIENTOS SIN GRABAR'
           END-IF.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM GENASIENT.
