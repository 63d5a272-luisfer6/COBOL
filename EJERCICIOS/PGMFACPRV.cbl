       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMFACPRV.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CUENTAS A PAGAR A PROVEEDORES Y LIBRO IVA COMPRAS.
      * CARGA EL MAESTRO DE FACTURAS DE PROVEEDORES (FACPRVANT, VER
      * WFACPRV.cpy) Y APLICA LAS NOVEDADES DEL DIA (FACNOV):
      *  'A' REGISTRO DE UNA FACTURA. SE VALIDA LA LETRA CONTRA LA
      *      CONDICION DE IVA DEL PROVEEDOR, QUE EL TOTAL CIERRE CON
      *      EL DESGLOSE Y, SI TRAE ORDEN DE COMPRA, QUE LA ORDEN SEA
      *      DEL PROVEEDOR, QUE TENGA RECEPCIONES (RECEPHIS, Y EL
      *      REMITO SI SE INFORMA) Y QUE EL NETO FACTURADO NO SUPERE
      *      LO RECIBIDO VALORIZADO MENOS LO YA FACTURADO DE LA ORDEN
      *      (CON UNA TOLERANCIA POR REDONDEO). VENCIMIENTO EN CERO =
      *      EMISION MAS LOS DIAS DE PAGO DEL PROVEEDOR.
      *  'X' ANULACION DE UNA FACTURA PENDIENTE.
      *  'P' SELECCION A PAGO: GRABA LA SOLICITUD DE EMISION DE
      *      CHEQUE (CHQEMIREQ, LA PROCESA PGMCHQEMI) POR EL TOTAL A
      *      NOMBRE DEL PROVEEDOR Y DEJA LA FACTURA CANCELADA.
      * GRABA EL MAESTRO NUEVO (FACPRVNUE, QUE TAMBIEN LEE PRYTESOR
      * PARA PROYECTAR LOS PAGOS PENDIENTES) Y EMITE:
      *  - LIBIVACPR : LIBRO IVA COMPRAS DEL MES DE PROCESO
      *  - AGINGPRV  : DEUDA PENDIENTE POR PROVEEDOR Y ANTIGUEDAD
      *                (A VENCER, 1-30, 31-60, 61-90, MAS DE 90 DIAS)
      *  - IVACPOS   : CREDITO FISCAL POR SUCURSAL Y MES (WIVACPOS),
      *                QUE PGMIVA NETEA EN LA POSICION MENSUAL
      * LAS NOVEDADES RECHAZADAS VAN A FACRECH CON SU MOTIVO.
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

           SELECT OCNUE         ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCNUE.

           SELECT RECEPHIS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECEPHIS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECEPHIS.

           SELECT FACPRVANT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACPRVANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACPRVANT.

           SELECT FACNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACNOV.

           SELECT FACPRVNUE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACPRVNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACPRVNUE.

           SELECT FACRECH       ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACRECH.

           SELECT CHQEMIREQ     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CHQEMIREQ
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHQEMIREQ.

           SELECT LIBIVACPR     ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIBIVACPR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIBIVACPR.

           SELECT AGINGPRV      ASSIGN       TO
                                 DYNAMIC WS-ARCH-AGINGPRV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AGINGPRV.

           SELECT IVACPOS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-IVACPOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-IVACPOS.

       DATA DIVISION.

       FILE SECTION.

       FD  PROVEED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROVEED-FD                PIC X(100).

       FD  OCNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCNUE-FD                  PIC X(100).

       FD  RECEPHIS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECEPHIS-FD               PIC X(80).

       FD  FACPRVANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACPRVANT-FD              PIC X(150).

      *    NOVEDADES DE FACTURAS DE PROVEEDORES - LREC = 137
       FD  FACNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACNOV-FD.
           03 FNV-COD                    PIC X(01).
              88 88-FNV-ALTA                        VALUE 'A'.
              88 88-FNV-ANULA                       VALUE 'X'.
              88 88-FNV-PAGO                        VALUE 'P'.
           03 FNV-CLAVE.
              05 FNV-PRV-ID              PIC 9(06).
              05 FNV-TIPO-CBTE           PIC X(01).
              05 FNV-PTO-VTA             PIC 9(04).
              05 FNV-NRO-CBTE            PIC 9(08).
           03 FNV-FECHA-EMISION          PIC 9(08).
           03 FNV-FECHA-VTO              PIC 9(08).
           03 FNV-SUCURSAL               PIC 9(04).
           03 FNV-OC-NRO                 PIC 9(06).
           03 FNV-REMITO                 PIC X(10).
           03 FNV-NETO-GRAVADO           PIC 9(11)V99.
           03 FNV-NETO-NO-GRAVADO        PIC 9(11)V99.
           03 FNV-IVA                    PIC 9(11)V99.
           03 FNV-PERCEPCIONES           PIC 9(09)V99.
           03 FNV-TOTAL                  PIC 9(11)V99.
           03 FNV-CTA-BANCO              PIC X(10).
           03 FNV-USUARIO                PIC X(08).

       FD  FACPRVNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACPRVNUE-FD              PIC X(150).

       FD  FACRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACRECH-FD.
           03 RCH-NOVEDAD                PIC X(137).
           03 RCH-MOTIVO                 PIC X(30).

       FD  CHQEMIREQ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CHQEMIREQ-FD              PIC X(70).

       FD  LIBIVACPR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIBIVACPR-FD              PIC X(133).

       FD  AGINGPRV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AGINGPRV-FD               PIC X(133).

       FD  IVACPOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-IVACPOS-FD                PIC X(40).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PROVEED            PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCNUE              PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECEPHIS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACPRVANT          PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACPRVNUE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACRECH            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CHQEMIREQ          PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIBIVACPR          PIC X(128) VALUE SPACES.
       77  WS-ARCH-AGINGPRV           PIC X(128) VALUE SPACES.
       77  WS-ARCH-IVACPOS            PIC X(128) VALUE SPACES.

       77  FS-PROVEED                    PIC  X(02) VALUE ' '.
           88 88-FS-PROVEED-OK                      VALUE '00'.
           88 88-FS-PROVEED-EOF                     VALUE '10'.

       77  FS-OCNUE                      PIC  X(02) VALUE ' '.
           88 88-FS-OCNUE-OK                        VALUE '00'.
           88 88-FS-OCNUE-EOF                       VALUE '10'.
           88 88-FS-OCNUE-NOEXISTE                  VALUE '35'.

       77  FS-RECEPHIS                   PIC  X(02) VALUE ' '.
           88 88-FS-RECEPHIS-OK                     VALUE '00'.
           88 88-FS-RECEPHIS-EOF                    VALUE '10'.
           88 88-FS-RECEPHIS-NOEXISTE               VALUE '35'.

       77  FS-FACPRVANT                  PIC  X(02) VALUE ' '.
           88 88-FS-FACPRVANT-OK                    VALUE '00'.
           88 88-FS-FACPRVANT-EOF                   VALUE '10'.
           88 88-FS-FACPRVANT-NOEXISTE              VALUE '35'.

       77  FS-FACNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-FACNOV-OK                       VALUE '00'.
           88 88-FS-FACNOV-EOF                      VALUE '10'.
           88 88-FS-FACNOV-NOEXISTE                 VALUE '35'.

       77  FS-FACPRVNUE                  PIC  X(02) VALUE ' '.
           88 88-FS-FACPRVNUE-OK                    VALUE '00'.

       77  FS-FACRECH                    PIC  X(02) VALUE ' '.
           88 88-FS-FACRECH-OK                      VALUE '00'.

       77  FS-CHQEMIREQ                  PIC  X(02) VALUE ' '.
           88 88-FS-CHQEMIREQ-OK                    VALUE '00'.
           88 88-FS-CHQEMIREQ-NOEXISTE              VALUE '35'.

       77  FS-LIBIVACPR                  PIC  X(02) VALUE ' '.
           88 88-FS-LIBIVACPR-OK                    VALUE '00'.

       77  FS-AGINGPRV                   PIC  X(02) VALUE ' '.
           88 88-FS-AGINGPRV-OK                     VALUE '00'.

       77  FS-IVACPOS                    PIC  X(02) VALUE ' '.
           88 88-FS-IVACPOS-OK                      VALUE '00'.

       77  WS-LEIDOS-FACNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-FACNOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-FACTURAS-REGISTRADAS       PIC  9(09) VALUE 0.
       77  WS-FACTURAS-REGISTRADAS-ED    PIC  ZZZ.ZZZ.ZZ9.
       77  WS-FACTURAS-ANULADAS          PIC  9(09) VALUE 0.
       77  WS-FACTURAS-ANULADAS-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SOLICITUDES-PAGO           PIC  9(09) VALUE 0.
       77  WS-SOLICITUDES-PAGO-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECHAZADOS                 PIC  9(09) VALUE 0.
       77  WS-RECHAZADOS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RENGLONES-LIBRO            PIC  9(09) VALUE 0.
       77  WS-RENGLONES-LIBRO-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-FACPRVNUE         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-FACPRVNUE-ED      PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-PAGOS              PIC  9(13)V99 VALUE 0.
       77  WS-IMPORTE-PAGOS-ED           PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DEUDA-TOTAL                PIC  9(13)V99 VALUE 0.
       77  WS-DEUDA-TOTAL-ED             PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * TOLERANCIA DEL CONTROL FACTURA CONTRA RECEPCIONES, EN
      * PORCENTAJE DEL NETO RECIBIDO (REDONDEOS DEL PROVEEDOR)
      *------------------------------------------------------
       77  WCN-TOLERANCIA-PCT            PIC  9(02)V99 VALUE 1.

      *------------------------------------------------------
      * PROVEEDORES (LAYOUT WPROVEED.cpy) CON LA DEUDA PENDIENTE
      * POR TRAMO DE ANTIGUEDAD PARA EL AGING
      *------------------------------------------------------
       77  WCN-TOPE-PROVS                PIC  9(05) VALUE 500.
       77  WS-CANT-PROVS                 PIC  9(05) VALUE 0.
       77  WS-IDX-PROV                   PIC  9(05) VALUE 0.
       01  WS-TABLA-PROVS.
           05 WS-PROV-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-PROV.
              10 WPV-ID                  PIC  9(06).
              10 WPV-RAZON-SOCIAL        PIC  X(30).
              10 WPV-CUIT                PIC  9(11).
              10 WPV-COND-IVA            PIC  X(01).
              10 WPV-DIAS-PAGO           PIC  9(03).
              10 WPV-TRAMO OCCURS 5 TIMES
                           INDEXED BY IDX-TRAMO
                                         PIC  9(13)V99.

      *------------------------------------------------------
      * ORDENES DE COMPRA (NRO Y PROVEEDOR DE CADA LINEA)
      *------------------------------------------------------
       77  WCN-TOPE-OCS                  PIC  9(05) VALUE 3000.
       77  WS-CANT-OCS                   PIC  9(05) VALUE 0.
       01  WS-TABLA-OCS.
           05 WS-OC-TAB OCCURS 3000 TIMES
                        INDEXED BY IDX-OC.
              10 WOC-NRO                 PIC  9(06).
              10 WOC-PRV-ID              PIC  9(06).

      *------------------------------------------------------
      * RECEPCIONES VALORIZADAS (CANTIDAD * COSTO UNITARIO)
      *------------------------------------------------------
       77  WCN-TOPE-RECEPS               PIC  9(05) VALUE 5000.
       77  WS-CANT-RECEPS                PIC  9(05) VALUE 0.
       01  WS-TABLA-RECEPS.
           05 WS-RECEP-TAB OCCURS 5000 TIMES
                           INDEXED BY IDX-REC.
              10 WRC-OC-NRO              PIC  9(06).
              10 WRC-REMITO              PIC  X(10).
              10 WRC-IMPORTE             PIC  9(13)V99.

      *------------------------------------------------------
      * MAESTRO DE FACTURAS EN MEMORIA (LAYOUT WFACPRV.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-FACTURAS             PIC  9(05) VALUE 5000.
       77  WS-CANT-FACTURAS              PIC  9(05) VALUE 0.
       77  WS-IDX-FACTURA                PIC  9(05) VALUE 0.
       01  WS-TABLA-FACTURAS.
           05 WS-FACTURA-TAB OCCURS 5000 TIMES
                             INDEXED BY IDX-FAC.
              10 WFC-REG-FACPRV.
                 15 WFC-CLAVE            PIC  X(19).
                 15 FILLER               PIC  X(131).

      *------------------------------------------------------
      * CREDITO FISCAL POR SUCURSAL + MES DE REGISTRO
      *------------------------------------------------------
       77  WCN-TOPE-POSICIONES           PIC  9(03) VALUE 200.
       77  WS-CANT-POSICIONES            PIC  9(03) VALUE 0.
       77  WS-POSICION-HALLADA           PIC  X(01) VALUE 'N'.
       01  WS-TABLA-POSICIONES.
           05 WS-POSICION-TAB OCCURS 200 TIMES
                              INDEXED BY IDX-POSICION.
              10 WPS-SUCURSAL            PIC  9(04).
              10 WPS-ANIO-MES            PIC  9(06).
              10 WPS-CREDITO             PIC  9(13)V99.
              10 WPS-CANTIDAD            PIC  9(05).

      *------------------------------------------------------
      * SOLICITUD DE EMISION DE CHEQUE (MISMO LAYOUT QUE LEE
      * PGMCHQEMI, LREC 70)
      *------------------------------------------------------
       01  REG-CHQEMIREQ.
           03 RQE-TIPO                   PIC  X(01).
              88 88-RQE-EMISION                    VALUE 'E'.
           03 RQE-CTA-BANCO              PIC  X(10).
           03 RQE-NRO-CHEQUE             PIC  9(08).
           03 RQE-BENEFICIARIO           PIC  X(30).
           03 RQE-IMPORTE                PIC  9(11)V99.
           03 RQE-USUARIO                PIC  X(08).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-MES-PROCESO                PIC  9(06) VALUE 0.
       77  WS-MOTIVO                     PIC  X(30) VALUE SPACES.
       77  WS-HALLADO                    PIC  X(01) VALUE 'N'.
       77  WS-PRV-BUSCADO                PIC  9(06) VALUE 0.
       77  WS-NETO-FACTURA               PIC  9(13)V99 VALUE 0.
       77  WS-NETO-RECIBIDO              PIC  9(13)V99 VALUE 0.
       77  WS-NETO-FACTURADO             PIC  9(13)V99 VALUE 0.
       77  WS-NETO-ADMITIDO              PIC  9(13)V99 VALUE 0.
       77  WS-SUMA-DESGLOSE              PIC  9(13)V99 VALUE 0.
       77  WS-DIAS-VENCIDO               PIC S9(07) VALUE 0.
       77  WS-TRAMO                      PIC  9(01) VALUE 0.
       77  WS-TOTAL-PROV                 PIC  9(13)V99 VALUE 0.

      *    ACUMULADOS DEL LIBRO IVA COMPRAS Y DEL AGING
       77  WS-TOT-GRAVADO                PIC  9(13)V99 VALUE 0.
       77  WS-TOT-NO-GRAVADO             PIC  9(13)V99 VALUE 0.
       77  WS-TOT-IVA                    PIC  9(13)V99 VALUE 0.
       77  WS-TOT-PERCEPCIONES           PIC  9(13)V99 VALUE 0.
       77  WS-TOT-TOTAL                  PIC  9(13)V99 VALUE 0.
       01  WS-TABLA-TOT-TRAMOS.
           05 WS-TOT-TRAMO OCCURS 5 TIMES PIC  9(13)V99.

       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-PERCEP-ED                  PIC  ZZZ.ZZZ.ZZ9,99.

       COPY WPROVEED.

       COPY WORDCOMP.

       COPY WRECEPC.

       COPY WFACPRV.

       COPY WIVACPOS.

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

           PERFORM 2000-APLICO-NOVEDADES.

           PERFORM 4000-GRABO-MAESTRO.

           PERFORM 4100-LIBRO-IVA-COMPRAS.

           PERFORM 4300-AGING-PROVEEDORES.

           PERFORM 4500-POSICION-IVA.

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
           MOVE WS-FECHA-PROCESO (1:6) TO WS-MES-PROCESO.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PROVEEDORES.
           PERFORM 1030-CARGO-ORDENES.
           PERFORM 1040-CARGO-RECEPCIONES.
           PERFORM 1050-CARGO-FACTURAS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PROVEED'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROVEED

           MOVE 'OCNUE'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCNUE

           MOVE 'RECEPHIS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECEPHIS

           MOVE 'FACPRVANT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACPRVANT

           MOVE 'FACNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACNOV

           MOVE 'FACPRVNUE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACPRVNUE

           MOVE 'FACRECH'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACRECH

           MOVE 'CHQEMIREQ'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CHQEMIREQ

           MOVE 'LIBIVACPR'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIBIVACPR

           MOVE 'AGINGPRV'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-AGINGPRV

           MOVE 'IVACPOS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-IVACPOS.

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
      * LAS SOLICITUDES DE CHEQUE SE AGREGAN (EXTEND) A LAS QUE YA
      * HAYA CARGADO TESORERIA PARA LA PROXIMA CORRIDA DE PGMCHQEMI.
      *------------------------------------------------------------
       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN OUTPUT FACPRVNUE

           EVALUATE TRUE
               WHEN 88-FS-FACPRVNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACPRVNUE'
                    DISPLAY 'FILE STATUS' FS-FACPRVNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT FACRECH

           EVALUATE TRUE
               WHEN 88-FS-FACRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACRECH'
                    DISPLAY 'FILE STATUS' FS-FACRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LIBIVACPR

           EVALUATE TRUE
               WHEN 88-FS-LIBIVACPR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIBIVACPR'
                    DISPLAY 'FILE STATUS' FS-LIBIVACPR
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT AGINGPRV

           EVALUATE TRUE
               WHEN 88-FS-AGINGPRV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AGINGPRV'
                    DISPLAY 'FILE STATUS' FS-AGINGPRV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT IVACPOS

           EVALUATE TRUE
               WHEN 88-FS-IVACPOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN IVACPOS'
                    DISPLAY 'FILE STATUS' FS-IVACPOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND CHQEMIREQ

           EVALUATE TRUE
               WHEN 88-FS-CHQEMIREQ-OK
                    CONTINUE
               WHEN 88-FS-CHQEMIREQ-NOEXISTE
                    OPEN OUTPUT CHQEMIREQ
                    IF NOT 88-FS-CHQEMIREQ-OK
                       DISPLAY 'ERROR EN OPEN CHQEMIREQ'
                       DISPLAY 'FILE STATUS' FS-CHQEMIREQ
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHQEMIREQ'
                    DISPLAY 'FILE STATUS' FS-CHQEMIREQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-PROVEEDORES.
      *-----------------------

           OPEN INPUT PROVEED.

           IF NOT 88-FS-PROVEED-OK
              DISPLAY 'ERROR EN OPEN PROVEED'
              DISPLAY 'FILE STATUS' FS-PROVEED
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1021-LEO-PROVEED.

           PERFORM UNTIL 88-FS-PROVEED-EOF
              IF WS-CANT-PROVS < WCN-TOPE-PROVS
                 ADD 1 TO WS-CANT-PROVS
                 SET IDX-PROV TO WS-CANT-PROVS
                 INITIALIZE WS-PROV-TAB (IDX-PROV)
                 MOVE PRV-ID            TO WPV-ID (IDX-PROV)
                 MOVE PRV-RAZON-SOCIAL  TO WPV-RAZON-SOCIAL (IDX-PROV)
                 MOVE PRV-CUIT          TO WPV-CUIT (IDX-PROV)
                 MOVE PRV-COND-IVA      TO WPV-COND-IVA (IDX-PROV)
                 MOVE PRV-DIAS-PAGO     TO WPV-DIAS-PAGO (IDX-PROV)
              ELSE
                 DISPLAY 'TABLA DE PROVEEDORES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1021-LEO-PROVEED
           END-PERFORM.

           CLOSE PROVEED.

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

       1030-CARGO-ORDENES.
      *-------------------

           OPEN INPUT OCNUE.

           EVALUATE TRUE
               WHEN 88-FS-OCNUE-OK
                    PERFORM 1031-LEO-OCNUE
                    PERFORM UNTIL 88-FS-OCNUE-EOF
                       IF WS-CANT-OCS < WCN-TOPE-OCS
                          ADD 1 TO WS-CANT-OCS
                          MOVE OC-NRO    TO WOC-NRO (WS-CANT-OCS)
                          MOVE OC-PRV-ID TO WOC-PRV-ID (WS-CANT-OCS)
                       ELSE
                          DISPLAY 'TABLA DE ORDENES DE COMPRA COMPLETA'
                          PERFORM 3000-FINALIZO
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

       1040-CARGO-RECEPCIONES.
      *-----------------------

           OPEN INPUT RECEPHIS.

           EVALUATE TRUE
               WHEN 88-FS-RECEPHIS-OK
                    PERFORM 1041-LEO-RECEPHIS
                    PERFORM UNTIL 88-FS-RECEPHIS-EOF
                       IF WS-CANT-RECEPS < WCN-TOPE-RECEPS
                          ADD 1 TO WS-CANT-RECEPS
                          SET IDX-REC TO WS-CANT-RECEPS
                          MOVE REC-OC-NRO  TO WRC-OC-NRO (IDX-REC)
                          MOVE REC-REMITO  TO WRC-REMITO (IDX-REC)
                          COMPUTE WRC-IMPORTE (IDX-REC) =
                                  REC-CANTIDAD * REC-COSTO-UNITARIO
                       ELSE
                          DISPLAY 'TABLA DE RECEPCIONES COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-RECEPHIS
                    END-PERFORM
                    CLOSE RECEPHIS

               WHEN 88-FS-RECEPHIS-NOEXISTE
                    DISPLAY 'ARCHIVO RECEPHIS INEXISTENTE - '
                    DISPLAY 'SIN RECEPCIONES DE MERCADERIA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECEPHIS'
                    DISPLAY 'FILE STATUS' FS-RECEPHIS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-RECEPHIS.
      *------------------

           INITIALIZE REG-RECEPC.

           READ RECEPHIS INTO REG-RECEPC

           EVALUATE TRUE
               WHEN 88-FS-RECEPHIS-OK
               WHEN 88-FS-RECEPHIS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECEPHIS FS: ' FS-RECEPHIS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-FACTURAS.
      *--------------------

           OPEN INPUT FACPRVANT.

           EVALUATE TRUE
               WHEN 88-FS-FACPRVANT-OK
                    PERFORM 1051-LEO-FACPRVANT
                    PERFORM UNTIL 88-FS-FACPRVANT-EOF
                       IF WS-CANT-FACTURAS < WCN-TOPE-FACTURAS
                          ADD 1 TO WS-CANT-FACTURAS
                          MOVE REG-FACPRV
                            TO WFC-REG-FACPRV (WS-CANT-FACTURAS)
                       ELSE
                          DISPLAY 'TABLA DE FACTURAS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1051-LEO-FACPRVANT
                    END-PERFORM
                    CLOSE FACPRVANT

               WHEN 88-FS-FACPRVANT-NOEXISTE
                    DISPLAY 'ARCHIVO FACPRVANT INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACPRVANT'
                    DISPLAY 'FILE STATUS' FS-FACPRVANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-FACPRVANT.
      *-------------------

           INITIALIZE REG-FACPRV.

           READ FACPRVANT INTO REG-FACPRV

           EVALUATE TRUE
               WHEN 88-FS-FACPRVANT-OK
               WHEN 88-FS-FACPRVANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ FACPRVANT FS: '
                                                        FS-FACPRVANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * NOVEDADES DE FACTURAS DE PROVEEDORES
      *------------------------------------------------------------
       2000-APLICO-NOVEDADES.
      *----------------------

           OPEN INPUT FACNOV.

           EVALUATE TRUE
               WHEN 88-FS-FACNOV-OK
                    PERFORM 2010-LEO-FACNOV
                    PERFORM UNTIL 88-FS-FACNOV-EOF
                       PERFORM 2020-PROCESO-NOVEDAD
                       PERFORM 2010-LEO-FACNOV
                    END-PERFORM
                    CLOSE FACNOV

               WHEN 88-FS-FACNOV-NOEXISTE
                    DISPLAY 'ARCHIVO FACNOV INEXISTENTE - '
                    DISPLAY 'DIA SIN NOVEDADES DE FACTURAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACNOV'
                    DISPLAY 'FILE STATUS' FS-FACNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-FACNOV.
      *----------------

           READ FACNOV

           EVALUATE TRUE
               WHEN 88-FS-FACNOV-OK
                    ADD 1 TO WS-LEIDOS-FACNOV
               WHEN 88-FS-FACNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ FACNOV FS: ' FS-FACNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-PROCESO-NOVEDAD.
      *---------------------

           MOVE SPACES TO WS-MOTIVO.

           MOVE 0 TO WS-PRV-BUSCADO.
           IF FNV-PRV-ID NUMERIC
              MOVE FNV-PRV-ID TO WS-PRV-BUSCADO
           END-IF.
           PERFORM 2900-BUSCO-PROVEEDOR.
           PERFORM 2910-BUSCO-FACTURA.

           EVALUATE TRUE
               WHEN WS-IDX-PROV = 0
                    MOVE 'PROVEEDOR INEXISTENTE'     TO WS-MOTIVO
               WHEN 88-FNV-ALTA
                    PERFORM 2100-ALTA-FACTURA THRU FIN-2100
               WHEN 88-FNV-ANULA
                    PERFORM 2200-ANULO-FACTURA THRU FIN-2200
               WHEN 88-FNV-PAGO
                    PERFORM 2300-SELECCION-PAGO THRU FIN-2300
               WHEN OTHER
                    MOVE 'CODIGO DE NOVEDAD INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              PERFORM 2290-GRABO-RECHAZO
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE UNA FACTURA: LA LETRA DEBE CORRESPONDER A LA
      * CONDICION DE IVA DEL PROVEEDOR (INSCRIPTO 'A', MONOTRIBUTO
      * 'C', EXENTO 'B' O 'C') Y SOLO LA 'A' DISCRIMINA IVA.
      *------------------------------------------------------------
       2100-ALTA-FACTURA.
      *------------------

           EVALUATE TRUE
               WHEN FNV-TIPO-CBTE NOT = 'A' AND NOT = 'B'
                                   AND NOT = 'C'
                    MOVE 'LETRA DE COMPROBANTE INVALIDA' TO WS-MOTIVO
               WHEN FNV-PTO-VTA NOT NUMERIC
               WHEN FNV-NRO-CBTE NOT NUMERIC
               WHEN FNV-NRO-CBTE = 0
                    MOVE 'NUMERO DE COMPROBANTE INVALIDO' TO WS-MOTIVO
               WHEN WS-IDX-FACTURA > 0
                    MOVE 'COMPROBANTE YA REGISTRADO' TO WS-MOTIVO
               WHEN FNV-FECHA-EMISION NOT NUMERIC
               WHEN FNV-FECHA-EMISION = 0
               WHEN FNV-FECHA-EMISION > WS-FECHA-PROCESO
                    MOVE 'FECHA DE EMISION INVALIDA' TO WS-MOTIVO
               WHEN FNV-FECHA-VTO NOT NUMERIC
                    MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO WS-MOTIVO
               WHEN FNV-FECHA-VTO NOT = 0
                    AND FNV-FECHA-VTO < FNV-FECHA-EMISION
                    MOVE 'VENCIMIENTO ANTERIOR A EMISION' TO WS-MOTIVO
               WHEN FNV-SUCURSAL NOT NUMERIC
               WHEN FNV-OC-NRO NOT NUMERIC
                    MOVE 'SUCURSAL U ORDEN NO NUMERICA' TO WS-MOTIVO
               WHEN FNV-NETO-GRAVADO NOT NUMERIC
               WHEN FNV-NETO-NO-GRAVADO NOT NUMERIC
               WHEN FNV-IVA NOT NUMERIC
               WHEN FNV-PERCEPCIONES NOT NUMERIC
               WHEN FNV-TOTAL NOT NUMERIC
               WHEN FNV-TOTAL = 0
                    MOVE 'IMPORTES INVALIDOS'        TO WS-MOTIVO
               WHEN WPV-COND-IVA (WS-IDX-PROV) = 'I'
                    AND FNV-TIPO-CBTE NOT = 'A'
               WHEN WPV-COND-IVA (WS-IDX-PROV) = 'M'
                    AND FNV-TIPO-CBTE NOT = 'C'
               WHEN WPV-COND-IVA (WS-IDX-PROV) = 'E'
                    AND FNV-TIPO-CBTE = 'A'
                    MOVE 'LETRA NO CORRESPONDE COND IVA' TO WS-MOTIVO
               WHEN FNV-TIPO-CBTE = 'A'
                    AND FNV-NETO-GRAVADO > 0 AND FNV-IVA = 0
                    MOVE 'FACTURA A SIN IVA DISCRIMINADO' TO WS-MOTIVO
               WHEN FNV-TIPO-CBTE NOT = 'A' AND FNV-IVA > 0
                    MOVE 'IVA DISCRIMINADO EN FACT B/C' TO WS-MOTIVO
               WHEN WS-CANT-FACTURAS NOT < WCN-TOPE-FACTURAS
                    DISPLAY 'TABLA DE FACTURAS COMPLETA'
                    MOVE 'TABLA DE FACTURAS COMPLETA' TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              GO TO FIN-2100
           END-IF.

           COMPUTE WS-SUMA-DESGLOSE = FNV-NETO-GRAVADO
                                    + FNV-NETO-NO-GRAVADO
                                    + FNV-IVA
                                    + FNV-PERCEPCIONES.

           IF WS-SUMA-DESGLOSE NOT = FNV-TOTAL
              MOVE 'TOTAL NO CIERRA CON DESGLOSE' TO WS-MOTIVO
              GO TO FIN-2100
           END-IF.

           IF FNV-OC-NRO NOT = 0
              PERFORM 2110-CONTROLO-ORDEN THRU FIN-2110
              IF WS-MOTIVO NOT = SPACES
                 GO TO FIN-2100
              END-IF
           END-IF.

           INITIALIZE REG-FACPRV.
           MOVE FNV-CLAVE                 TO FAC-CLAVE.
           MOVE FNV-FECHA-EMISION         TO FAC-FECHA-EMISION.
           IF FNV-FECHA-VTO = 0
              COMPUTE FAC-FECHA-VTO =
                      FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (FNV-FECHA-EMISION)
                       + WPV-DIAS-PAGO (WS-IDX-PROV))
           ELSE
              MOVE FNV-FECHA-VTO          TO FAC-FECHA-VTO
           END-IF.
           MOVE WS-FECHA-PROCESO          TO FAC-FECHA-REGISTRO.
           MOVE FNV-SUCURSAL              TO FAC-SUCURSAL.
           MOVE FNV-OC-NRO                TO FAC-OC-NRO.
           MOVE FNV-REMITO                TO FAC-REMITO.
           MOVE FNV-NETO-GRAVADO          TO FAC-NETO-GRAVADO.
           MOVE FNV-NETO-NO-GRAVADO       TO FAC-NETO-NO-GRAVADO.
           MOVE FNV-IVA                   TO FAC-IVA.
           MOVE FNV-PERCEPCIONES          TO FAC-PERCEPCIONES.
           MOVE FNV-TOTAL                 TO FAC-TOTAL.
           SET 88-FAC-PENDIENTE           TO TRUE.
           MOVE 0                         TO FAC-FECHA-PAGO.

           ADD 1 TO WS-CANT-FACTURAS.
           MOVE REG-FACPRV TO WFC-REG-FACPRV (WS-CANT-FACTURAS).
           ADD 1 TO WS-FACTURAS-REGISTRADAS.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * CONTROL CONTRA LA ORDEN Y LAS RECEPCIONES: EL NETO DE LA
      * FACTURA NO PUEDE SUPERAR LO RECIBIDO VALORIZADO DE LA ORDEN
      * (MAS LA TOLERANCIA) MENOS LO YA FACTURADO DE ESA ORDEN.
      *------------------------------------------------------------
       2110-CONTROLO-ORDEN.
      *--------------------

           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING IDX-OC FROM 1 BY 1
                     UNTIL IDX-OC > WS-CANT-OCS
              IF WOC-NRO (IDX-OC) = FNV-OC-NRO
                 AND WOC-PRV-ID (IDX-OC) = FNV-PRV-ID
                 MOVE 'S' TO WS-HALLADO
              END-IF
           END-PERFORM.

           IF WS-HALLADO = 'N'
              MOVE 'OC INEXISTENTE O DE OTRO PROV' TO WS-MOTIVO
              GO TO FIN-2110
           END-IF.

           MOVE 'N' TO WS-HALLADO.
           MOVE 0   TO WS-NETO-RECIBIDO.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                     UNTIL IDX-REC > WS-CANT-RECEPS
              IF WRC-OC-NRO (IDX-REC) = FNV-OC-NRO
                 ADD WRC-IMPORTE (IDX-REC) TO WS-NETO-RECIBIDO
                 IF FNV-REMITO = SPACES
                    OR WRC-REMITO (IDX-REC) = FNV-REMITO
                    MOVE 'S' TO WS-HALLADO
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-HALLADO = 'N'
              MOVE 'SIN RECEPCION PARA OC/REMITO' TO WS-MOTIVO
              GO TO FIN-2110
           END-IF.

           MOVE 0 TO WS-NETO-FACTURADO.
           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              MOVE WFC-REG-FACPRV (IDX-FAC) TO REG-FACPRV
              IF FAC-OC-NRO = FNV-OC-NRO
                 AND NOT 88-FAC-ANULADA
                 ADD FAC-NETO-GRAVADO     TO WS-NETO-FACTURADO
                 ADD FAC-NETO-NO-GRAVADO  TO WS-NETO-FACTURADO
              END-IF
           END-PERFORM.

           COMPUTE WS-NETO-FACTURA = FNV-NETO-GRAVADO
                                   + FNV-NETO-NO-GRAVADO.

           COMPUTE WS-NETO-ADMITIDO ROUNDED =
                   WS-NETO-RECIBIDO * (100 + WCN-TOLERANCIA-PCT) / 100.

           IF WS-NETO-FACTURADO + WS-NETO-FACTURA > WS-NETO-ADMITIDO
              MOVE 'FACTURA EXCEDE LO RECIBIDO' TO WS-MOTIVO
           END-IF.

       FIN-2110.
           EXIT.

       2200-ANULO-FACTURA.
      *-------------------

           IF WS-IDX-FACTURA = 0
              MOVE 'COMPROBANTE INEXISTENTE'   TO WS-MOTIVO
              GO TO FIN-2200
           END-IF.

           MOVE WFC-REG-FACPRV (WS-IDX-FACTURA) TO REG-FACPRV.

           IF NOT 88-FAC-PENDIENTE
              MOVE 'COMPROBANTE NO PENDIENTE'  TO WS-MOTIVO
              GO TO FIN-2200
           END-IF.

           SET 88-FAC-ANULADA                  TO TRUE.
           MOVE REG-FACPRV TO WFC-REG-FACPRV (WS-IDX-FACTURA).
           ADD 1 TO WS-FACTURAS-ANULADAS.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * SELECCION A PAGO: UNA SOLICITUD DE EMISION POR FACTURA. EL
      * OPERADOR DE LA NOVEDAD LO AUTORIZA PGMCHQEMI (SEGOPER).
      *------------------------------------------------------------
       2300-SELECCION-PAGO.
      *--------------------

           IF WS-IDX-FACTURA = 0
              MOVE 'COMPROBANTE INEXISTENTE'   TO WS-MOTIVO
              GO TO FIN-2300
           END-IF.

           MOVE WFC-REG-FACPRV (WS-IDX-FACTURA) TO REG-FACPRV.

           EVALUATE TRUE
               WHEN NOT 88-FAC-PENDIENTE
                    MOVE 'COMPROBANTE NO PENDIENTE'  TO WS-MOTIVO
               WHEN FNV-CTA-BANCO = SPACES
                    MOVE 'FALTA CUENTA BANCARIA'     TO WS-MOTIVO
               WHEN FNV-USUARIO = SPACES
                    MOVE 'FALTA OPERADOR DEL PAGO'   TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              GO TO FIN-2300
           END-IF.

           INITIALIZE REG-CHQEMIREQ.
           SET 88-RQE-EMISION             TO TRUE.
           MOVE FNV-CTA-BANCO             TO RQE-CTA-BANCO.
           MOVE 0                         TO RQE-NRO-CHEQUE.
           MOVE WPV-RAZON-SOCIAL (WS-IDX-PROV) TO RQE-BENEFICIARIO.
           MOVE FAC-TOTAL                 TO RQE-IMPORTE.
           MOVE FNV-USUARIO               TO RQE-USUARIO.

           WRITE REG-CHQEMIREQ-FD FROM REG-CHQEMIREQ.

           EVALUATE TRUE
               WHEN 88-FS-CHQEMIREQ-OK
                    ADD 1 TO WS-SOLICITUDES-PAGO
                    ADD FAC-TOTAL TO WS-IMPORTE-PAGOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CHQEMIREQ FS: '
                                                        FS-CHQEMIREQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           SET 88-FAC-CANCELADA           TO TRUE.
           MOVE WS-FECHA-PROCESO          TO FAC-FECHA-PAGO.
           MOVE FNV-CTA-BANCO             TO FAC-CTA-BANCO.
           MOVE REG-FACPRV TO WFC-REG-FACPRV (WS-IDX-FACTURA).

       FIN-2300.
           EXIT.

       2290-GRABO-RECHAZO.
      *-------------------

           MOVE REG-FACNOV-FD TO RCH-NOVEDAD.
           MOVE WS-MOTIVO     TO RCH-MOTIVO.

           WRITE REG-FACRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-FACRECH-OK
                    ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE FACRECH FS: ' FS-FACRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2290.
           EXIT.

      *------------------------------------------------------------
      * DEJA EN WS-IDX-PROV LA POSICION DEL PROVEEDOR WS-PRV-BUSCADO
      * (CERO SI NO EXISTE).
      *------------------------------------------------------------
       2900-BUSCO-PROVEEDOR.
      *---------------------

           MOVE 0 TO WS-IDX-PROV.

           PERFORM VARYING IDX-PROV FROM 1 BY 1
                     UNTIL IDX-PROV > WS-CANT-PROVS
              IF WPV-ID (IDX-PROV) = WS-PRV-BUSCADO
                 SET WS-IDX-PROV TO IDX-PROV
              END-IF
           END-PERFORM.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * DEJA EN WS-IDX-FACTURA LA POSICION DEL COMPROBANTE DE LA
      * NOVEDAD EN EL MAESTRO (CERO SI NO ESTA REGISTRADO).
      *------------------------------------------------------------
       2910-BUSCO-FACTURA.
      *-------------------

           MOVE 0 TO WS-IDX-FACTURA.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              IF WFC-CLAVE (IDX-FAC) = FNV-CLAVE
                 SET WS-IDX-FACTURA TO IDX-FAC
              END-IF
           END-PERFORM.

       FIN-2910.
           EXIT.

       4000-GRABO-MAESTRO.
      *-------------------

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              WRITE REG-FACPRVNUE-FD FROM WFC-REG-FACPRV (IDX-FAC)
              EVALUATE TRUE
                  WHEN 88-FS-FACPRVNUE-OK
                       ADD 1 TO WS-GRABADOS-FACPRVNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE FACPRVNUE FS: '
                                                        FS-FACPRVNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-4000.
           EXIT.

      *------------------------------------------------------------
      * LIBRO IVA COMPRAS: COMPROBANTES NO ANULADOS REGISTRADOS EN
      * EL MES DE PROCESO, CON TOTALES DEL MES.
      *------------------------------------------------------------
       4100-LIBRO-IVA-COMPRAS.
      *-----------------------

           MOVE SPACES                   TO REG-LIBIVACPR-FD.
           MOVE 'LIBRO IVA COMPRAS - PERIODO'
                                         TO REG-LIBIVACPR-FD (01:27).
           MOVE WS-MES-PROCESO           TO REG-LIBIVACPR-FD (29:06).
           PERFORM 4900-WRITE-LIBIVACPR.

           MOVE SPACES                   TO REG-LIBIVACPR-FD.
           PERFORM 4900-WRITE-LIBIVACPR.
           MOVE 'FECHA'                  TO REG-LIBIVACPR-FD (01:05).
           MOVE 'COMPROBANTE'            TO REG-LIBIVACPR-FD (10:11).
           MOVE 'PROVEEDOR'              TO REG-LIBIVACPR-FD (26:09).
           MOVE 'CUIT'                   TO REG-LIBIVACPR-FD (40:04).
           MOVE 'NETO GRAVADO'           TO REG-LIBIVACPR-FD (56:12).
           MOVE 'NO GRAVADO'             TO REG-LIBIVACPR-FD (75:10).
           MOVE 'IVA'                    TO REG-LIBIVACPR-FD (99:03).
           MOVE 'PERCEP.'                TO REG-LIBIVACPR-FD (110:07).
           MOVE 'TOTAL'                  TO REG-LIBIVACPR-FD (129:05).
           PERFORM 4900-WRITE-LIBIVACPR.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              MOVE WFC-REG-FACPRV (IDX-FAC) TO REG-FACPRV
              IF NOT 88-FAC-ANULADA
                 AND FAC-FECHA-REGISTRO (1:6) = WS-MES-PROCESO
                 PERFORM 4110-RENGLON-LIBRO
              END-IF
           END-PERFORM.

           MOVE SPACES                   TO REG-LIBIVACPR-FD.
           PERFORM 4900-WRITE-LIBIVACPR.
           MOVE 'TOTAL DEL PERIODO'      TO REG-LIBIVACPR-FD (01:17).
           MOVE WS-TOT-GRAVADO           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (52:16).
           MOVE WS-TOT-NO-GRAVADO        TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (69:16).
           MOVE WS-TOT-IVA               TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (86:16).
           MOVE WS-TOT-PERCEPCIONES      TO WS-PERCEP-ED.
           MOVE WS-PERCEP-ED             TO REG-LIBIVACPR-FD (103:14).
           MOVE WS-TOT-TOTAL             TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (118:16).
           PERFORM 4900-WRITE-LIBIVACPR.

       FIN-4100.
           EXIT.

       4110-RENGLON-LIBRO.
      *-------------------

           MOVE FAC-PRV-ID TO WS-PRV-BUSCADO.
           PERFORM 2900-BUSCO-PROVEEDOR.

           MOVE SPACES                   TO REG-LIBIVACPR-FD.
           MOVE FAC-FECHA-EMISION        TO REG-LIBIVACPR-FD (01:08).
           MOVE FAC-TIPO-CBTE            TO REG-LIBIVACPR-FD (10:01).
           MOVE FAC-PTO-VTA              TO REG-LIBIVACPR-FD (12:04).
           MOVE '-'                      TO REG-LIBIVACPR-FD (16:01).
           MOVE FAC-NRO-CBTE             TO REG-LIBIVACPR-FD (17:08).
           IF WS-IDX-PROV > 0
              MOVE WPV-RAZON-SOCIAL (WS-IDX-PROV)
                                         TO REG-LIBIVACPR-FD (26:13)
              MOVE WPV-CUIT (WS-IDX-PROV)
                                         TO REG-LIBIVACPR-FD (40:11)
           END-IF.

           MOVE FAC-NETO-GRAVADO         TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (52:16).
           MOVE FAC-NETO-NO-GRAVADO      TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (69:16).
           MOVE FAC-IVA                  TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (86:16).
           MOVE FAC-PERCEPCIONES         TO WS-PERCEP-ED.
           MOVE WS-PERCEP-ED             TO REG-LIBIVACPR-FD (103:14).
           MOVE FAC-TOTAL                TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIBIVACPR-FD (118:16).
           PERFORM 4900-WRITE-LIBIVACPR.

           ADD 1                         TO WS-RENGLONES-LIBRO.
           ADD FAC-NETO-GRAVADO          TO WS-TOT-GRAVADO.
           ADD FAC-NETO-NO-GRAVADO       TO WS-TOT-NO-GRAVADO.
           ADD FAC-IVA                   TO WS-TOT-IVA.
           ADD FAC-PERCEPCIONES          TO WS-TOT-PERCEPCIONES.
           ADD FAC-TOTAL                 TO WS-TOT-TOTAL.

       FIN-4110.
           EXIT.

      *------------------------------------------------------------
      * AGING DE LA DEUDA PENDIENTE POR PROVEEDOR. TRAMOS SEGUN LOS
      * DIAS VENCIDOS A LA FECHA DE PROCESO:
      *   1 A VENCER  2 1-30  3 31-60  4 61-90  5 MAS DE 90
      *------------------------------------------------------------
       4300-AGING-PROVEEDORES.
      *-----------------------

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              MOVE WFC-REG-FACPRV (IDX-FAC) TO REG-FACPRV
              IF 88-FAC-PENDIENTE
                 PERFORM 4310-ACUMULO-TRAMO THRU FIN-4310
              END-IF
           END-PERFORM.

           MOVE SPACES                   TO REG-AGINGPRV-FD.
           MOVE 'DEUDA CON PROVEEDORES POR ANTIGUEDAD AL'
                                         TO REG-AGINGPRV-FD (01:39).
           MOVE WS-FECHA-PROCESO         TO REG-AGINGPRV-FD (41:08).
           PERFORM 4910-WRITE-AGINGPRV.

           MOVE SPACES                   TO REG-AGINGPRV-FD.
           PERFORM 4910-WRITE-AGINGPRV.
           MOVE 'PROVEEDOR'              TO REG-AGINGPRV-FD (01:09).
           MOVE 'A VENCER'               TO REG-AGINGPRV-FD (41:08).
           MOVE '1-30 DIAS'              TO REG-AGINGPRV-FD (57:09).
           MOVE '31-60 DIAS'             TO REG-AGINGPRV-FD (73:10).
           MOVE '61-90 DIAS'             TO REG-AGINGPRV-FD (90:10).
           MOVE '+90 DIAS'               TO REG-AGINGPRV-FD (109:08).
           MOVE 'TOTAL'                  TO REG-AGINGPRV-FD (129:05).
           PERFORM 4910-WRITE-AGINGPRV.

           PERFORM VARYING IDX-PROV FROM 1 BY 1
                     UNTIL IDX-PROV > WS-CANT-PROVS
              MOVE 0 TO WS-TOTAL-PROV
              PERFORM VARYING IDX-TRAMO FROM 1 BY 1
                        UNTIL IDX-TRAMO > 5
                 ADD WPV-TRAMO (IDX-PROV IDX-TRAMO) TO WS-TOTAL-PROV
              END-PERFORM
              IF WS-TOTAL-PROV > 0
                 PERFORM 4320-LINEA-PROVEEDOR
              END-IF
           END-PERFORM.

           MOVE SPACES                   TO REG-AGINGPRV-FD.
           PERFORM 4910-WRITE-AGINGPRV.
           MOVE 'TOTAL GENERAL'          TO REG-AGINGPRV-FD (01:13).
           PERFORM VARYING IDX-TRAMO FROM 1 BY 1
                     UNTIL IDX-TRAMO > 5
              MOVE WS-TOT-TRAMO (IDX-TRAMO) TO WS-IMPORTE-ED
              PERFORM 4330-UBICO-COLUMNA
           END-PERFORM.
           MOVE WS-DEUDA-TOTAL           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-AGINGPRV-FD (118:16).
           PERFORM 4910-WRITE-AGINGPRV.

       FIN-4300.
           EXIT.

       4310-ACUMULO-TRAMO.
      *-------------------

           MOVE FAC-PRV-ID TO WS-PRV-BUSCADO.
           PERFORM 2900-BUSCO-PROVEEDOR.

           IF WS-IDX-PROV = 0
              DISPLAY 'FACTURA DE PROVEEDOR INEXISTENTE: ' FAC-CLAVE
              GO TO FIN-4310
           END-IF.

           COMPUTE WS-DIAS-VENCIDO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE (FAC-FECHA-VTO).

           EVALUATE TRUE
               WHEN WS-DIAS-VENCIDO < 1
                    MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS-VENCIDO < 31
                    MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS-VENCIDO < 61
                    MOVE 3 TO WS-TRAMO
               WHEN WS-DIAS-VENCIDO < 91
                    MOVE 4 TO WS-TRAMO
               WHEN OTHER
                    MOVE 5 TO WS-TRAMO
           END-EVALUATE.

           ADD FAC-TOTAL TO WPV-TRAMO (WS-IDX-PROV WS-TRAMO).
           ADD FAC-TOTAL TO WS-TOT-TRAMO (WS-TRAMO).
           ADD FAC-TOTAL TO WS-DEUDA-TOTAL.

       FIN-4310.
           EXIT.

       4320-LINEA-PROVEEDOR.
      *---------------------

           MOVE SPACES                   TO REG-AGINGPRV-FD.
           MOVE WPV-ID (IDX-PROV)        TO REG-AGINGPRV-FD (01:06).
           MOVE WPV-RAZON-SOCIAL (IDX-PROV)
                                         TO REG-AGINGPRV-FD (08:24).

           PERFORM VARYING IDX-TRAMO FROM 1 BY 1
                     UNTIL IDX-TRAMO > 5
              MOVE WPV-TRAMO (IDX-PROV IDX-TRAMO) TO WS-IMPORTE-ED
              PERFORM 4330-UBICO-COLUMNA
           END-PERFORM.

           MOVE WS-TOTAL-PROV            TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-AGINGPRV-FD (118:16).
           PERFORM 4910-WRITE-AGINGPRV.

       FIN-4320.
           EXIT.

      *------------------------------------------------------------
      * UBICA EL IMPORTE EDITADO EN LA COLUMNA DEL TRAMO IDX-TRAMO
      *------------------------------------------------------------
       4330-UBICO-COLUMNA.
      *-------------------

           EVALUATE IDX-TRAMO
               WHEN 1
                    MOVE WS-IMPORTE-ED   TO REG-AGINGPRV-FD (33:16)
               WHEN 2
                    MOVE WS-IMPORTE-ED   TO REG-AGINGPRV-FD (50:16)
               WHEN 3
                    MOVE WS-IMPORTE-ED   TO REG-AGINGPRV-FD (67:16)
               WHEN 4
                    MOVE WS-IMPORTE-ED   TO REG-AGINGPRV-FD (84:16)
               WHEN 5
                    MOVE WS-IMPORTE-ED   TO REG-AGINGPRV-FD (101:16)
           END-EVALUATE.

       FIN-4330.
           EXIT.

      *------------------------------------------------------------
      * CREDITO FISCAL POR SUCURSAL Y MES DE REGISTRO, PARA LA
      * POSICION MENSUAL DE PGMIVA.
      *------------------------------------------------------------
       4500-POSICION-IVA.
      *------------------

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FACTURAS
              MOVE WFC-REG-FACPRV (IDX-FAC) TO REG-FACPRV
              IF NOT 88-FAC-ANULADA AND FAC-IVA > 0
                 PERFORM 4510-ACUMULO-POSICION
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-POSICION FROM 1 BY 1
                     UNTIL IDX-POSICION > WS-CANT-POSICIONES
              INITIALIZE REG-IVACPOS
              MOVE WPS-SUCURSAL (IDX-POSICION)  TO ICP-SUCURSAL
              MOVE WPS-ANIO-MES (IDX-POSICION)  TO ICP-ANIO-MES
              MOVE WPS-CREDITO (IDX-POSICION)   TO ICP-CREDITO-FISCAL
              MOVE WPS-CANTIDAD (IDX-POSICION)
                                         TO ICP-CANT-COMPROBANTES
              WRITE REG-IVACPOS-FD FROM REG-IVACPOS
              EVALUATE TRUE
                  WHEN 88-FS-IVACPOS-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE IVACPOS FS: ' FS-IVACPOS
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-4500.
           EXIT.

       4510-ACUMULO-POSICION.
      *----------------------

           MOVE 'N' TO WS-POSICION-HALLADA.

           PERFORM VARYING IDX-POSICION FROM 1 BY 1
                     UNTIL IDX-POSICION > WS-CANT-POSICIONES
                        OR WS-POSICION-HALLADA = 'S'
              IF WPS-SUCURSAL (IDX-POSICION) = FAC-SUCURSAL
                 AND WPS-ANIO-MES (IDX-POSICION) =
                     FAC-FECHA-REGISTRO (1:6)
                 ADD FAC-IVA TO WPS-CREDITO (IDX-POSICION)
                 ADD 1       TO WPS-CANTIDAD (IDX-POSICION)
                 MOVE 'S' TO WS-POSICION-HALLADA
              END-IF
           END-PERFORM.

           IF WS-POSICION-HALLADA = 'N'
              IF WS-CANT-POSICIONES < WCN-TOPE-POSICIONES
                 ADD 1 TO WS-CANT-POSICIONES
                 SET IDX-POSICION TO WS-CANT-POSICIONES
                 MOVE FAC-SUCURSAL   TO WPS-SUCURSAL (IDX-POSICION)
                 MOVE FAC-FECHA-REGISTRO (1:6)
                                     TO WPS-ANIO-MES (IDX-POSICION)
                 MOVE FAC-IVA        TO WPS-CREDITO (IDX-POSICION)
                 MOVE 1              TO WPS-CANTIDAD (IDX-POSICION)
              ELSE
                 DISPLAY 'TABLA DE POSICIONES IVA COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-4510.
           EXIT.

       4900-WRITE-LIBIVACPR.
      *---------------------

           WRITE REG-LIBIVACPR-FD.

           EVALUATE TRUE
               WHEN 88-FS-LIBIVACPR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LIBIVACPR FS: '
                                                        FS-LIBIVACPR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4900.
           EXIT.

       4910-WRITE-AGINGPRV.
      *--------------------

           WRITE REG-AGINGPRV-FD.

           EVALUATE TRUE
               WHEN 88-FS-AGINGPRV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE AGINGPRV FS: ' FS-AGINGPRV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4910.
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

           CLOSE FACPRVNUE
           EVALUATE TRUE
               WHEN 88-FS-FACPRVNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE FACPRVNUE FS: ' FS-FACPRVNUE
           END-EVALUATE.

           CLOSE FACRECH
           EVALUATE TRUE
               WHEN 88-FS-FACRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE FACRECH FS: ' FS-FACRECH
           END-EVALUATE.

           CLOSE CHQEMIREQ
           EVALUATE TRUE
               WHEN 88-FS-CHQEMIREQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CHQEMIREQ FS: ' FS-CHQEMIREQ
           END-EVALUATE.

           CLOSE LIBIVACPR
           EVALUATE TRUE
               WHEN 88-FS-LIBIVACPR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE LIBIVACPR FS: ' FS-LIBIVACPR
           END-EVALUATE.

           CLOSE AGINGPRV
           EVALUATE TRUE
               WHEN 88-FS-AGINGPRV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AGINGPRV FS: ' FS-AGINGPRV
           END-EVALUATE.

           CLOSE IVACPOS
           EVALUATE TRUE
               WHEN 88-FS-IVACPOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE IVACPOS FS: ' FS-IVACPOS
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMFACPRV'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-FACNOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-FACPRVNUE   TO RUNCTL-GRABADOS.
           MOVE WS-DEUDA-TOTAL          TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-FACNOV        TO WS-LEIDOS-FACNOV-ED.
           MOVE WS-FACTURAS-REGISTRADAS TO WS-FACTURAS-REGISTRADAS-ED.
           MOVE WS-FACTURAS-ANULADAS    TO WS-FACTURAS-ANULADAS-ED.
           MOVE WS-SOLICITUDES-PAGO     TO WS-SOLICITUDES-PAGO-ED.
           MOVE WS-RECHAZADOS           TO WS-RECHAZADOS-ED.
           MOVE WS-RENGLONES-LIBRO      TO WS-RENGLONES-LIBRO-ED.
           MOVE WS-GRABADOS-FACPRVNUE   TO WS-GRABADOS-FACPRVNUE-ED.
           MOVE WS-IMPORTE-PAGOS        TO WS-IMPORTE-PAGOS-ED.
           MOVE WS-DEUDA-TOTAL          TO WS-DEUDA-TOTAL-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMFACPRV             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDOS-FACNOV-ED.
           DISPLAY 'CANT. FACTURAS REGISTRADAS     : '
                                           WS-FACTURAS-REGISTRADAS-ED.
           DISPLAY 'CANT. FACTURAS ANULADAS        : '
                                               WS-FACTURAS-ANULADAS-ED.
           DISPLAY 'CANT. SOLICITUDES DE CHEQUE    : '
                                               WS-SOLICITUDES-PAGO-ED.
           DISPLAY 'IMPORTE SOLICITADO A PAGO      : '
                                               WS-IMPORTE-PAGOS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-RECHAZADOS-ED.
           DISPLAY 'CANT. RENGLONES LIBRO IVA      : '
                                               WS-RENGLONES-LIBRO-ED.
           DISPLAY 'DEUDA PENDIENTE CON PROVEEDORES: '
                                               WS-DEUDA-TOTAL-ED.
           DISPLAY 'CANT. FACTURAS EN MAESTRO      : '
                                             WS-GRABADOS-FACPRVNUE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMFACPRV.
