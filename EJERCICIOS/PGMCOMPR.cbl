       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMCOMPR.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * ORDENES DE COMPRA A PROVEEDORES Y RECEPCION DE MERCADERIA.
      * CARGA EL MAESTRO DE ORDENES ANTERIOR (OCANT, VER WORDCOMP.cpy)
      * Y APLICA EN ESTE ORDEN:
      *   1) NOVEDADES DE ORDENES (OCNOV):
      *      'A' ALTA DE LINEA. CON OCN-NRO EN CERO ABRE UNA ORDEN
      *          NUEVA CUANDO OCN-LINEA = 1 (SE NUMERA ULTIMA + 1) Y
      *          LAS LINEAS SIGUIENTES SE AGREGAN A ESA ORDEN; CON
      *          OCN-NRO INFORMADO SE AGREGA A UNA ORDEN PENDIENTE DEL
      *          MISMO PROVEEDOR. ENTREGA EN CERO = EMISION MAS EL
      *          PLAZO DE ENTREGA DEL PROVEEDOR (WPROVEED.cpy).
      *      'X' ANULA LO PENDIENTE DE LA ORDEN (OCN-LINEA EN CERO) O
      *          DE UNA LINEA.
      *   2) RECEPCIONES DEL DEPOSITO (RECEPNOV, VER WRECEPC.cpy),
      *      QUE PUEDEN SER PARCIALES. CADA RECEPCION ACEPTADA:
      *      - ACUMULA LO RECIBIDO EN LA LINEA (PARCIAL / CUMPLIDA)
      *      - SE AGREGA A LA HISTORIA DE RECEPCIONES (RECEPHIS)
      *      - PRODUCTO: MOVIMIENTO 'R' A LA COLA DE STOCK (STKNOV)
      *        CON EL COSTO UNITARIO, QUE PGMSTOCK USA PARA EL COSTO
      *        PROMEDIO DEL MAESTRO DE STOCK
      *      - VEHICULO: NOVEDAD DE COSTO DE ADQUISICION (COSTONOV)
      *        QUE PGMVEHCOS PASA AL MAESTRO VEHCOSTO (RPTMARGEN)
      * GRABA EL MAESTRO NUEVO (OCNUE), LAS NOVEDADES RECHAZADAS CON
      * MOTIVO (OCRECH / RECEPRECH) Y EL LISTADO DE ORDENES ABIERTAS
      * (LISTOC) CON LAS ENTREGAS ATRASADAS Y SUS DIAS DE ATRASO.
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

           SELECT PRODMST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRODMST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRODMST.

           SELECT OCANT         ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCANT.

           SELECT OCNOV         ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCNOV.

           SELECT RECEPNOV      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECEPNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECEPNOV.

           SELECT OCNUE         ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCNUE.

           SELECT OCRECH        ASSIGN       TO
                                 DYNAMIC WS-ARCH-OCRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OCRECH.

           SELECT RECEPRECH     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECEPRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECEPRECH.

           SELECT RECEPHIS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECEPHIS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECEPHIS.

           SELECT STKNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-STKNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-STKNOV.

           SELECT COSTONOV      ASSIGN       TO
                                 DYNAMIC WS-ARCH-COSTONOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COSTONOV.

           SELECT LISTOC        ASSIGN       TO
                                 DYNAMIC WS-ARCH-LISTOC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LISTOC.

       DATA DIVISION.

       FILE SECTION.

       FD  PROVEED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROVEED-FD                PIC X(100).

       FD  PRODMST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRODMST-FD                PIC X(49).

       FD  OCANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCANT-FD                  PIC X(100).

      *    NOVEDADES DE ORDENES DE COMPRA - LREC = 54
       FD  OCNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCNOV-FD.
           03 OCN-COD                    PIC X(01).
              88 88-OCN-ALTA                        VALUE 'A'.
              88 88-OCN-ANULA                       VALUE 'X'.
           03 OCN-NRO                    PIC 9(06).
           03 OCN-LINEA                  PIC 9(03).
           03 OCN-PRV-ID                 PIC 9(06).
           03 OCN-FECHA-ENTREGA          PIC 9(08).
           03 OCN-TIPO-ITEM              PIC X(01).
           03 OCN-PRD-COD                PIC 9(06).
           03 OCN-VEH-ID                 PIC X(05).
           03 OCN-CANTIDAD               PIC 9(05).
           03 OCN-COSTO-UNITARIO         PIC 9(11)V99.

       FD  RECEPNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECEPNOV-FD               PIC X(80).

       FD  OCNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCNUE-FD                  PIC X(100).

       FD  OCRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OCRECH-FD.
           03 RCH-OC-NOVEDAD             PIC X(54).
           03 RCH-OC-MOTIVO              PIC X(30).

       FD  RECEPRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECEPRECH-FD.
           03 RCH-REC-NOVEDAD            PIC X(80).
           03 RCH-REC-MOTIVO             PIC X(30).

       FD  RECEPHIS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECEPHIS-FD               PIC X(80).

       FD  STKNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-STKNOV-FD                 PIC X(60).

       FD  COSTONOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COSTONOV-FD               PIC X(35).

       FD  LISTOC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTOC-FD                 PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PROVEED            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRODMST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCANT              PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCNOV              PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECEPNOV           PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCNUE              PIC X(128) VALUE SPACES.
       77  WS-ARCH-OCRECH             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECEPRECH          PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECEPHIS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-STKNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-COSTONOV           PIC X(128) VALUE SPACES.
       77  WS-ARCH-LISTOC             PIC X(128) VALUE SPACES.

       77  FS-PROVEED                    PIC  X(02) VALUE ' '.
           88 88-FS-PROVEED-OK                      VALUE '00'.
           88 88-FS-PROVEED-EOF                     VALUE '10'.

       77  FS-PRODMST                    PIC  X(02) VALUE ' '.
           88 88-FS-PRODMST-OK                      VALUE '00'.
           88 88-FS-PRODMST-EOF                     VALUE '10'.

       77  FS-OCANT                      PIC  X(02) VALUE ' '.
           88 88-FS-OCANT-OK                        VALUE '00'.
           88 88-FS-OCANT-EOF                       VALUE '10'.
           88 88-FS-OCANT-NOEXISTE                  VALUE '35'.

       77  FS-OCNOV                      PIC  X(02) VALUE ' '.
           88 88-FS-OCNOV-OK                        VALUE '00'.
           88 88-FS-OCNOV-EOF                       VALUE '10'.
           88 88-FS-OCNOV-NOEXISTE                  VALUE '35'.

       77  FS-RECEPNOV                   PIC  X(02) VALUE ' '.
           88 88-FS-RECEPNOV-OK                     VALUE '00'.
           88 88-FS-RECEPNOV-EOF                    VALUE '10'.
           88 88-FS-RECEPNOV-NOEXISTE               VALUE '35'.

       77  FS-OCNUE                      PIC  X(02) VALUE ' '.
           88 88-FS-OCNUE-OK                        VALUE '00'.

       77  FS-OCRECH                     PIC  X(02) VALUE ' '.
           88 88-FS-OCRECH-OK                       VALUE '00'.

       77  FS-RECEPRECH                  PIC  X(02) VALUE ' '.
           88 88-FS-RECEPRECH-OK                    VALUE '00'.

       77  FS-RECEPHIS                   PIC  X(02) VALUE ' '.
           88 88-FS-RECEPHIS-OK                     VALUE '00'.
           88 88-FS-RECEPHIS-NOEXISTE               VALUE '35'.

       77  FS-STKNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-STKNOV-OK                       VALUE '00'.
           88 88-FS-STKNOV-NOEXISTE                 VALUE '35'.

       77  FS-COSTONOV                   PIC  X(02) VALUE ' '.
           88 88-FS-COSTONOV-OK                     VALUE '00'.
           88 88-FS-COSTONOV-NOEXISTE               VALUE '35'.

       77  FS-LISTOC                     PIC  X(02) VALUE ' '.
           88 88-FS-LISTOC-OK                       VALUE '00'.

       77  WS-LEIDOS-OCNOV               PIC  9(09) VALUE 0.
       77  WS-LEIDOS-OCNOV-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-RECEPNOV            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RECEPNOV-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ORDENES-NUEVAS             PIC  9(09) VALUE 0.
       77  WS-ORDENES-NUEVAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-NUEVAS              PIC  9(09) VALUE 0.
       77  WS-LINEAS-NUEVAS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-ANULADAS            PIC  9(09) VALUE 0.
       77  WS-LINEAS-ANULADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECHAZOS-OC                PIC  9(09) VALUE 0.
       77  WS-RECHAZOS-OC-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECEPCIONES                PIC  9(09) VALUE 0.
       77  WS-RECEPCIONES-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECHAZOS-REC               PIC  9(09) VALUE 0.
       77  WS-RECHAZOS-REC-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-MOVS-STOCK                 PIC  9(09) VALUE 0.
       77  WS-MOVS-STOCK-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-COSTOS-VEHICULO            PIC  9(09) VALUE 0.
       77  WS-COSTOS-VEHICULO-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-PENDIENTES          PIC  9(09) VALUE 0.
       77  WS-LINEAS-PENDIENTES-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-ATRASADAS           PIC  9(09) VALUE 0.
       77  WS-LINEAS-ATRASADAS-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-OCNUE             PIC  9(09) VALUE 0.
       77  WS-GRABADOS-OCNUE-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-PENDIENTE          PIC  9(13)V99 VALUE 0.
       77  WS-IMPORTE-PENDIENTE-ED       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * PROVEEDORES (LAYOUT WPROVEED.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-PROVS                PIC  9(05) VALUE 500.
       77  WS-CANT-PROVS                 PIC  9(05) VALUE 0.
       77  WS-IDX-PROV                   PIC  9(05) VALUE 0.
       01  WS-TABLA-PROVS.
           05 WS-PROV-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-PROV.
              10 WPV-ID                  PIC  9(06).
              10 WPV-RAZON-SOCIAL        PIC  X(30).
              10 WPV-PLAZO-ENTREGA       PIC  9(03).
              10 WPV-ESTADO              PIC  X(01).

      *------------------------------------------------------
      * PRODUCTOS (LAYOUT WPRODMST.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-PRODS                PIC  9(05) VALUE 1000.
       77  WS-CANT-PRODS                 PIC  9(05) VALUE 0.
       77  WS-IDX-PROD                   PIC  9(05) VALUE 0.
       01  WS-TABLA-PRODS.
           05 WS-PROD-TAB OCCURS 1000 TIMES
                          INDEXED BY IDX-PROD.
              10 WPD-COD                 PIC  9(06).
              10 WPD-ESTADO              PIC  X(01).

      *------------------------------------------------------
      * LINEAS DE ORDENES DE COMPRA (LAYOUT WORDCOMP.cpy)
      *------------------------------------------------------
       77  WCN-TOPE-LINEAS               PIC  9(05) VALUE 3000.
       77  WS-CANT-LINEAS                PIC  9(05) VALUE 0.
       77  WS-IDX-LINEA                  PIC  9(05) VALUE 0.
       01  WS-TABLA-LINEAS.
           05 WS-LINEA-TAB OCCURS 3000 TIMES
                           INDEXED BY IDX-LIN.
              10 WOC-REG-ORDCOMP.
                 15 WOC-NRO              PIC  9(06).
                 15 WOC-LINEA            PIC  9(03).
                 15 WOC-PRV-ID           PIC  9(06).
                 15 FILLER               PIC  X(85).

      *------------------------------------------------------
      * ORDEN NUEVA EN CURSO DE CARGA Y DATOS DE LA ORDEN A LA
      * QUE SE AGREGA UNA LINEA.
      *------------------------------------------------------
       77  WS-ULTIMO-NRO                 PIC  9(06) VALUE 0.
       77  WS-OC-EN-CURSO                PIC  9(06) VALUE 0.
       77  WS-PRV-EN-CURSO               PIC  9(06) VALUE 0.
       77  WS-EMISION-EN-CURSO           PIC  9(08) VALUE 0.
       77  WS-ULTIMA-LINEA               PIC  9(03) VALUE 0.
       77  WS-LINEAS-ORDEN               PIC  9(05) VALUE 0.
       77  WS-PENDIENTES-ORDEN           PIC  9(05) VALUE 0.
       77  WS-NRO-BUSCADO                PIC  9(06) VALUE 0.
       77  WS-PRV-ORDEN                  PIC  9(06) VALUE 0.
       77  WS-EMISION-ORDEN              PIC  9(08) VALUE 0.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.
       77  WS-FECHA-ENTREGA              PIC  9(08) VALUE 0.
       77  WS-COSTO-RECEPCION            PIC  9(11)V99 VALUE 0.
       77  WS-CANT-PENDIENTE             PIC  9(05) VALUE 0.
       77  WS-DIAS-ATRASO                PIC  9(05) VALUE 0.
       77  WS-MOTIVO                     PIC  X(30) VALUE SPACES.

       COPY WPROVEED.

       COPY WPRODMST.

       COPY WORDCOMP.

       COPY WRECEPC.

       COPY WSTKMOV.

       COPY WVEHCOSTO.

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

           PERFORM 2000-APLICO-ORDENES.

           PERFORM 2500-APLICO-RECEPCIONES.

           PERFORM 4000-GRABO-Y-LISTO.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PROVEEDORES.
           PERFORM 1030-CARGO-PRODUCTOS.
           PERFORM 1040-CARGO-ORDENES.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PROVEED'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROVEED

           MOVE 'PRODMST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRODMST

           MOVE 'OCANT'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCANT

           MOVE 'OCNOV'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCNOV

           MOVE 'RECEPNOV'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECEPNOV

           MOVE 'OCNUE'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCNUE

           MOVE 'OCRECH'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OCRECH

           MOVE 'RECEPRECH'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECEPRECH

           MOVE 'RECEPHIS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECEPHIS

           MOVE 'STKNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-STKNOV

           MOVE 'COSTONOV'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COSTONOV

           MOVE 'LISTOC'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LISTOC.

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
      * LAS SALIDAS HACIA OTROS PROCESOS (HISTORIA DE RECEPCIONES,
      * COLA DE STOCK Y NOVEDADES DE COSTO) SE ABREN EN EXTEND: LAS
      * VACIA QUIEN LAS CONSUME. SI NO EXISTEN SE CREAN.
      *------------------------------------------------------------
       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN OUTPUT OCNUE

           EVALUATE TRUE
               WHEN 88-FS-OCNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OCNUE'
                    DISPLAY 'FILE STATUS' FS-OCNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT OCRECH

           EVALUATE TRUE
               WHEN 88-FS-OCRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OCRECH'
                    DISPLAY 'FILE STATUS' FS-OCRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RECEPRECH

           EVALUATE TRUE
               WHEN 88-FS-RECEPRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECEPRECH'
                    DISPLAY 'FILE STATUS' FS-RECEPRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LISTOC

           EVALUATE TRUE
               WHEN 88-FS-LISTOC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LISTOC'
                    DISPLAY 'FILE STATUS' FS-LISTOC
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND RECEPHIS

           EVALUATE TRUE
               WHEN 88-FS-RECEPHIS-OK
                    CONTINUE
               WHEN 88-FS-RECEPHIS-NOEXISTE
                    OPEN OUTPUT RECEPHIS
                    IF NOT 88-FS-RECEPHIS-OK
                       DISPLAY 'ERROR EN OPEN RECEPHIS'
                       DISPLAY 'FILE STATUS' FS-RECEPHIS
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECEPHIS'
                    DISPLAY 'FILE STATUS' FS-RECEPHIS
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND STKNOV

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    CONTINUE
               WHEN 88-FS-STKNOV-NOEXISTE
                    OPEN OUTPUT STKNOV
                    IF NOT 88-FS-STKNOV-OK
                       DISPLAY 'ERROR EN OPEN STKNOV'
                       DISPLAY 'FILE STATUS' FS-STKNOV
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKNOV'
                    DISPLAY 'FILE STATUS' FS-STKNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND COSTONOV

           EVALUATE TRUE
               WHEN 88-FS-COSTONOV-OK
                    CONTINUE
               WHEN 88-FS-COSTONOV-NOEXISTE
                    OPEN OUTPUT COSTONOV
                    IF NOT 88-FS-COSTONOV-OK
                       DISPLAY 'ERROR EN OPEN COSTONOV'
                       DISPLAY 'FILE STATUS' FS-COSTONOV
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COSTONOV'
                    DISPLAY 'FILE STATUS' FS-COSTONOV
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
                 MOVE PRV-ID            TO WPV-ID (WS-CANT-PROVS)
                 MOVE PRV-RAZON-SOCIAL
                                   TO WPV-RAZON-SOCIAL (WS-CANT-PROVS)
                 MOVE PRV-PLAZO-ENTREGA
                                   TO WPV-PLAZO-ENTREGA (WS-CANT-PROVS)
                 MOVE PRV-ESTADO        TO WPV-ESTADO (WS-CANT-PROVS)
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

       1030-CARGO-PRODUCTOS.
      *---------------------

           OPEN INPUT PRODMST.

           IF NOT 88-FS-PRODMST-OK
              DISPLAY 'ERROR EN OPEN PRODMST'
              DISPLAY 'FILE STATUS' FS-PRODMST
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1031-LEO-PRODMST.

           PERFORM UNTIL 88-FS-PRODMST-EOF
              IF WS-CANT-PRODS < WCN-TOPE-PRODS
                 ADD 1 TO WS-CANT-PRODS
                 MOVE PRD-COD           TO WPD-COD (WS-CANT-PRODS)
                 MOVE PRD-ESTADO        TO WPD-ESTADO (WS-CANT-PRODS)
              ELSE
                 DISPLAY 'TABLA DE PRODUCTOS COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 1031-LEO-PRODMST
           END-PERFORM.

           CLOSE PRODMST.

       FIN-1030.
           EXIT.

       1031-LEO-PRODMST.
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

       FIN-1031.
           EXIT.

       1040-CARGO-ORDENES.
      *-------------------

           OPEN INPUT OCANT.

           EVALUATE TRUE
               WHEN 88-FS-OCANT-OK
                    PERFORM 1041-LEO-OCANT
                    PERFORM UNTIL 88-FS-OCANT-EOF
                       IF WS-CANT-LINEAS < WCN-TOPE-LINEAS
                          ADD 1 TO WS-CANT-LINEAS
                          MOVE REG-ORDCOMP
                            TO WOC-REG-ORDCOMP (WS-CANT-LINEAS)
                          IF OC-NRO > WS-ULTIMO-NRO
                             MOVE OC-NRO TO WS-ULTIMO-NRO
                          END-IF
                       ELSE
                          DISPLAY 'TABLA DE ORDENES DE COMPRA COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-OCANT
                    END-PERFORM
                    CLOSE OCANT

               WHEN 88-FS-OCANT-NOEXISTE
                    DISPLAY 'ARCHIVO OCANT INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OCANT'
                    DISPLAY 'FILE STATUS' FS-OCANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-OCANT.
      *---------------

           INITIALIZE REG-ORDCOMP.

           READ OCANT INTO REG-ORDCOMP

           EVALUATE TRUE
               WHEN 88-FS-OCANT-OK
               WHEN 88-FS-OCANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ OCANT FS: ' FS-OCANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * NOVEDADES DE ORDENES DE COMPRA
      *------------------------------------------------------------
       2000-APLICO-ORDENES.
      *--------------------

           OPEN INPUT OCNOV.

           EVALUATE TRUE
               WHEN 88-FS-OCNOV-OK
                    PERFORM 2010-LEO-OCNOV
                    PERFORM UNTIL 88-FS-OCNOV-EOF
                       PERFORM 2020-PROCESO-OCNOV
                       PERFORM 2010-LEO-OCNOV
                    END-PERFORM
                    CLOSE OCNOV

               WHEN 88-FS-OCNOV-NOEXISTE
                    DISPLAY 'ARCHIVO OCNOV INEXISTENTE - '
                    DISPLAY 'DIA SIN NOVEDADES DE ORDENES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OCNOV'
                    DISPLAY 'FILE STATUS' FS-OCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-OCNOV.
      *---------------

           READ OCNOV

           EVALUATE TRUE
               WHEN 88-FS-OCNOV-OK
                    ADD 1 TO WS-LEIDOS-OCNOV
               WHEN 88-FS-OCNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ OCNOV FS: ' FS-OCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-PROCESO-OCNOV.
      *-------------------

           MOVE SPACES TO WS-MOTIVO.

           EVALUATE TRUE
               WHEN OCN-NRO NOT NUMERIC
               WHEN OCN-LINEA NOT NUMERIC
                    MOVE 'NRO DE ORDEN O LINEA INVALIDO' TO WS-MOTIVO
               WHEN 88-OCN-ALTA
                    PERFORM 2100-ALTA-LINEA THRU FIN-2100
               WHEN 88-OCN-ANULA
                    PERFORM 2300-ANULO-ORDEN
               WHEN OTHER
                    MOVE 'CODIGO DE NOVEDAD INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              PERFORM 2290-GRABO-RECHAZO-OC
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * ALTA DE UNA LINEA DE ORDEN. LA PRIMERA LINEA DE UNA ORDEN
      * NUEVA QUE SE RECHAZA ARRASTRA EL RECHAZO DE LAS SIGUIENTES
      * (WS-OC-EN-CURSO QUEDA EN CERO).
      *------------------------------------------------------------
       2100-ALTA-LINEA.
      *----------------

           IF OCN-NRO = 0 AND OCN-LINEA = 1
              MOVE 0 TO WS-OC-EN-CURSO
           END-IF.

           IF OCN-NRO = 0 AND OCN-LINEA NOT = 1
              IF WS-OC-EN-CURSO = 0
                 MOVE 'ORDEN SIN PRIMERA LINEA VALIDA' TO WS-MOTIVO
                 GO TO FIN-2100
              END-IF
              IF OCN-PRV-ID NOT = WS-PRV-EN-CURSO
                 MOVE 'PROVEEDOR DISTINTO AL DE LA OC' TO WS-MOTIVO
                 GO TO FIN-2100
              END-IF
           END-IF.

           IF OCN-NRO NOT = 0
              MOVE OCN-NRO TO OC-NRO
              PERFORM 2150-DATOS-ORDEN
              EVALUATE TRUE
                  WHEN WS-LINEAS-ORDEN = 0
                       MOVE 'ORDEN DE COMPRA INEXISTENTE' TO WS-MOTIVO
                  WHEN WS-PENDIENTES-ORDEN = 0
                       MOVE 'ORDEN DE COMPRA SIN PENDIENTES'
                                                      TO WS-MOTIVO
                  WHEN OCN-PRV-ID NOT = WS-PRV-ORDEN
                       MOVE 'PROVEEDOR DISTINTO AL DE LA OC'
                                                      TO WS-MOTIVO
              END-EVALUATE
              IF WS-MOTIVO NOT = SPACES
                 GO TO FIN-2100
              END-IF
           END-IF.

           PERFORM 2110-VALIDO-LINEA.

           IF WS-MOTIVO NOT = SPACES
              GO TO FIN-2100
           END-IF.

           INITIALIZE REG-ORDCOMP.

           IF OCN-NRO = 0
              IF OCN-LINEA = 1
                 ADD 1 TO WS-ULTIMO-NRO
                 ADD 1 TO WS-ORDENES-NUEVAS
                 MOVE WS-ULTIMO-NRO      TO WS-OC-EN-CURSO
                 MOVE OCN-PRV-ID         TO WS-PRV-EN-CURSO
                 MOVE WS-FECHA-PROCESO   TO WS-EMISION-EN-CURSO
                 MOVE 0                  TO WS-ULTIMA-LINEA
              END-IF
              ADD 1 TO WS-ULTIMA-LINEA
              MOVE WS-OC-EN-CURSO        TO OC-NRO
              MOVE WS-ULTIMA-LINEA       TO OC-LINEA
              MOVE WS-EMISION-EN-CURSO   TO OC-FECHA-EMISION
           ELSE
              MOVE OCN-NRO               TO OC-NRO
              COMPUTE OC-LINEA = WS-LINEAS-ORDEN + 1
              MOVE WS-EMISION-ORDEN      TO OC-FECHA-EMISION
           END-IF.

           MOVE OCN-PRV-ID               TO OC-PRV-ID.
           MOVE WS-FECHA-ENTREGA         TO OC-FECHA-ENTREGA.
           MOVE OCN-TIPO-ITEM            TO OC-TIPO-ITEM.
           IF 88-OC-PRODUCTO
              MOVE OCN-PRD-COD           TO OC-PRD-COD
           ELSE
              MOVE OCN-VEH-ID            TO OC-VEH-ID
           END-IF.
           MOVE OCN-CANTIDAD             TO OC-CANT-PEDIDA.
           MOVE 0                        TO OC-CANT-RECIBIDA.
           MOVE OCN-COSTO-UNITARIO       TO OC-COSTO-UNITARIO.
           SET 88-OC-ABIERTA             TO TRUE.
           MOVE 0                        TO OC-FEC-ULT-RECEP.

           ADD 1 TO WS-CANT-LINEAS.
           MOVE REG-ORDCOMP TO WOC-REG-ORDCOMP (WS-CANT-LINEAS).
           ADD 1 TO WS-LINEAS-NUEVAS.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * VALIDA PROVEEDOR, ITEM, CANTIDAD, COSTO Y FECHA DE ENTREGA.
      * DEJA EN WS-FECHA-ENTREGA LA FECHA A GRABAR.
      *------------------------------------------------------------
       2110-VALIDO-LINEA.
      *------------------

           MOVE 0 TO WS-IDX-PROV.
           IF OCN-PRV-ID NUMERIC
              PERFORM VARYING IDX-PROV FROM 1 BY 1
                        UNTIL IDX-PROV > WS-CANT-PROVS
                 IF WPV-ID (IDX-PROV) = OCN-PRV-ID
                    SET WS-IDX-PROV TO IDX-PROV
                 END-IF
              END-PERFORM
           END-IF.

           MOVE 0 TO WS-IDX-PROD.
           IF OCN-TIPO-ITEM = 'P' AND OCN-PRD-COD NUMERIC
              PERFORM VARYING IDX-PROD FROM 1 BY 1
                        UNTIL IDX-PROD > WS-CANT-PRODS
                 IF WPD-COD (IDX-PROD) = OCN-PRD-COD
                    SET WS-IDX-PROD TO IDX-PROD
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDX-PROV = 0
                    MOVE 'PROVEEDOR INEXISTENTE'     TO WS-MOTIVO
               WHEN WPV-ESTADO (WS-IDX-PROV) NOT = 'A'
                    MOVE 'PROVEEDOR INACTIVO'        TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM NOT = 'P' AND NOT = 'V'
                    MOVE 'TIPO DE ITEM INVALIDO'     TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM = 'P' AND WS-IDX-PROD = 0
                    MOVE 'PRODUCTO INEXISTENTE'      TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM = 'P'
                    AND WPD-ESTADO (WS-IDX-PROD) NOT = 'A'
                    MOVE 'PRODUCTO INACTIVO'         TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM = 'V' AND OCN-VEH-ID = SPACES
                    MOVE 'FALTA IDENTIFICACION VEHICULO' TO WS-MOTIVO
               WHEN OCN-CANTIDAD NOT NUMERIC
               WHEN OCN-CANTIDAD = 0
                    MOVE 'CANTIDAD INVALIDA'         TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM = 'V' AND OCN-CANTIDAD NOT = 1
                    MOVE 'VEHICULO CON CANTIDAD <> 1' TO WS-MOTIVO
               WHEN OCN-COSTO-UNITARIO NOT NUMERIC
               WHEN OCN-COSTO-UNITARIO = 0
                    MOVE 'COSTO UNITARIO INVALIDO'   TO WS-MOTIVO
               WHEN OCN-TIPO-ITEM = 'P'
                    AND OCN-COSTO-UNITARIO > 9999999,99
                    MOVE 'COSTO UNITARIO FUERA DE RANGO' TO WS-MOTIVO
               WHEN OCN-FECHA-ENTREGA NOT NUMERIC
                    MOVE 'FECHA DE ENTREGA INVALIDA' TO WS-MOTIVO
               WHEN OCN-FECHA-ENTREGA NOT = 0
                    AND OCN-FECHA-ENTREGA < WS-FECHA-PROCESO
                    MOVE 'FECHA DE ENTREGA PASADA'   TO WS-MOTIVO
               WHEN WS-CANT-LINEAS NOT < WCN-TOPE-LINEAS
                    DISPLAY 'TABLA DE ORDENES DE COMPRA COMPLETA'
                    MOVE 'TABLA DE ORDENES COMPLETA' TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO = SPACES
              IF OCN-FECHA-ENTREGA = 0
                 COMPUTE WS-FECHA-ENTREGA =
                         FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                          + WPV-PLAZO-ENTREGA (WS-IDX-PROV))
              ELSE
                 MOVE OCN-FECHA-ENTREGA TO WS-FECHA-ENTREGA
              END-IF
           END-IF.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * DATOS DE LA ORDEN OC-NRO: CANTIDAD DE LINEAS Y PENDIENTES,
      * PROVEEDOR Y FECHA DE EMISION.
      *------------------------------------------------------------
       2150-DATOS-ORDEN.
      *-----------------

           MOVE 0 TO WS-LINEAS-ORDEN.
           MOVE 0 TO WS-PENDIENTES-ORDEN.
           MOVE 0 TO WS-PRV-ORDEN.
           MOVE 0 TO WS-EMISION-ORDEN.
           MOVE OC-NRO TO WS-NRO-BUSCADO.

           PERFORM VARYING IDX-LIN FROM 1 BY 1
                     UNTIL IDX-LIN > WS-CANT-LINEAS
              IF WOC-NRO (IDX-LIN) = WS-NRO-BUSCADO
                 MOVE WOC-REG-ORDCOMP (IDX-LIN) TO REG-ORDCOMP
                 IF OC-LINEA > WS-LINEAS-ORDEN
                    MOVE OC-LINEA        TO WS-LINEAS-ORDEN
                 END-IF
                 IF 88-OC-PENDIENTE
                    ADD 1 TO WS-PENDIENTES-ORDEN
                 END-IF
                 MOVE OC-PRV-ID          TO WS-PRV-ORDEN
                 MOVE OC-FECHA-EMISION   TO WS-EMISION-ORDEN
              END-IF
           END-PERFORM.

       FIN-2150.
           EXIT.

       2290-GRABO-RECHAZO-OC.
      *----------------------

           MOVE REG-OCNOV-FD TO RCH-OC-NOVEDAD.
           MOVE WS-MOTIVO    TO RCH-OC-MOTIVO.

           WRITE REG-OCRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-OCRECH-OK
                    ADD 1 TO WS-RECHAZOS-OC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE OCRECH FS: ' FS-OCRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2290.
           EXIT.

      *------------------------------------------------------------
      * ANULACION: LO YA RECIBIDO QUEDA; LO PENDIENTE SE ANULA. CON
      * OCN-LINEA EN CERO SE ANULAN TODAS LAS LINEAS PENDIENTES.
      *------------------------------------------------------------
       2300-ANULO-ORDEN.
      *-----------------

           MOVE OCN-NRO TO OC-NRO.
           PERFORM 2150-DATOS-ORDEN.

           EVALUATE TRUE
               WHEN WS-LINEAS-ORDEN = 0
                    MOVE 'ORDEN DE COMPRA INEXISTENTE' TO WS-MOTIVO
               WHEN WS-PENDIENTES-ORDEN = 0
                    MOVE 'ORDEN DE COMPRA SIN PENDIENTES' TO WS-MOTIVO
               WHEN OTHER
                    MOVE 0 TO WS-PENDIENTES-ORDEN
                    PERFORM VARYING IDX-LIN FROM 1 BY 1
                              UNTIL IDX-LIN > WS-CANT-LINEAS
                       IF WOC-NRO (IDX-LIN) = OCN-NRO
                          AND (OCN-LINEA = 0
                           OR WOC-LINEA (IDX-LIN) = OCN-LINEA)
                          PERFORM 2310-ANULO-LINEA
                       END-IF
                    END-PERFORM
                    IF WS-PENDIENTES-ORDEN = 0
                       MOVE 'LINEA INEXISTENTE O NO PENDIENTE'
                                                      TO WS-MOTIVO
                    END-IF
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2310-ANULO-LINEA.
      *-----------------

           MOVE WOC-REG-ORDCOMP (IDX-LIN) TO REG-ORDCOMP.

           IF 88-OC-PENDIENTE
              SET 88-OC-ANULADA           TO TRUE
              MOVE REG-ORDCOMP TO WOC-REG-ORDCOMP (IDX-LIN)
              ADD 1 TO WS-PENDIENTES-ORDEN
              ADD 1 TO WS-LINEAS-ANULADAS
           END-IF.

       FIN-2310.
           EXIT.

      *------------------------------------------------------------
      * RECEPCIONES DE MERCADERIA DEL DEPOSITO
      *------------------------------------------------------------
       2500-APLICO-RECEPCIONES.
      *------------------------

           OPEN INPUT RECEPNOV.

           EVALUATE TRUE
               WHEN 88-FS-RECEPNOV-OK
                    PERFORM 2510-LEO-RECEPNOV
                    PERFORM UNTIL 88-FS-RECEPNOV-EOF
                       PERFORM 2520-PROCESO-RECEPCION
                       PERFORM 2510-LEO-RECEPNOV
                    END-PERFORM
                    CLOSE RECEPNOV

               WHEN 88-FS-RECEPNOV-NOEXISTE
                    DISPLAY 'ARCHIVO RECEPNOV INEXISTENTE - '
                    DISPLAY 'DIA SIN RECEPCIONES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECEPNOV'
                    DISPLAY 'FILE STATUS' FS-RECEPNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-RECEPNOV.
      *------------------

           INITIALIZE REG-RECEPC.

           READ RECEPNOV INTO REG-RECEPC

           EVALUATE TRUE
               WHEN 88-FS-RECEPNOV-OK
                    ADD 1 TO WS-LEIDOS-RECEPNOV
               WHEN 88-FS-RECEPNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECEPNOV FS: ' FS-RECEPNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2520-PROCESO-RECEPCION.
      *-----------------------

           MOVE SPACES TO WS-MOTIVO.
           MOVE 0      TO WS-IDX-LINEA.

           IF REC-OC-NRO NUMERIC AND REC-OC-LINEA NUMERIC
              PERFORM VARYING IDX-LIN FROM 1 BY 1
                        UNTIL IDX-LIN > WS-CANT-LINEAS
                 IF WOC-NRO (IDX-LIN) = REC-OC-NRO
                    AND WOC-LINEA (IDX-LIN) = REC-OC-LINEA
                    SET WS-IDX-LINEA TO IDX-LIN
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-IDX-LINEA > 0
              MOVE WOC-REG-ORDCOMP (WS-IDX-LINEA) TO REG-ORDCOMP
              COMPUTE WS-CANT-PENDIENTE =
                      OC-CANT-PEDIDA - OC-CANT-RECIBIDA
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDX-LINEA = 0
                    MOVE 'LINEA DE ORDEN INEXISTENTE' TO WS-MOTIVO
               WHEN NOT 88-OC-PENDIENTE
                    MOVE 'LINEA NO PENDIENTE DE RECIBIR' TO WS-MOTIVO
               WHEN REC-REMITO = SPACES
                    MOVE 'FALTA NRO DE REMITO'       TO WS-MOTIVO
               WHEN REC-CANTIDAD NOT NUMERIC
               WHEN REC-CANTIDAD = 0
                    MOVE 'CANTIDAD INVALIDA'         TO WS-MOTIVO
               WHEN REC-CANTIDAD > WS-CANT-PENDIENTE
                    MOVE 'CANTIDAD MAYOR A LO PENDIENTE' TO WS-MOTIVO
               WHEN REC-FECHA NOT NUMERIC
                    MOVE 'FECHA DE RECEPCION INVALIDA' TO WS-MOTIVO
               WHEN REC-FECHA > WS-FECHA-PROCESO
                    MOVE 'FECHA DE RECEPCION FUTURA' TO WS-MOTIVO
               WHEN REC-COSTO-UNITARIO NOT NUMERIC
               WHEN REC-GASTOS-ADQ NOT NUMERIC
                    MOVE 'COSTO O GASTOS INVALIDOS'  TO WS-MOTIVO
               WHEN 88-OC-PRODUCTO
                    AND REC-COSTO-UNITARIO > 9999999,99
                    MOVE 'COSTO UNITARIO FUERA DE RANGO' TO WS-MOTIVO
               WHEN OTHER
                    PERFORM 2600-APLICO-RECEPCION
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              PERFORM 2590-GRABO-RECHAZO-REC
           END-IF.

       FIN-2520.
           EXIT.

       2590-GRABO-RECHAZO-REC.
      *-----------------------

           MOVE REG-RECEPC   TO RCH-REC-NOVEDAD.
           MOVE WS-MOTIVO    TO RCH-REC-MOTIVO.

           WRITE REG-RECEPRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-RECEPRECH-OK
                    ADD 1 TO WS-RECHAZOS-REC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECEPRECH FS: '
                                                         FS-RECEPRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2590.
           EXIT.

      *------------------------------------------------------------
      * ACTUALIZA LA LINEA, GRABA LA HISTORIA Y PASA LA RECEPCION A
      * STOCK (PRODUCTOS) O AL COSTO DE ADQUISICION (VEHICULOS).
      *------------------------------------------------------------
       2600-APLICO-RECEPCION.
      *----------------------

           IF REC-FECHA = 0
              MOVE WS-FECHA-PROCESO       TO REC-FECHA
           END-IF.

           IF REC-COSTO-UNITARIO = 0
              MOVE OC-COSTO-UNITARIO      TO WS-COSTO-RECEPCION
           ELSE
              MOVE REC-COSTO-UNITARIO     TO WS-COSTO-RECEPCION
           END-IF.

           ADD REC-CANTIDAD               TO OC-CANT-RECIBIDA.
           IF OC-CANT-RECIBIDA < OC-CANT-PEDIDA
              SET 88-OC-PARCIAL           TO TRUE
           ELSE
              SET 88-OC-CUMPLIDA          TO TRUE
           END-IF.
           MOVE REC-FECHA                 TO OC-FEC-ULT-RECEP.
           MOVE REG-ORDCOMP TO WOC-REG-ORDCOMP (WS-IDX-LINEA).

           MOVE OC-PRV-ID                 TO REC-PRV-ID.
           MOVE WS-COSTO-RECEPCION        TO REC-COSTO-UNITARIO.

           WRITE REG-RECEPHIS-FD FROM REG-RECEPC.

           EVALUATE TRUE
               WHEN 88-FS-RECEPHIS-OK
                    ADD 1 TO WS-RECEPCIONES
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECEPHIS FS: ' FS-RECEPHIS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-OC-PRODUCTO
              PERFORM 2610-GRABO-MOV-STOCK
           ELSE
              PERFORM 2620-GRABO-COSTO-VEHICULO
           END-IF.

       FIN-2600.
           EXIT.

       2610-GRABO-MOV-STOCK.
      *---------------------

           INITIALIZE REG-STKMOV.
           MOVE OC-PRD-COD                TO MOV-COD-PRODUCTO.
           MOVE REC-FECHA                 TO MOV-FECHA.
           MOVE WS-HORA-PROCESO (1:6)     TO MOV-HORA.
           SET 88-MOV-RECEPCION           TO TRUE.
           MOVE REC-CANTIDAD              TO MOV-CANTIDAD.
           MOVE 'PGMCOMPR'                TO MOV-PROGRAMA.
           MOVE REC-REMITO                TO MOV-REFERENCIA.
           MOVE WS-COSTO-RECEPCION        TO MOV-COSTO-UNITARIO.

           WRITE REG-STKNOV-FD            FROM REG-STKMOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    ADD 1 TO WS-MOVS-STOCK
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE STKNOV FS: ' FS-STKNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2610.
           EXIT.

       2620-GRABO-COSTO-VEHICULO.
      *--------------------------

           INITIALIZE REG-VEHCOSTO.
           MOVE OC-VEH-ID                 TO CST-VEH-ID.
           MOVE WS-COSTO-RECEPCION        TO CST-PRECIO-COMPRA.
           MOVE REC-FECHA                 TO CST-FECHA-COMPRA.
           MOVE REC-GASTOS-ADQ            TO CST-GASTOS-ADQ.

           WRITE REG-COSTONOV-FD          FROM REG-VEHCOSTO.

           EVALUATE TRUE
               WHEN 88-FS-COSTONOV-OK
                    ADD 1 TO WS-COSTOS-VEHICULO
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE COSTONOV FS: ' FS-COSTONOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2620.
           EXIT.

      *------------------------------------------------------------
      * GRABA EL MAESTRO NUEVO Y EMITE EL LISTADO DE LINEAS
      * PENDIENTES DE RECIBIR, MARCANDO LAS ENTREGAS ATRASADAS.
      *------------------------------------------------------------
       4000-GRABO-Y-LISTO.
      *-------------------

           MOVE SPACES                   TO REG-LISTOC-FD.
           MOVE 'ORDENES DE COMPRA ABIERTAS AL'
                                         TO REG-LISTOC-FD (01:29).
           MOVE WS-FECHA-PROCESO         TO REG-LISTOC-FD (31:08).
           PERFORM 4900-WRITE-LISTOC.

           MOVE SPACES                   TO REG-LISTOC-FD.
           PERFORM 4900-WRITE-LISTOC.
           MOVE 'ORDEN  LIN PROVEEDOR'   TO REG-LISTOC-FD (01:20).
           MOVE 'ITEM'                   TO REG-LISTOC-FD (47:04).
           MOVE 'PEDIDA'                 TO REG-LISTOC-FD (56:06).
           MOVE 'RECIBIDA'               TO REG-LISTOC-FD (63:08).
           MOVE 'PENDIENTE'              TO REG-LISTOC-FD (72:09).
           MOVE 'ENTREGA'                TO REG-LISTOC-FD (82:07).
           MOVE 'DIAS ATRASO'            TO REG-LISTOC-FD (102:11).
           PERFORM 4900-WRITE-LISTOC.

           PERFORM VARYING IDX-LIN FROM 1 BY 1
                     UNTIL IDX-LIN > WS-CANT-LINEAS

              WRITE REG-OCNUE-FD FROM WOC-REG-ORDCOMP (IDX-LIN)
              EVALUATE TRUE
                  WHEN 88-FS-OCNUE-OK
                       ADD 1 TO WS-GRABADOS-OCNUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE OCNUE FS: ' FS-OCNUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE

              MOVE WOC-REG-ORDCOMP (IDX-LIN) TO REG-ORDCOMP
              IF 88-OC-PENDIENTE
                 PERFORM 4100-LISTO-PENDIENTE
              END-IF

           END-PERFORM.

       FIN-4000.
           EXIT.

       4100-LISTO-PENDIENTE.
      *---------------------

           ADD 1 TO WS-LINEAS-PENDIENTES.
           COMPUTE WS-CANT-PENDIENTE =
                   OC-CANT-PEDIDA - OC-CANT-RECIBIDA.
           COMPUTE WS-IMPORTE-PENDIENTE = WS-IMPORTE-PENDIENTE
                                + WS-CANT-PENDIENTE * OC-COSTO-UNITARIO.

           MOVE SPACES                   TO REG-LISTOC-FD.
           MOVE OC-NRO                   TO REG-LISTOC-FD (01:06).
           MOVE OC-LINEA                 TO REG-LISTOC-FD (08:03).
           MOVE OC-PRV-ID                TO REG-LISTOC-FD (12:06).

           PERFORM VARYING IDX-PROV FROM 1 BY 1
                     UNTIL IDX-PROV > WS-CANT-PROVS
              IF WPV-ID (IDX-PROV) = OC-PRV-ID
                 MOVE WPV-RAZON-SOCIAL (IDX-PROV)
                                         TO REG-LISTOC-FD (19:26)
              END-IF
           END-PERFORM.

           IF 88-OC-PRODUCTO
              MOVE 'P'                   TO REG-LISTOC-FD (47:01)
              MOVE OC-PRD-COD            TO REG-LISTOC-FD (49:06)
           ELSE
              MOVE 'V'                   TO REG-LISTOC-FD (47:01)
              MOVE OC-VEH-ID             TO REG-LISTOC-FD (49:05)
           END-IF.

           MOVE OC-CANT-PEDIDA           TO REG-LISTOC-FD (57:05).
           MOVE OC-CANT-RECIBIDA         TO REG-LISTOC-FD (66:05).
           MOVE WS-CANT-PENDIENTE        TO REG-LISTOC-FD (76:05).
           MOVE OC-FECHA-ENTREGA         TO REG-LISTOC-FD (82:08).

           IF OC-FECHA-ENTREGA < WS-FECHA-PROCESO
              ADD 1 TO WS-LINEAS-ATRASADAS
              COMPUTE WS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                    - FUNCTION INTEGER-OF-DATE (OC-FECHA-ENTREGA)
              MOVE 'ATRASADA'            TO REG-LISTOC-FD (91:08)
              MOVE WS-DIAS-ATRASO        TO REG-LISTOC-FD (106:05)
           END-IF.

           PERFORM 4900-WRITE-LISTOC.

       FIN-4100.
           EXIT.

       4900-WRITE-LISTOC.
      *------------------

           WRITE REG-LISTOC-FD.

           EVALUATE TRUE
               WHEN 88-FS-LISTOC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LISTOC FS: ' FS-LISTOC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4900.
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

           CLOSE OCNUE
           EVALUATE TRUE
               WHEN 88-FS-OCNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE OCNUE FS: ' FS-OCNUE
           END-EVALUATE.

           CLOSE OCRECH
           EVALUATE TRUE
               WHEN 88-FS-OCRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE OCRECH FS: ' FS-OCRECH
           END-EVALUATE.

           CLOSE RECEPRECH
           EVALUATE TRUE
               WHEN 88-FS-RECEPRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECEPRECH FS: ' FS-RECEPRECH
           END-EVALUATE.

           CLOSE RECEPHIS
           EVALUATE TRUE
               WHEN 88-FS-RECEPHIS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECEPHIS FS: ' FS-RECEPHIS
           END-EVALUATE.

           CLOSE STKNOV
           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE STKNOV FS: ' FS-STKNOV
           END-EVALUATE.

           CLOSE COSTONOV
           EVALUATE TRUE
               WHEN 88-FS-COSTONOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE COSTONOV FS: ' FS-COSTONOV
           END-EVALUATE.

           CLOSE LISTOC
           EVALUATE TRUE
               WHEN 88-FS-LISTOC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE LISTOC FS: ' FS-LISTOC
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMCOMPR'              TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS = WS-LEIDOS-OCNOV
                                 + WS-LEIDOS-RECEPNOV.
           MOVE WS-GRABADOS-OCNUE       TO RUNCTL-GRABADOS.
           MOVE WS-IMPORTE-PENDIENTE    TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-OCNOV         TO WS-LEIDOS-OCNOV-ED.
           MOVE WS-LEIDOS-RECEPNOV      TO WS-LEIDOS-RECEPNOV-ED.
           MOVE WS-ORDENES-NUEVAS       TO WS-ORDENES-NUEVAS-ED.
           MOVE WS-LINEAS-NUEVAS        TO WS-LINEAS-NUEVAS-ED.
           MOVE WS-LINEAS-ANULADAS      TO WS-LINEAS-ANULADAS-ED.
           MOVE WS-RECHAZOS-OC          TO WS-RECHAZOS-OC-ED.
           MOVE WS-RECEPCIONES          TO WS-RECEPCIONES-ED.
           MOVE WS-RECHAZOS-REC         TO WS-RECHAZOS-REC-ED.
           MOVE WS-MOVS-STOCK           TO WS-MOVS-STOCK-ED.
           MOVE WS-COSTOS-VEHICULO      TO WS-COSTOS-VEHICULO-ED.
           MOVE WS-LINEAS-PENDIENTES    TO WS-LINEAS-PENDIENTES-ED.
           MOVE WS-LINEAS-ATRASADAS     TO WS-LINEAS-ATRASADAS-ED.
           MOVE WS-IMPORTE-PENDIENTE    TO WS-IMPORTE-PENDIENTE-ED.
           MOVE WS-GRABADOS-OCNUE       TO WS-GRABADOS-OCNUE-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMCOMPR              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES DE ORDENES     : '
                                               WS-LEIDOS-OCNOV-ED.
           DISPLAY 'CANT. ORDENES NUEVAS           : '
                                               WS-ORDENES-NUEVAS-ED.
           DISPLAY 'CANT. LINEAS AGREGADAS         : '
                                               WS-LINEAS-NUEVAS-ED.
           DISPLAY 'CANT. LINEAS ANULADAS          : '
                                               WS-LINEAS-ANULADAS-ED.
           DISPLAY 'CANT. NOVEDADES OC RECHAZADAS  : '
                                               WS-RECHAZOS-OC-ED.
           DISPLAY 'CANT. RECEPCIONES LEIDAS       : '
                                               WS-LEIDOS-RECEPNOV-ED.
           DISPLAY 'CANT. RECEPCIONES APLICADAS    : '
                                               WS-RECEPCIONES-ED.
           DISPLAY 'CANT. RECEPCIONES RECHAZADAS   : '
                                               WS-RECHAZOS-REC-ED.
           DISPLAY 'CANT. MOVIMIENTOS A STOCK      : '
                                               WS-MOVS-STOCK-ED.
           DISPLAY 'CANT. COSTOS DE VEHICULOS      : '
                                               WS-COSTOS-VEHICULO-ED.
           DISPLAY 'CANT. LINEAS PENDIENTES        : '
                                               WS-LINEAS-PENDIENTES-ED.
           DISPLAY 'CANT. LINEAS ATRASADAS         : '
                                               WS-LINEAS-ATRASADAS-ED.
           DISPLAY 'IMPORTE PENDIENTE DE RECIBIR   : '
                                               WS-IMPORTE-PENDIENTE-ED.
           DISPLAY 'CANT. LINEAS EN MAESTRO        : '
                                               WS-GRABADOS-OCNUE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMCOMPR.
