       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTPROMO.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * EFECTIVIDAD DE LAS PROMOCIONES DE VENTA.
      * POR CADA PROMOCION DEL MAESTRO PROMOS (VER WPROMO.cpy) YA
      * INICIADA, TOMA DEL HISTORICO DE LINEAS VTALIN (VER
      * WVTALIN.cpy) QUE GRABA TSTVTA01:
      *  - PERIODO DE LA PROMOCION (DESDE SU INICIO HASTA SU FIN O
      *    LA FECHA DE PROCESO, LO QUE SEA ANTERIOR): UNIDADES,
      *    FACTURACION Y DESCUENTO DE LAS LINEAS QUE LA USARON
      *  - PERIODO BASE (LA MISMA CANTIDAD DE DIAS INMEDIATAMENTE
      *    ANTERIOR AL INICIO): UNIDADES Y FACTURACION DE LOS MISMOS
      *    PRODUCTOS EN LAS MISMAS SUCURSALES, SIN LA PROMOCION
      * Y EMITE EN RPTPROM LA COMPARACION CON LA VARIACION
      * PORCENTUAL DE UNIDADES Y DE FACTURACION.
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

           SELECT PROMOS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PROMOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PROMOS.

           SELECT VTALIN        ASSIGN       TO
                                 DYNAMIC WS-ARCH-VTALIN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VTALIN.

           SELECT RPTPROM       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTPROM
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTPROM.

       DATA DIVISION.

       FILE SECTION.

       FD  PROMOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROMOS-FD                 PIC X(100).

       FD  VTALIN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VTALIN-FD                 PIC X(120).

       FD  RPTPROM
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTPROM-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PROMOS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-VTALIN             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTPROM            PIC X(128) VALUE SPACES.

       77  FS-PROMOS                     PIC  X(02) VALUE ' '.
           88 88-FS-PROMOS-OK                       VALUE '00'.
           88 88-FS-PROMOS-EOF                      VALUE '10'.

       77  FS-VTALIN                     PIC  X(02) VALUE ' '.
           88 88-FS-VTALIN-OK                       VALUE '00'.
           88 88-FS-VTALIN-EOF                      VALUE '10'.
           88 88-FS-VTALIN-NOEXISTE                 VALUE '35'.

       77  WS-VTALIN-ABIERTO             PIC  X(01) VALUE 'N'.

       77  FS-RPTPROM                    PIC  X(02) VALUE ' '.
           88 88-FS-RPTPROM-OK                      VALUE '00'.

       77  WS-LEIDOS-PROMOS              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PROMOS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-VTALIN              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VTALIN-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-REPORTADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-REPORTADAS-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTPROM           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTPROM-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-TOTAL-DESCUENTO            PIC  9(13)V99 VALUE 0.

      *------------------------------------------------------
      * PROMOCIONES (UNA FILA POR CODIGO) CON SUS PERIODOS Y
      * ACUMULADOS DE LA PROMOCION Y DEL PERIODO BASE
      *------------------------------------------------------
       77  WCN-TOPE-CODIGOS              PIC  9(03) VALUE 300.
       77  WS-CANT-CODIGOS               PIC  9(03) VALUE 0.
       77  WS-IDX-CODIGO                 PIC  9(03) VALUE 0.
       01  WS-TABLA-CODIGOS.
           05 WS-CODIGO-TAB OCCURS 300 TIMES
                            INDEXED BY IDX-CODIGO.
              10 WPC-COD                 PIC  9(05).
              10 WPC-DESCRIPCION         PIC  X(30).
              10 WPC-TIPO                PIC  X(01).
              10 WPC-ESTADO              PIC  X(01).
              10 WPC-FECHA-DESDE         PIC  9(08).
              10 WPC-FECHA-HASTA         PIC  9(08).
              10 WPC-FECHA-FIN           PIC  9(08).
              10 WPC-BASE-DESDE          PIC  9(08).
              10 WPC-BASE-HASTA          PIC  9(08).
              10 WPC-INICIADA            PIC  X(01).
              10 WPC-UNID-PROMO          PIC  9(09).
              10 WPC-FACT-PROMO          PIC  9(13)V99.
              10 WPC-DESC-PROMO          PIC  9(13)V99.
              10 WPC-UNID-BASE           PIC  9(09).
              10 WPC-FACT-BASE           PIC  9(13)V99.

      *------------------------------------------------------
      * ALCANCE DE CADA PROMOCION: PRODUCTO Y SUCURSAL
      * (SUCURSAL EN CERO = TODAS)
      *------------------------------------------------------
       77  WCN-TOPE-ALCANCE              PIC  9(04) VALUE 2000.
       77  WS-CANT-ALCANCE               PIC  9(04) VALUE 0.
       01  WS-TABLA-ALCANCE.
           05 WS-ALCANCE-TAB OCCURS 2000 TIMES
                             INDEXED BY IDX-ALCANCE.
              10 WPA-IDX-CODIGO          PIC  9(03).
              10 WPA-COD-PRODUCTO        PIC  9(06).
              10 WPA-SUCURSAL            PIC  9(04).

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-DIAS-PROMO                 PIC  9(05) VALUE 0.
       77  WS-FACT-LINEA                 PIC  9(13)V99 VALUE 0.
       77  WS-VARIACION                  PIC S9(05)V99 VALUE 0.

       77  WS-UNID-ED                    PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMP1-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-VAR-ED                     PIC  -ZZZZ9,99.

       COPY WPROMO.

       COPY WVTALIN.

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

           PERFORM 2000-ACUMULO-LINEAS
                UNTIL 88-FS-VTALIN-EOF.

           PERFORM 4500-EMITO-REPORTE.

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
           PERFORM 1020-CARGO-PROMOCIONES.
           PERFORM 1040-CALCULO-PERIODOS.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PROMOS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROMOS

           MOVE 'VTALIN'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VTALIN

           MOVE 'RPTPROM'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTPROM.

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

      *    SIN HISTORICO DE LINEAS TODAVIA EL REPORTE SALE EN CERO.
           OPEN INPUT VTALIN

           EVALUATE TRUE
               WHEN 88-FS-VTALIN-OK
                    MOVE 'S' TO WS-VTALIN-ABIERTO
               WHEN 88-FS-VTALIN-NOEXISTE
                    DISPLAY 'ARCHIVO VTALIN INEXISTENTE - '
                    DISPLAY 'NO HAY LINEAS DE VENTA PROCESADAS'
                    SET 88-FS-VTALIN-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VTALIN'
                    DISPLAY 'FILE STATUS' FS-VTALIN
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTPROM

           EVALUATE TRUE
               WHEN 88-FS-RPTPROM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTPROM'
                    DISPLAY 'FILE STATUS' FS-RPTPROM
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * CARGA TODAS LAS PROMOCIONES (TAMBIEN LAS SUSPENDIDAS, QUE
      * SE SIGUEN MIDIENDO POR LO QUE LLEGARON A VENDER). CADA
      * CODIGO TOMA DESCRIPCION, REGLA Y VIGENCIA DE SU PRIMER
      * REGISTRO; CADA REGISTRO AGREGA UN PRODUCTO AL ALCANCE.
      *------------------------------------------------------------
       1020-CARGO-PROMOCIONES.
      *-----------------------

           OPEN INPUT PROMOS.

           IF NOT 88-FS-PROMOS-OK
              DISPLAY 'ERROR EN OPEN PROMOS'
              DISPLAY 'FILE STATUS' FS-PROMOS
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1021-LEO-PROMOCION.

           PERFORM UNTIL 88-FS-PROMOS-EOF
              PERFORM 1022-TABLA-PROMOCION
              PERFORM 1021-LEO-PROMOCION
           END-PERFORM.

           CLOSE PROMOS.

       FIN-1020.
           EXIT.

       1021-LEO-PROMOCION.
      *-------------------

           INITIALIZE REG-PROMO.

           READ PROMOS INTO REG-PROMO

           EVALUATE TRUE
               WHEN 88-FS-PROMOS-OK
                    ADD 1 TO WS-LEIDOS-PROMOS
               WHEN 88-FS-PROMOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PROMOS FS: ' FS-PROMOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-TABLA-PROMOCION.
      *---------------------

           MOVE 0 TO WS-IDX-CODIGO.

           PERFORM VARYING IDX-CODIGO FROM 1 BY 1
                     UNTIL IDX-CODIGO > WS-CANT-CODIGOS
              IF WPC-COD (IDX-CODIGO) = PRM-COD
                 SET WS-IDX-CODIGO TO IDX-CODIGO
              END-IF
           END-PERFORM.

           IF WS-IDX-CODIGO = 0
              IF WS-CANT-CODIGOS < WCN-TOPE-CODIGOS
                 ADD 1 TO WS-CANT-CODIGOS
                 MOVE WS-CANT-CODIGOS TO WS-IDX-CODIGO
                 INITIALIZE WS-CODIGO-TAB (WS-IDX-CODIGO)
                 MOVE PRM-COD         TO WPC-COD (WS-IDX-CODIGO)
                 MOVE PRM-DESCRIPCION
                   TO WPC-DESCRIPCION (WS-IDX-CODIGO)
                 MOVE PRM-TIPO        TO WPC-TIPO (WS-IDX-CODIGO)
                 MOVE PRM-ESTADO      TO WPC-ESTADO (WS-IDX-CODIGO)
                 MOVE PRM-FECHA-DESDE TO WPC-FECHA-DESDE (WS-IDX-CODIGO)
                 MOVE PRM-FECHA-HASTA TO WPC-FECHA-HASTA (WS-IDX-CODIGO)
              ELSE
                 DISPLAY 'TABLA DE PROMOCIONES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           IF WS-CANT-ALCANCE < WCN-TOPE-ALCANCE
              ADD 1 TO WS-CANT-ALCANCE
              MOVE WS-IDX-CODIGO    TO WPA-IDX-CODIGO (WS-CANT-ALCANCE)
              MOVE PRM-COD-PRODUCTO
                TO WPA-COD-PRODUCTO (WS-CANT-ALCANCE)
              MOVE PRM-SUCURSAL     TO WPA-SUCURSAL (WS-CANT-ALCANCE)
           ELSE
              DISPLAY 'TABLA DE ALCANCE DE PROMOCIONES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * PERIODO DE LA PROMOCION: DE SU INICIO A SU FIN, CORTADO EN
      * LA FECHA DE PROCESO SI TODAVIA ESTA VIGENTE. PERIODO BASE:
      * LOS MISMOS DIAS INMEDIATAMENTE ANTERIORES AL INICIO. LAS
      * PROMOCIONES QUE NO EMPEZARON O CON FECHAS INVALIDAS NO SE
      * MIDEN.
      *------------------------------------------------------------
       1040-CALCULO-PERIODOS.
      *----------------------

           PERFORM VARYING IDX-CODIGO FROM 1 BY 1
                     UNTIL IDX-CODIGO > WS-CANT-CODIGOS
              MOVE 'N' TO WPC-INICIADA (IDX-CODIGO)
              IF FUNCTION TEST-DATE-YYYYMMDD
                          (WPC-FECHA-DESDE (IDX-CODIGO)) = 0
                 AND FUNCTION TEST-DATE-YYYYMMDD
                          (WPC-FECHA-HASTA (IDX-CODIGO)) = 0
                 AND WPC-FECHA-DESDE (IDX-CODIGO)
                     NOT > WS-FECHA-PROCESO
                 AND WPC-FECHA-DESDE (IDX-CODIGO)
                     NOT > WPC-FECHA-HASTA (IDX-CODIGO)
                 PERFORM 1041-PERIODOS-CODIGO
              END-IF
           END-PERFORM.

       FIN-1040.
           EXIT.

       1041-PERIODOS-CODIGO.
      *---------------------

           MOVE 'S' TO WPC-INICIADA (IDX-CODIGO).

           IF WPC-FECHA-HASTA (IDX-CODIGO) < WS-FECHA-PROCESO
              MOVE WPC-FECHA-HASTA (IDX-CODIGO)
                TO WPC-FECHA-FIN (IDX-CODIGO)
           ELSE
              MOVE WS-FECHA-PROCESO
                TO WPC-FECHA-FIN (IDX-CODIGO)
           END-IF.

           COMPUTE WS-DIAS-PROMO =
                   FUNCTION INTEGER-OF-DATE (WPC-FECHA-FIN (IDX-CODIGO))
                 - FUNCTION INTEGER-OF-DATE
                           (WPC-FECHA-DESDE (IDX-CODIGO)) + 1.

           COMPUTE WPC-BASE-DESDE (IDX-CODIGO) =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE
                           (WPC-FECHA-DESDE (IDX-CODIGO))
                   - WS-DIAS-PROMO).

           COMPUTE WPC-BASE-HASTA (IDX-CODIGO) =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE
                           (WPC-FECHA-DESDE (IDX-CODIGO)) - 1).

       FIN-1041.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           IF NOT 88-FS-VTALIN-EOF
              PERFORM 2200-LEO-VTALIN
           END-IF.

       FIN-1080.
           EXIT.

      *------------------------------------------------------------
      * CADA LINEA SE ACUMULA EN LAS PROMOCIONES CUYO ALCANCE
      * INCLUYE SU PRODUCTO Y SUCURSAL: EN LA PROMOCION SI CAE EN
      * SU PERIODO Y LA USO, EN EL BASE SI CAE EN EL PERIODO BASE.
      *------------------------------------------------------------
       2000-ACUMULO-LINEAS.
      *--------------------

           COMPUTE WS-FACT-LINEA = VLN-CANTIDAD * VLN-PRECIO-UNIT.

           PERFORM VARYING IDX-ALCANCE FROM 1 BY 1
                     UNTIL IDX-ALCANCE > WS-CANT-ALCANCE
              IF WPA-COD-PRODUCTO (IDX-ALCANCE) = VLN-COD-PRODUCTO
                 AND (WPA-SUCURSAL (IDX-ALCANCE) = 0
                  OR WPA-SUCURSAL (IDX-ALCANCE) = VLN-SUCURSAL)
                 SET IDX-CODIGO TO WPA-IDX-CODIGO (IDX-ALCANCE)
                 IF WPC-INICIADA (IDX-CODIGO) = 'S'
                    PERFORM 2100-ACUMULO-CODIGO
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM 2200-LEO-VTALIN.

       FIN-2000.
           EXIT.

       2100-ACUMULO-CODIGO.
      *--------------------

           EVALUATE TRUE
               WHEN VLN-COD-PROMO = WPC-COD (IDX-CODIGO)
                AND VLN-FECHA-VENTA NOT < WPC-FECHA-DESDE (IDX-CODIGO)
                AND VLN-FECHA-VENTA NOT > WPC-FECHA-FIN (IDX-CODIGO)
                    ADD VLN-CANTIDAD  TO WPC-UNID-PROMO (IDX-CODIGO)
                    ADD WS-FACT-LINEA TO WPC-FACT-PROMO (IDX-CODIGO)
                    ADD VLN-DESCUENTO-PROMO
                                      TO WPC-DESC-PROMO (IDX-CODIGO)
               WHEN VLN-FECHA-VENTA NOT < WPC-BASE-DESDE (IDX-CODIGO)
                AND VLN-FECHA-VENTA NOT > WPC-BASE-HASTA (IDX-CODIGO)
                    ADD VLN-CANTIDAD  TO WPC-UNID-BASE (IDX-CODIGO)
                    ADD WS-FACT-LINEA TO WPC-FACT-BASE (IDX-CODIGO)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-LEO-VTALIN.
      *----------------

           INITIALIZE REG-VTALIN.

           READ VTALIN INTO REG-VTALIN

           EVALUATE TRUE
               WHEN 88-FS-VTALIN-OK
                    ADD 1 TO WS-LEIDOS-VTALIN
               WHEN 88-FS-VTALIN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VTALIN FS: ' FS-VTALIN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       4500-EMITO-REPORTE.
      *-------------------

           MOVE SPACES                   TO REG-RPTPROM-FD.
           MOVE 'EFECTIVIDAD DE PROMOCIONES AL'
                                         TO REG-RPTPROM-FD (01:29).
           MOVE WS-FECHA-PROCESO         TO REG-RPTPROM-FD (31:08).
           PERFORM 4600-WRITE-RPTPROM.

           MOVE SPACES                   TO REG-RPTPROM-FD.
           PERFORM 4600-WRITE-RPTPROM.

           MOVE SPACES                   TO REG-RPTPROM-FD.
           MOVE 'COD.'                   TO REG-RPTPROM-FD (01:04).
           MOVE 'DESCRIPCION'            TO REG-RPTPROM-FD (07:11).
           MOVE 'T'                      TO REG-RPTPROM-FD (33:01).
           MOVE 'DESDE'                  TO REG-RPTPROM-FD (35:05).
           MOVE 'HASTA'                  TO REG-RPTPROM-FD (44:05).
           MOVE 'UNIDADES'               TO REG-RPTPROM-FD (65:08).
           MOVE 'FACTURACION'            TO REG-RPTPROM-FD (80:11).
           MOVE 'DESCUENTO / VARIACION'  TO REG-RPTPROM-FD (95:21).
           PERFORM 4600-WRITE-RPTPROM.

           PERFORM VARYING IDX-CODIGO FROM 1 BY 1
                     UNTIL IDX-CODIGO > WS-CANT-CODIGOS
              PERFORM 4510-RENGLONES-PROMOCION THRU FIN-4510
           END-PERFORM.

       FIN-4500.
           EXIT.

       4510-RENGLONES-PROMOCION.
      *-------------------------

           MOVE SPACES                   TO REG-RPTPROM-FD.
           MOVE WPC-COD (IDX-CODIGO)     TO REG-RPTPROM-FD (01:05).
           MOVE WPC-DESCRIPCION (IDX-CODIGO)
                                         TO REG-RPTPROM-FD (07:25).
           MOVE WPC-TIPO (IDX-CODIGO)    TO REG-RPTPROM-FD (33:01).
           MOVE WPC-FECHA-DESDE (IDX-CODIGO)
                                         TO REG-RPTPROM-FD (35:08).
           MOVE WPC-FECHA-HASTA (IDX-CODIGO)
                                         TO REG-RPTPROM-FD (44:08).

           IF WPC-INICIADA (IDX-CODIGO) NOT = 'S'
              MOVE 'NO INICIADA / FECHAS INVALIDAS'
                                         TO REG-RPTPROM-FD (53:30)
              PERFORM 4600-WRITE-RPTPROM
              GO TO FIN-4510
           END-IF.

           ADD 1 TO WS-CANT-REPORTADAS.
           ADD WPC-DESC-PROMO (IDX-CODIGO) TO WS-TOTAL-DESCUENTO.

           MOVE WPC-UNID-PROMO (IDX-CODIGO) TO WS-UNID-ED.
           MOVE WPC-FACT-PROMO (IDX-CODIGO) TO WS-IMP1-ED.
           MOVE WPC-DESC-PROMO (IDX-CODIGO) TO WS-IMP2-ED.
           MOVE 'PROMO'                  TO REG-RPTPROM-FD (53:05).
           MOVE WS-UNID-ED               TO REG-RPTPROM-FD (62:11).
           MOVE WS-IMP1-ED               TO REG-RPTPROM-FD (74:17).
           MOVE WS-IMP2-ED               TO REG-RPTPROM-FD (92:17).
           IF WPC-ESTADO (IDX-CODIGO) = 'S'
              MOVE 'SUSPENDIDA'          TO REG-RPTPROM-FD (111:10)
           END-IF.
           PERFORM 4600-WRITE-RPTPROM.

           MOVE WPC-UNID-BASE (IDX-CODIGO) TO WS-UNID-ED.
           MOVE WPC-FACT-BASE (IDX-CODIGO) TO WS-IMP1-ED.
           MOVE SPACES                   TO REG-RPTPROM-FD.
           MOVE 'PERIODO BASE'           TO REG-RPTPROM-FD (07:12).
           MOVE WPC-BASE-DESDE (IDX-CODIGO)
                                         TO REG-RPTPROM-FD (35:08).
           MOVE WPC-BASE-HASTA (IDX-CODIGO)
                                         TO REG-RPTPROM-FD (44:08).
           MOVE 'BASE'                   TO REG-RPTPROM-FD (53:04).
           MOVE WS-UNID-ED               TO REG-RPTPROM-FD (62:11).
           MOVE WS-IMP1-ED               TO REG-RPTPROM-FD (74:17).

      *    VARIACION DE LA PROMOCION CONTRA EL PERIODO BASE; SIN
      *    VENTAS EN EL BASE NO HAY CONTRA QUE COMPARAR.
           IF WPC-UNID-BASE (IDX-CODIGO) > 0
              COMPUTE WS-VARIACION ROUNDED =
                     (WPC-UNID-PROMO (IDX-CODIGO)
                    - WPC-UNID-BASE (IDX-CODIGO)) * 100
                    / WPC-UNID-BASE (IDX-CODIGO)
              MOVE WS-VARIACION          TO WS-VAR-ED
              MOVE 'UNID'                TO REG-RPTPROM-FD (93:04)
              MOVE WS-VAR-ED             TO REG-RPTPROM-FD (98:09)
              MOVE '%'                   TO REG-RPTPROM-FD (107:01)
           ELSE
              MOVE 'SIN VENTAS EN EL BASE'
                                         TO REG-RPTPROM-FD (93:21)
           END-IF.

           IF WPC-FACT-BASE (IDX-CODIGO) > 0
              COMPUTE WS-VARIACION ROUNDED =
                     (WPC-FACT-PROMO (IDX-CODIGO)
                    - WPC-FACT-BASE (IDX-CODIGO)) * 100
                    / WPC-FACT-BASE (IDX-CODIGO)
              MOVE WS-VARIACION          TO WS-VAR-ED
              MOVE 'FACT'                TO REG-RPTPROM-FD (110:04)
              MOVE WS-VAR-ED             TO REG-RPTPROM-FD (115:09)
              MOVE '%'                   TO REG-RPTPROM-FD (124:01)
           END-IF.

           PERFORM 4600-WRITE-RPTPROM.

           MOVE SPACES                   TO REG-RPTPROM-FD.
           PERFORM 4600-WRITE-RPTPROM.

       FIN-4510.
           EXIT.

       4600-WRITE-RPTPROM.
      *-------------------

           WRITE REG-RPTPROM-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTPROM-OK
                    ADD 1 TO WS-GRABADOS-RPTPROM
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTPROM FS: ' FS-RPTPROM
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4600.
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

           IF WS-VTALIN-ABIERTO = 'S'
              CLOSE VTALIN
              EVALUATE TRUE
                  WHEN 88-FS-VTALIN-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR CLOSE VTALIN FS: ' FS-VTALIN
              END-EVALUATE
           END-IF.

           CLOSE RPTPROM
           EVALUATE TRUE
               WHEN 88-FS-RPTPROM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTPROM FS: ' FS-RPTPROM
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTPROMO'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-VTALIN        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTPROM     TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-DESCUENTO      TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-PROMOS        TO WS-LEIDOS-PROMOS-ED.
           MOVE WS-LEIDOS-VTALIN        TO WS-LEIDOS-VTALIN-ED.
           MOVE WS-CANT-REPORTADAS      TO WS-CANT-REPORTADAS-ED.
           MOVE WS-GRABADOS-RPTPROM     TO WS-GRABADOS-RPTPROM-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTPROMO              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. REG. PROMOCIONES LEIDOS  : '
                                               WS-LEIDOS-PROMOS-ED.
           DISPLAY 'CANT. LINEAS DE VENTA LEIDAS   : '
                                               WS-LEIDOS-VTALIN-ED.
           DISPLAY 'CANT. PROMOCIONES MEDIDAS      : '
                                               WS-CANT-REPORTADAS-ED.
           DISPLAY 'CANT. RENGLONES DEL REPORTE    : '
                                               WS-GRABADOS-RPTPROM-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTPROMO.
