       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTGARAN.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * COSTO MENSUAL DE GARANTIAS DE POSVENTA.
      * SE INGRESA EL PERIODO (AAAAMM) POR CONSOLA. TOMA DE ORDTRAB
      * LAS ORDENES DE RECLAMO DE GARANTIA (ORD-GARANTIA = 'S')
      * CERRADAS EN EL PERIODO Y LES IMPUTA EL COSTO (MANO DE OBRA +
      * REPUESTOS). MARCA, MODELO Y VENDEDOR QUE VENDIO LA UNIDAD
      * SALEN DE LA GARANTIA DE LA VENTA (GARANT) VIGENTE A LA
      * APERTURA DE LA ORDEN. EMITE EL REPORTE RPTGAR CON EL DETALLE
      * POR ORDEN Y LOS TOTALES POR MARCA/MODELO Y POR VENDEDOR.
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

           SELECT ORDTRAB       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ORDTRAB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ORDTRAB.

           SELECT GARANT        ASSIGN       TO
                                 DYNAMIC WS-ARCH-GARANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-GARANT.

           SELECT RPTGAR        ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTGAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTGAR.

       DATA DIVISION.

       FILE SECTION.

       FD  ORDTRAB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDTRAB-FD                PIC X(78).

       FD  GARANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GARANT-FD                 PIC X(100).

       FD  RPTGAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTGAR-FD                 PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-ORDTRAB            PIC X(128) VALUE SPACES.
       77  WS-ARCH-GARANT             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTGAR             PIC X(128) VALUE SPACES.

       77  FS-ORDTRAB                    PIC  X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDTRAB-EOF                     VALUE '10'.
           88 88-FS-ORDTRAB-NOEXISTE                VALUE '35'.

       77  FS-GARANT                     PIC  X(02) VALUE ' '.
           88 88-FS-GARANT-OK                       VALUE '00'.
           88 88-FS-GARANT-EOF                      VALUE '10'.
           88 88-FS-GARANT-NOEXISTE                 VALUE '35'.

       77  FS-RPTGAR                     PIC  X(02) VALUE ' '.
           88 88-FS-RPTGAR-OK                       VALUE '00'.

       77  WS-LEIDAS-ORDENES             PIC  9(09) VALUE 0.
       77  WS-LEIDAS-ORDENES-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECLAMOS-PERIODO           PIC  9(09) VALUE 0.
       77  WS-RECLAMOS-PERIODO-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SIN-GARANTIA               PIC  9(09) VALUE 0.
       77  WS-SIN-GARANTIA-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-COSTO-PERIODO              PIC  9(13)V99 VALUE 0.
       77  WS-COSTO-PERIODO-ED           PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-PERIODO-INGRESO            PIC  X(06) VALUE SPACES.
       01  WS-PERIODO                    PIC  9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO            PIC  9(04).
           05 WS-PERIODO-MES             PIC  9(02).

       01  WS-FECHA-CIERRE               PIC  9(08) VALUE 0.
       01  WS-FECHA-CIERRE-R REDEFINES WS-FECHA-CIERRE.
           05 WS-FECCIE-AAAAMM           PIC  9(06).
           05 FILLER                     PIC  9(02).

      *------------------------------------------------------
      * GARANTIAS EN TABLA (TODAS LAS VENTAS REGISTRADAS)
      *------------------------------------------------------
       77  WCN-TOPE-GARANTIAS            PIC  9(05) VALUE 1000.
       77  WS-CANT-GARANTIAS             PIC  9(05) VALUE 0.
       77  WS-IDX-GAR-HALLADA            PIC  9(05) VALUE 0.
       01  WS-TABLA-GARANTIAS.
           05 WS-GARANTIA-TAB OCCURS 1000 TIMES
                              INDEXED BY IDX-GAR.
              10 WGT-VEH-ID              PIC  X(05).
              10 WGT-FECHA-VENTA         PIC  9(08).
              10 WGT-MARCA               PIC  X(08).
              10 WGT-MODELO              PIC  X(09).
              10 WGT-VEN-ID              PIC  9(10).

      *------------------------------------------------------
      * TOTALES POR MARCA/MODELO Y POR VENDEDOR
      *------------------------------------------------------
       77  WCN-TOPE-MODELOS              PIC  9(03) VALUE 200.
       77  WS-CANT-MODELOS               PIC  9(03) VALUE 0.
       77  WS-IDX-MODELO                 PIC  9(03) VALUE 0.
       01  WS-TABLA-MODELOS.
           05 WS-MODELO-TAB OCCURS 200 TIMES
                            INDEXED BY IDX-MODELO.
              10 WMO-MARCA               PIC  X(08).
              10 WMO-MODELO              PIC  X(09).
              10 WMO-RECLAMOS            PIC  9(05).
              10 WMO-MANO-OBRA           PIC  9(11)V99.
              10 WMO-REPUESTOS           PIC  9(11)V99.

       77  WCN-TOPE-VENDS                PIC  9(03) VALUE 100.
       77  WS-CANT-VENDS                 PIC  9(03) VALUE 0.
       77  WS-IDX-VEND                   PIC  9(03) VALUE 0.
       01  WS-TABLA-VENDS.
           05 WS-VEND-TAB OCCURS 100 TIMES
                          INDEXED BY IDX-VEND.
              10 WVN-VEN-ID              PIC  9(10).
              10 WVN-RECLAMOS            PIC  9(05).
              10 WVN-COSTO               PIC  9(11)V99.

       77  WS-MARCA                      PIC  X(08) VALUE SPACES.
       77  WS-MODELO                     PIC  X(09) VALUE SPACES.
       77  WS-VEN-ID                     PIC  9(10) VALUE 0.
       77  WS-COSTO-ORDEN                PIC  9(11)V99 VALUE 0.

       77  WS-IMP1-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP3-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-UNID-ED                    PIC  ZZZZ9.
       77  WS-NRO-ED                     PIC  9(06).
       77  WS-KM-ED                      PIC  Z.ZZZ.ZZ9.

       COPY WORDTRAB.

       COPY WGARANTIA.

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
                UNTIL 88-FS-ORDTRAB-EOF.

           PERFORM 4000-TOTALES-MODELO-VENDEDOR.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-GARANTIAS.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'ORDTRAB'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ORDTRAB

           MOVE 'GARANT'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-GARANT

           MOVE 'RPTGAR'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTGAR.

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

           OPEN INPUT ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    CONTINUE
               WHEN 88-FS-ORDTRAB-NOEXISTE
                    DISPLAY 'ARCHIVO ORDTRAB INEXISTENTE - '
                    DISPLAY 'SIN ORDENES DE TALLER'
                    SET 88-FS-ORDTRAB-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDTRAB'
                    DISPLAY 'FILE STATUS' FS-ORDTRAB
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTGAR

           EVALUATE TRUE
               WHEN 88-FS-RPTGAR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTGAR'
                    DISPLAY 'FILE STATUS' FS-RPTGAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-GARANTIAS.
      *---------------------

           OPEN INPUT GARANT.

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
                    PERFORM 1021-LEO-GARANT
                    PERFORM UNTIL 88-FS-GARANT-EOF
                       IF WS-CANT-GARANTIAS < WCN-TOPE-GARANTIAS
                          ADD 1 TO WS-CANT-GARANTIAS
                          MOVE GAR-VEH-ID
                            TO WGT-VEH-ID (WS-CANT-GARANTIAS)
                          MOVE GAR-FECHA-VENTA
                            TO WGT-FECHA-VENTA (WS-CANT-GARANTIAS)
                          MOVE GAR-MARCA
                            TO WGT-MARCA (WS-CANT-GARANTIAS)
                          MOVE GAR-MODELO
                            TO WGT-MODELO (WS-CANT-GARANTIAS)
                          MOVE GAR-VEN-ID
                            TO WGT-VEN-ID (WS-CANT-GARANTIAS)
                       ELSE
                          DISPLAY 'TABLA DE GARANTIAS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-GARANT
                    END-PERFORM
                    CLOSE GARANT

               WHEN 88-FS-GARANT-NOEXISTE
                    DISPLAY 'ARCHIVO GARANT INEXISTENTE - '
                    DISPLAY 'RECLAMOS SIN DATOS DE LA VENTA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GARANT'
                    DISPLAY 'FILE STATUS' FS-GARANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-GARANT.
      *----------------

           INITIALIZE REG-GARANTIA.

           READ GARANT INTO REG-GARANTIA

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
               WHEN 88-FS-GARANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GARANT FS: ' FS-GARANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           MOVE SPACES                   TO REG-RPTGAR-FD.
           MOVE 'COSTO DE GARANTIAS - PERIODO:'
                                         TO REG-RPTGAR-FD (01:29).
           MOVE WS-PERIODO               TO REG-RPTGAR-FD (31:06).
           PERFORM 2600-WRITE-RPTGAR.

           IF NOT 88-FS-ORDTRAB-EOF
              PERFORM 2200-LEO-ORDTRAB
           END-IF.

       FIN-1080.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE ORD-FEC-CIERRE TO WS-FECHA-CIERRE.

           IF 88-ORD-GARANTIA
              AND 88-ORD-CERRADA
              AND WS-FECCIE-AAAAMM = WS-PERIODO
              PERFORM 2100-IMPUTO-RECLAMO
           END-IF.

           PERFORM 2200-LEO-ORDTRAB.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * LA GARANTIA QUE CUBRIO EL RECLAMO ES LA DE LA ULTIMA VENTA
      * DEL VEHICULO ANTERIOR A LA APERTURA DE LA ORDEN.
      *------------------------------------------------------------
       2100-IMPUTO-RECLAMO.
      *--------------------

           ADD 1 TO WS-RECLAMOS-PERIODO.

           COMPUTE WS-COSTO-ORDEN = ORD-MANO-OBRA + ORD-REPUESTOS.
           ADD WS-COSTO-ORDEN TO WS-COSTO-PERIODO.

           MOVE 0 TO WS-IDX-GAR-HALLADA.

           PERFORM VARYING IDX-GAR FROM 1 BY 1
                     UNTIL IDX-GAR > WS-CANT-GARANTIAS
              IF WGT-VEH-ID (IDX-GAR) = ORD-VEH-ID
                 AND WGT-FECHA-VENTA (IDX-GAR) NOT > ORD-FEC-APERTURA
                 IF WS-IDX-GAR-HALLADA = 0
                    SET WS-IDX-GAR-HALLADA TO IDX-GAR
                 ELSE
                    IF WGT-FECHA-VENTA (IDX-GAR) >=
                       WGT-FECHA-VENTA (WS-IDX-GAR-HALLADA)
                       SET WS-IDX-GAR-HALLADA TO IDX-GAR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-IDX-GAR-HALLADA = 0
              ADD 1 TO WS-SIN-GARANTIA
              MOVE 'SIN VENTA'           TO WS-MARCA
              MOVE SPACES                TO WS-MODELO
              MOVE 0                     TO WS-VEN-ID
              DISPLAY 'RECLAMO SIN GARANTIA REGISTRADA - ORDEN: '
                      ORD-NRO ' VEHICULO: ' ORD-VEH-ID
           ELSE
              MOVE WGT-MARCA (WS-IDX-GAR-HALLADA)  TO WS-MARCA
              MOVE WGT-MODELO (WS-IDX-GAR-HALLADA) TO WS-MODELO
              MOVE WGT-VEN-ID (WS-IDX-GAR-HALLADA) TO WS-VEN-ID
           END-IF.

           PERFORM 2300-LINEA-DETALLE.
           PERFORM 2400-ACUMULO-MODELO.
           PERFORM 2500-ACUMULO-VENDEDOR.

       FIN-2100.
           EXIT.

       2200-LEO-ORDTRAB.
      *-----------------

           INITIALIZE REG-ORDTRAB.

           READ ORDTRAB INTO REG-ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    ADD 1 TO WS-LEIDAS-ORDENES
               WHEN 88-FS-ORDTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDTRAB FS: ' FS-ORDTRAB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2300-LINEA-DETALLE.
      *-------------------

           MOVE ORD-NRO                  TO WS-NRO-ED.
           MOVE ORD-KM                   TO WS-KM-ED.
           MOVE ORD-MANO-OBRA            TO WS-IMP1-ED.
           MOVE ORD-REPUESTOS            TO WS-IMP2-ED.
           MOVE WS-COSTO-ORDEN           TO WS-IMP3-ED.

           MOVE SPACES                   TO REG-RPTGAR-FD.
           MOVE WS-NRO-ED                TO REG-RPTGAR-FD (01:06).
           MOVE ORD-VEH-ID               TO REG-RPTGAR-FD (08:05).
           MOVE WS-MARCA                 TO REG-RPTGAR-FD (14:08).
           MOVE WS-MODELO                TO REG-RPTGAR-FD (23:09).
           MOVE WS-VEN-ID                TO REG-RPTGAR-FD (33:10).
           MOVE WS-KM-ED                 TO REG-RPTGAR-FD (44:09).
           MOVE WS-IMP1-ED               TO REG-RPTGAR-FD (54:17).
           MOVE WS-IMP2-ED               TO REG-RPTGAR-FD (72:17).
           MOVE WS-IMP3-ED               TO REG-RPTGAR-FD (90:17).
           MOVE ORD-DESCRIPCION          TO REG-RPTGAR-FD (108:24).

           PERFORM 2600-WRITE-RPTGAR.

       FIN-2300.
           EXIT.

       2400-ACUMULO-MODELO.
      *--------------------

           MOVE 0 TO WS-IDX-MODELO.

           PERFORM VARYING IDX-MODELO FROM 1 BY 1
                     UNTIL IDX-MODELO > WS-CANT-MODELOS
              IF WMO-MARCA (IDX-MODELO) = WS-MARCA
                 AND WMO-MODELO (IDX-MODELO) = WS-MODELO
                 MOVE IDX-MODELO TO WS-IDX-MODELO
              END-IF
           END-PERFORM.

           IF WS-IDX-MODELO = 0
              IF WS-CANT-MODELOS < WCN-TOPE-MODELOS
                 ADD 1 TO WS-CANT-MODELOS
                 MOVE WS-MARCA  TO WMO-MARCA (WS-CANT-MODELOS)
                 MOVE WS-MODELO TO WMO-MODELO (WS-CANT-MODELOS)
                 MOVE 0 TO WMO-RECLAMOS (WS-CANT-MODELOS)
                 MOVE 0 TO WMO-MANO-OBRA (WS-CANT-MODELOS)
                 MOVE 0 TO WMO-REPUESTOS (WS-CANT-MODELOS)
                 MOVE WS-CANT-MODELOS TO WS-IDX-MODELO
              ELSE
                 DISPLAY 'TABLA DE MODELOS COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           ADD 1             TO WMO-RECLAMOS (WS-IDX-MODELO).
           ADD ORD-MANO-OBRA TO WMO-MANO-OBRA (WS-IDX-MODELO).
           ADD ORD-REPUESTOS TO WMO-REPUESTOS (WS-IDX-MODELO).

       FIN-2400.
           EXIT.

       2500-ACUMULO-VENDEDOR.
      *----------------------

           MOVE 0 TO WS-IDX-VEND.

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              IF WVN-VEN-ID (IDX-VEND) = WS-VEN-ID
                 MOVE IDX-VEND TO WS-IDX-VEND
              END-IF
           END-PERFORM.

           IF WS-IDX-VEND = 0
              IF WS-CANT-VENDS < WCN-TOPE-VENDS
                 ADD 1 TO WS-CANT-VENDS
                 MOVE WS-VEN-ID TO WVN-VEN-ID (WS-CANT-VENDS)
                 MOVE 0 TO WVN-RECLAMOS (WS-CANT-VENDS)
                 MOVE 0 TO WVN-COSTO (WS-CANT-VENDS)
                 MOVE WS-CANT-VENDS TO WS-IDX-VEND
              ELSE
                 DISPLAY 'TABLA DE VENDEDORES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           ADD 1              TO WVN-RECLAMOS (WS-IDX-VEND).
           ADD WS-COSTO-ORDEN TO WVN-COSTO (WS-IDX-VEND).

       FIN-2500.
           EXIT.

       2600-WRITE-RPTGAR.
      *------------------

           WRITE REG-RPTGAR-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTGAR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTGAR FS: ' FS-RPTGAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2600.
           EXIT.

       4000-TOTALES-MODELO-VENDEDOR.
      *-----------------------------

           MOVE SPACES                   TO REG-RPTGAR-FD.
           MOVE 'COSTO DE GARANTIA POR MARCA/MODELO'
                                         TO REG-RPTGAR-FD (01:34).
           PERFORM 2600-WRITE-RPTGAR.

           PERFORM VARYING IDX-MODELO FROM 1 BY 1
                     UNTIL IDX-MODELO > WS-CANT-MODELOS
              MOVE WMO-RECLAMOS (IDX-MODELO)  TO WS-UNID-ED
              MOVE WMO-MANO-OBRA (IDX-MODELO) TO WS-IMP1-ED
              MOVE WMO-REPUESTOS (IDX-MODELO) TO WS-IMP2-ED
              COMPUTE WS-COSTO-ORDEN = WMO-MANO-OBRA (IDX-MODELO)
                                     + WMO-REPUESTOS (IDX-MODELO)
              MOVE WS-COSTO-ORDEN        TO WS-IMP3-ED
              MOVE SPACES                TO REG-RPTGAR-FD
              MOVE WMO-MARCA (IDX-MODELO)  TO REG-RPTGAR-FD (02:08)
              MOVE WMO-MODELO (IDX-MODELO) TO REG-RPTGAR-FD (11:09)
              MOVE 'RECLAMOS:'           TO REG-RPTGAR-FD (22:09)
              MOVE WS-UNID-ED            TO REG-RPTGAR-FD (32:05)
              MOVE 'M.OBRA:'             TO REG-RPTGAR-FD (39:07)
              MOVE WS-IMP1-ED            TO REG-RPTGAR-FD (47:17)
              MOVE 'REP:'                TO REG-RPTGAR-FD (66:04)
              MOVE WS-IMP2-ED            TO REG-RPTGAR-FD (71:17)
              MOVE 'TOTAL:'              TO REG-RPTGAR-FD (90:06)
              MOVE WS-IMP3-ED            TO REG-RPTGAR-FD (97:17)
              PERFORM 2600-WRITE-RPTGAR
           END-PERFORM.

           MOVE SPACES                   TO REG-RPTGAR-FD.
           MOVE 'COSTO DE GARANTIA POR VENDEDOR'
                                         TO REG-RPTGAR-FD (01:30).
           PERFORM 2600-WRITE-RPTGAR.

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              MOVE WVN-RECLAMOS (IDX-VEND) TO WS-UNID-ED
              MOVE WVN-COSTO (IDX-VEND)    TO WS-IMP1-ED
              MOVE SPACES                TO REG-RPTGAR-FD
              MOVE WVN-VEN-ID (IDX-VEND) TO REG-RPTGAR-FD (02:10)
              MOVE 'RECLAMOS:'           TO REG-RPTGAR-FD (14:09)
              MOVE WS-UNID-ED            TO REG-RPTGAR-FD (24:05)
              MOVE 'COSTO:'              TO REG-RPTGAR-FD (31:06)
              MOVE WS-IMP1-ED            TO REG-RPTGAR-FD (38:17)
              PERFORM 2600-WRITE-RPTGAR
           END-PERFORM.

       FIN-4000.
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

           CLOSE ORDTRAB
           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ORDTRAB FS: ' FS-ORDTRAB
           END-EVALUATE.

           CLOSE RPTGAR
           EVALUATE TRUE
               WHEN 88-FS-RPTGAR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTGAR FS: ' FS-RPTGAR
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTGARAN'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-ORDENES       TO RUNCTL-LEIDOS.
           MOVE WS-RECLAMOS-PERIODO     TO RUNCTL-GRABADOS.
           MOVE WS-COSTO-PERIODO        TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDAS-ORDENES       TO WS-LEIDAS-ORDENES-ED.
           MOVE WS-RECLAMOS-PERIODO     TO WS-RECLAMOS-PERIODO-ED.
           MOVE WS-SIN-GARANTIA         TO WS-SIN-GARANTIA-ED.
           MOVE WS-COSTO-PERIODO        TO WS-COSTO-PERIODO-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTGARAN              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. ORDENES LEIDAS           : '
                                               WS-LEIDAS-ORDENES-ED.
           DISPLAY 'CANT. RECLAMOS DEL PERIODO     : '
                                               WS-RECLAMOS-PERIODO-ED.
           DISPLAY 'CANT. RECLAMOS SIN GARANTIA    : '
                                               WS-SIN-GARANTIA-ED.
           DISPLAY 'COSTO DE GARANTIA DEL PERIODO  : '
                                               WS-COSTO-PERIODO-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTGARAN.
