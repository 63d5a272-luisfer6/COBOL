       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTEMBUD.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * EMBUDO COMERCIAL MENSUAL POR VENDEDOR Y SUCURSAL.
      * TOMA LOS PROSPECTOS DADOS DE ALTA EN EL MES DE PROCESO
      * (PRONUE, MAESTRO GRABADO POR PGMPROSP) Y CUENTA PARA CADA
      * VENDEDOR:
      *  - CONSULTAS     : PROSPECTOS DEL MES
      *  - PRESUPUESTOS  : LOS QUE LLEGARON A PRESUPUESTO (UNA VENTA
      *                    SIN PRESUPUESTO PREVIO CUENTA COMO PASO
      *                    CUMPLIDO)
      *  - VENTAS        : LOS QUE TERMINARON EN UNA VENTA DE VTAVEHI
      * CON LA CONVERSION DE CADA PASO (CONSULTA -> PRESUPUESTO,
      * PRESUPUESTO -> VENTA Y CONSULTA -> VENTA). CORTA POR
      * SUCURSAL (VEN-SUCURSAL DEL MAESTRO DE VENDEDORES) CON
      * SUBTOTAL Y CIERRA CON EL TOTAL GENERAL EN RPTEMB.
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

           SELECT PRONUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRONUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRONUE.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT RPTEMB        ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTEMB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTEMB.

       DATA DIVISION.

       FILE SECTION.

       FD  PRONUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRONUE-FD                 PIC X(200).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  RPTEMB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTEMB-FD                 PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PRONUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTEMB             PIC X(128) VALUE SPACES.

       77  FS-PRONUE                     PIC  X(02) VALUE ' '.
           88 88-FS-PRONUE-OK                       VALUE '00'.
           88 88-FS-PRONUE-EOF                      VALUE '10'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-RPTEMB                     PIC  X(02) VALUE ' '.
           88 88-FS-RPTEMB-OK                       VALUE '00'.

       77  WS-LEIDOS-PRONUE              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PRONUE-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DEL-PERIODO                PIC  9(09) VALUE 0.
       77  WS-DEL-PERIODO-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTEMB            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTEMB-ED         PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * MAESTRO DE VENDEDORES (NOMBRE Y SUCURSAL)
      *------------------------------------------------------
       77  WCN-TOPE-VENDS                PIC  9(03) VALUE 100.
       77  WS-CANT-VENDS                 PIC  9(03) VALUE 0.
       01  WS-TABLA-VENDS.
           05 WS-VEND-TAB OCCURS 100 TIMES
                          INDEXED BY IDX-VEND.
              10 WVD-ID                  PIC  9(10).
              10 WVD-NOMBRE              PIC  X(30).
              10 WVD-SUCURSAL            PIC  9(04).

      *------------------------------------------------------
      * EMBUDO POR VENDEDOR
      *------------------------------------------------------
       77  WCN-TOPE-EMB                  PIC  9(03) VALUE 100.
       77  WS-CANT-EMB                   PIC  9(03) VALUE 0.
       77  WS-IDX-EMB                    PIC  9(03) VALUE 0.
       01  WS-TABLA-EMB.
           05 WS-EMB-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-EMB.
              10 WEM-VEN-ID              PIC  9(10).
              10 WEM-NOMBRE              PIC  X(30).
              10 WEM-SUCURSAL            PIC  9(04).
              10 WEM-CONSULTAS           PIC  9(05).
              10 WEM-PRESUPUESTOS        PIC  9(05).
              10 WEM-VENTAS              PIC  9(05).

      *------------------------------------------------------
      * SUCURSALES PRESENTES EN EL EMBUDO (ORDEN DE APARICION)
      *------------------------------------------------------
       77  WCN-TOPE-SUCS                 PIC  9(03) VALUE 100.
       77  WS-CANT-SUCS                  PIC  9(03) VALUE 0.
       77  WS-IDX-SUC                    PIC  9(03) VALUE 0.
       01  WS-TABLA-SUCS.
           05 WS-SUC-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-SUC.
              10 WSC-SUCURSAL            PIC  9(04).

      *------------------------------------------------------
      * CANTIDADES DE LA LINEA EN ARMADO (VENDEDOR, SUCURSAL
      * O TOTAL GENERAL)
      *------------------------------------------------------
       77  WS-LIN-CONSULTAS              PIC  9(07) VALUE 0.
       77  WS-LIN-PRESUPUESTOS           PIC  9(07) VALUE 0.
       77  WS-LIN-VENTAS                 PIC  9(07) VALUE 0.
       77  WS-SUC-CONSULTAS              PIC  9(07) VALUE 0.
       77  WS-SUC-PRESUPUESTOS           PIC  9(07) VALUE 0.
       77  WS-SUC-VENTAS                 PIC  9(07) VALUE 0.
       77  WS-TOT-CONSULTAS              PIC  9(07) VALUE 0.
       77  WS-TOT-PRESUPUESTOS           PIC  9(07) VALUE 0.
       77  WS-TOT-VENTAS                 PIC  9(07) VALUE 0.
       77  WS-PCT                        PIC  9(03)V99 VALUE 0.

       77  WS-ANIO-MES-PROCESO           PIC  9(06) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       77  WS-CANT-ED                    PIC  ZZZZZZ9.
       77  WS-PCT-ED                     PIC  ZZ9,99.

       COPY WPROSPEC.

       COPY WVENDMST.

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

           PERFORM 2000-ACUMULO-PROSPECTOS
                UNTIL 88-FS-PRONUE-EOF.

           PERFORM 4000-EMITO-EMBUDO.

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
           MOVE WS-FECHA-PROCESO (1:6) TO WS-ANIO-MES-PROCESO.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-VENDEDORES.

           PERFORM 2100-LEO-PRONUE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PRONUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRONUE

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'RPTEMB'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTEMB.

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

           OPEN INPUT PRONUE

           EVALUATE TRUE
               WHEN 88-FS-PRONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRONUE'
                    DISPLAY 'FILE STATUS' FS-PRONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTEMB

           EVALUATE TRUE
               WHEN 88-FS-RPTEMB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTEMB'
                    DISPLAY 'FILE STATUS' FS-RPTEMB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-VENDEDORES.
      *----------------------

           OPEN INPUT VENDEDORES.

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    PERFORM 1021-LEO-VENDEDOR
                    PERFORM UNTIL 88-FS-VENDEDORES-EOF
                       IF WS-CANT-VENDS < WCN-TOPE-VENDS
                          ADD 1 TO WS-CANT-VENDS
                          MOVE VEN-ID
                            TO WVD-ID (WS-CANT-VENDS)
                          MOVE VEN-NOMBRE
                            TO WVD-NOMBRE (WS-CANT-VENDS)
                          MOVE VEN-SUCURSAL
                            TO WVD-SUCURSAL (WS-CANT-VENDS)
                       END-IF
                       PERFORM 1021-LEO-VENDEDOR
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE - '
                    DISPLAY 'EMBUDO SOLO CON CODIGOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEDORES'
                    DISPLAY 'FILE STATUS' FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-VENDEDOR.
      *------------------

           INITIALIZE REG-VENDMST.

           READ VENDEDORES INTO REG-VENDMST

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
               WHEN 88-FS-VENDEDORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENDEDORES FS: '
                                                     FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       2000-ACUMULO-PROSPECTOS.
      *------------------------

           IF PRO-FECHA-ALTA (1:6) = WS-ANIO-MES-PROCESO
              ADD 1 TO WS-DEL-PERIODO
              PERFORM 2200-ACUMULO-VENDEDOR
           END-IF.

           PERFORM 2100-LEO-PRONUE.

       FIN-2000.
           EXIT.

       2100-LEO-PRONUE.
      *----------------

           INITIALIZE REG-PROSPECTO.

           READ PRONUE INTO REG-PROSPECTO

           EVALUATE TRUE
               WHEN 88-FS-PRONUE-OK
                    ADD 1 TO WS-LEIDOS-PRONUE
               WHEN 88-FS-PRONUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRONUE FS: ' FS-PRONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-ACUMULO-VENDEDOR.
      *----------------------

           MOVE 0 TO WS-IDX-EMB.

           PERFORM VARYING IDX-EMB FROM 1 BY 1
                     UNTIL IDX-EMB > WS-CANT-EMB
              IF WEM-VEN-ID (IDX-EMB) = PRO-VEN-ID
                 SET WS-IDX-EMB TO IDX-EMB
              END-IF
           END-PERFORM.

           IF WS-IDX-EMB = 0
              IF WS-CANT-EMB < WCN-TOPE-EMB
                 ADD 1 TO WS-CANT-EMB
                 MOVE WS-CANT-EMB TO WS-IDX-EMB
                 PERFORM 2210-NUEVO-VENDEDOR
              ELSE
                 DISPLAY 'TABLA DEL EMBUDO COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           ADD 1 TO WEM-CONSULTAS (WS-IDX-EMB).

           IF PRO-COT-NRO NOT = 0
              OR 88-PRO-VENDIDO
              ADD 1 TO WEM-PRESUPUESTOS (WS-IDX-EMB)
           END-IF.

           IF 88-PRO-VENDIDO
              ADD 1 TO WEM-VENTAS (WS-IDX-EMB)
           END-IF.

       FIN-2200.
           EXIT.

       2210-NUEVO-VENDEDOR.
      *--------------------

           MOVE PRO-VEN-ID       TO WEM-VEN-ID (WS-IDX-EMB).
           MOVE 'NO REGISTRADO'  TO WEM-NOMBRE (WS-IDX-EMB).
           MOVE 0                TO WEM-SUCURSAL (WS-IDX-EMB).
           MOVE 0                TO WEM-CONSULTAS (WS-IDX-EMB).
           MOVE 0                TO WEM-PRESUPUESTOS (WS-IDX-EMB).
           MOVE 0                TO WEM-VENTAS (WS-IDX-EMB).

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              IF WVD-ID (IDX-VEND) = PRO-VEN-ID
                 MOVE WVD-NOMBRE (IDX-VEND)
                   TO WEM-NOMBRE (WS-IDX-EMB)
                 MOVE WVD-SUCURSAL (IDX-VEND)
                   TO WEM-SUCURSAL (WS-IDX-EMB)
              END-IF
           END-PERFORM.

      *    SUCURSAL NUEVA PARA EL CORTE DEL REPORTE.
           MOVE 0 TO WS-IDX-SUC.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              IF WSC-SUCURSAL (IDX-SUC) = WEM-SUCURSAL (WS-IDX-EMB)
                 SET WS-IDX-SUC TO IDX-SUC
              END-IF
           END-PERFORM.

           IF WS-IDX-SUC = 0
              IF WS-CANT-SUCS < WCN-TOPE-SUCS
                 ADD 1 TO WS-CANT-SUCS
                 MOVE WEM-SUCURSAL (WS-IDX-EMB)
                   TO WSC-SUCURSAL (WS-CANT-SUCS)
              ELSE
                 DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2210.
           EXIT.

      *------------------------------------------------------------
      * UNA LINEA POR VENDEDOR AGRUPADA POR SUCURSAL, SUBTOTAL DE
      * CADA SUCURSAL Y TOTAL GENERAL.
      *------------------------------------------------------------
       4000-EMITO-EMBUDO.
      *------------------

           MOVE SPACES                   TO REG-RPTEMB-FD.
           MOVE 'EMBUDO COMERCIAL DEL PERIODO'
                                         TO REG-RPTEMB-FD (01:28).
           MOVE WS-ANIO-MES-PROCESO      TO REG-RPTEMB-FD (30:06).
           PERFORM 4600-WRITE-RPTEMB.

           MOVE SPACES                   TO REG-RPTEMB-FD.
           MOVE 'VENDEDOR'               TO REG-RPTEMB-FD (01:08).
           MOVE 'CONSULTAS'              TO REG-RPTEMB-FD (39:09).
           MOVE 'PRESUP.'                TO REG-RPTEMB-FD (51:07).
           MOVE 'VENTAS'                 TO REG-RPTEMB-FD (62:06).
           MOVE 'CONS>PRES'              TO REG-RPTEMB-FD (70:09).
           MOVE 'PRES>VTA'               TO REG-RPTEMB-FD (82:08).
           MOVE 'CONS>VTA'               TO REG-RPTEMB-FD (93:08).
           PERFORM 4600-WRITE-RPTEMB.

           MOVE 0 TO WS-TOT-CONSULTAS.
           MOVE 0 TO WS-TOT-PRESUPUESTOS.
           MOVE 0 TO WS-TOT-VENTAS.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              PERFORM 4100-EMITO-SUCURSAL
           END-PERFORM.

           MOVE SPACES                   TO REG-RPTEMB-FD.
           PERFORM 4600-WRITE-RPTEMB.

           MOVE WS-TOT-CONSULTAS         TO WS-LIN-CONSULTAS.
           MOVE WS-TOT-PRESUPUESTOS      TO WS-LIN-PRESUPUESTOS.
           MOVE WS-TOT-VENTAS            TO WS-LIN-VENTAS.
           MOVE SPACES                   TO REG-RPTEMB-FD.
           MOVE 'TOTAL GENERAL'          TO REG-RPTEMB-FD (01:13).
           PERFORM 4500-LINEA-EMBUDO.

       FIN-4000.
           EXIT.

       4100-EMITO-SUCURSAL.
      *--------------------

           MOVE 0 TO WS-SUC-CONSULTAS.
           MOVE 0 TO WS-SUC-PRESUPUESTOS.
           MOVE 0 TO WS-SUC-VENTAS.

           MOVE SPACES                   TO REG-RPTEMB-FD.
           PERFORM 4600-WRITE-RPTEMB.
           MOVE 'SUCURSAL'               TO REG-RPTEMB-FD (01:08).
           MOVE WSC-SUCURSAL (IDX-SUC)   TO REG-RPTEMB-FD (10:04).
           PERFORM 4600-WRITE-RPTEMB.

           PERFORM VARYING IDX-EMB FROM 1 BY 1
                     UNTIL IDX-EMB > WS-CANT-EMB
              IF WEM-SUCURSAL (IDX-EMB) = WSC-SUCURSAL (IDX-SUC)
                 PERFORM 4110-LINEA-VENDEDOR
              END-IF
           END-PERFORM.

           MOVE WS-SUC-CONSULTAS         TO WS-LIN-CONSULTAS.
           MOVE WS-SUC-PRESUPUESTOS      TO WS-LIN-PRESUPUESTOS.
           MOVE WS-SUC-VENTAS            TO WS-LIN-VENTAS.
           MOVE SPACES                   TO REG-RPTEMB-FD.
           MOVE 'SUBTOTAL SUCURSAL'      TO REG-RPTEMB-FD (01:17).
           MOVE WSC-SUCURSAL (IDX-SUC)   TO REG-RPTEMB-FD (19:04).
           PERFORM 4500-LINEA-EMBUDO.

           ADD WS-SUC-CONSULTAS          TO WS-TOT-CONSULTAS.
           ADD WS-SUC-PRESUPUESTOS       TO WS-TOT-PRESUPUESTOS.
           ADD WS-SUC-VENTAS             TO WS-TOT-VENTAS.

       FIN-4100.
           EXIT.

       4110-LINEA-VENDEDOR.
      *--------------------

           MOVE WEM-CONSULTAS (IDX-EMB)    TO WS-LIN-CONSULTAS.
           MOVE WEM-PRESUPUESTOS (IDX-EMB) TO WS-LIN-PRESUPUESTOS.
           MOVE WEM-VENTAS (IDX-EMB)       TO WS-LIN-VENTAS.

           ADD WS-LIN-CONSULTAS          TO WS-SUC-CONSULTAS.
           ADD WS-LIN-PRESUPUESTOS       TO WS-SUC-PRESUPUESTOS.
           ADD WS-LIN-VENTAS             TO WS-SUC-VENTAS.

           MOVE SPACES                   TO REG-RPTEMB-FD.
           MOVE WEM-VEN-ID (IDX-EMB)     TO REG-RPTEMB-FD (01:10).
           MOVE WEM-NOMBRE (IDX-EMB)     TO REG-RPTEMB-FD (12:25).
           PERFORM 4500-LINEA-EMBUDO.

       FIN-4110.
           EXIT.

      *------------------------------------------------------------
      * COMPLETA Y GRABA LA LINEA YA ROTULADA CON LAS CANTIDADES
      * WS-LIN-* Y LA CONVERSION DE CADA PASO DEL EMBUDO.
      *------------------------------------------------------------
       4500-LINEA-EMBUDO.
      *------------------

           MOVE WS-LIN-CONSULTAS         TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTEMB-FD (41:07).
           MOVE WS-LIN-PRESUPUESTOS      TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTEMB-FD (51:07).
           MOVE WS-LIN-VENTAS            TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTEMB-FD (61:07).

           IF WS-LIN-CONSULTAS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-LIN-PRESUPUESTOS * 100 / WS-LIN-CONSULTAS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTEMB-FD (72:06).
           MOVE '%'                      TO REG-RPTEMB-FD (78:01).

           IF WS-LIN-PRESUPUESTOS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-LIN-VENTAS * 100 / WS-LIN-PRESUPUESTOS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTEMB-FD (83:06).
           MOVE '%'                      TO REG-RPTEMB-FD (89:01).

           IF WS-LIN-CONSULTAS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-LIN-VENTAS * 100 / WS-LIN-CONSULTAS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTEMB-FD (94:06).
           MOVE '%'                      TO REG-RPTEMB-FD (100:01).

           PERFORM 4600-WRITE-RPTEMB.

       FIN-4500.
           EXIT.

       4600-WRITE-RPTEMB.
      *------------------

           WRITE REG-RPTEMB-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTEMB-OK
                    ADD 1 TO WS-GRABADOS-RPTEMB
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTEMB FS: ' FS-RPTEMB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTEMB-FD.

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

           CLOSE PRONUE
           EVALUATE TRUE
               WHEN 88-FS-PRONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRONUE FS: ' FS-PRONUE
           END-EVALUATE.

           CLOSE RPTEMB
           EVALUATE TRUE
               WHEN 88-FS-RPTEMB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTEMB FS: ' FS-RPTEMB
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTEMBUD'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-PRONUE        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTEMB      TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDOS-PRONUE        TO WS-LEIDOS-PRONUE-ED.
           MOVE WS-DEL-PERIODO          TO WS-DEL-PERIODO-ED.
           MOVE WS-GRABADOS-RPTEMB      TO WS-GRABADOS-RPTEMB-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTEMBUD              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. PROSPECTOS LEIDOS        : '
                                               WS-LEIDOS-PRONUE-ED.
           DISPLAY 'CANT. PROSPECTOS DEL PERIODO   : '
                                               WS-DEL-PERIODO-ED.
           DISPLAY 'CANT. LINEAS GRABADAS RPTEMB   : '
                                               WS-GRABADOS-RPTEMB-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTEMBUD.
