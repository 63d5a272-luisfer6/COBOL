       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTDESVPR.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REPORTE SEMANAL DE VENTAS DEBAJO DE LA LISTA DE PRECIOS.
      * LEE LAS LINEAS QUE TSTVTA01 DEJA EN DESVPRE (VER
      * WDESVPRE.cpy) PROCESADAS EN LOS ULTIMOS 7 DIAS Y EMITE EN
      * RPTDESV:
      *  - EL DETALLE DE LAS LINEAS QUE SUPERAN LA TOLERANCIA DEL
      *    NIVEL DE DESCUENTO DEL VENDEDOR
      *  - EL RESUMEN POR SUCURSAL Y VENDEDOR: LINEAS DEBAJO DE
      *    LISTA, LINEAS FUERA DE TOLERANCIA, IMPORTE A PRECIO
      *    AUTORIZADO (LISTA O PROMOCION), IMPORTE VENDIDO,
      *    DESCUENTO OTORGADO FUERA DE PROMOCION Y PORCENTAJE
      *    DE FUGA DE MARGEN, CON SUBTOTAL POR SUCURSAL Y TOTAL
      *    GENERAL
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

           SELECT DESVPRE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-DESVPRE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DESVPRE.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT RPTDESV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTDESV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTDESV.

       DATA DIVISION.

       FILE SECTION.

       FD  DESVPRE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DESVPRE-FD                PIC X(100).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  RPTDESV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTDESV-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-DESVPRE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTDESV            PIC X(128) VALUE SPACES.

       77  FS-DESVPRE                    PIC  X(02) VALUE ' '.
           88 88-FS-DESVPRE-OK                      VALUE '00'.
           88 88-FS-DESVPRE-EOF                     VALUE '10'.
           88 88-FS-DESVPRE-NOEXISTE                VALUE '35'.

       77  WS-DESVPRE-ABIERTO            PIC  X(01) VALUE 'N'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-RPTDESV                    PIC  X(02) VALUE ' '.
           88 88-FS-RPTDESV-OK                      VALUE '00'.

       77  WS-LEIDOS-DESVPRE             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-DESVPRE-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-SEMANA              PIC  9(09) VALUE 0.
       77  WS-LINEAS-SEMANA-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LINEAS-EXCEDIDAS           PIC  9(09) VALUE 0.
       77  WS-LINEAS-EXCEDIDAS-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTDESV           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTDESV-ED        PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * MAESTRO DE VENDEDORES (NOMBRE)
      *------------------------------------------------------
       77  WCN-TOPE-VENDS                PIC  9(03) VALUE 500.
       77  WS-CANT-VENDS                 PIC  9(03) VALUE 0.
       01  WS-TABLA-VENDS.
           05 WS-VEND-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-VEND.
              10 WVD-ID                  PIC  9(10).
              10 WVD-NOMBRE              PIC  X(30).

      *------------------------------------------------------
      * ACUMULADO DE LA SEMANA POR SUCURSAL Y VENDEDOR
      *------------------------------------------------------
       77  WCN-TOPE-DESV                 PIC  9(03) VALUE 500.
       77  WS-CANT-DESV                  PIC  9(03) VALUE 0.
       77  WS-IDX-DESV                   PIC  9(03) VALUE 0.
       01  WS-TABLA-DESV.
           05 WS-DESV-TAB OCCURS 500 TIMES
                          INDEXED BY IDX-DESV.
              10 WDV-CLAVE.
                 15 WDV-SUCURSAL         PIC  9(04).
                 15 WDV-VEN-ID           PIC  9(10).
              10 WDV-NOMBRE              PIC  X(30).
              10 WDV-LINEAS              PIC  9(07).
              10 WDV-EXCEDIDAS           PIC  9(07).
              10 WDV-IMP-LISTA           PIC  9(13)V99.
              10 WDV-IMP-VENDIDO         PIC  9(13)V99.
              10 WDV-IMP-DESCUENTO       PIC  9(13)V99.

      *------------------------------------------------------
      * AUXILIARES DEL ORDENAMIENTO POR SUCURSAL Y VENDEDOR
      * (BURBUJEO SOBRE LA TABLA, COMO EN BURBUJEO.cbl)
      *------------------------------------------------------
       77  WS-I                          PIC  9(03) VALUE 0.
       77  WS-J                          PIC  9(03) VALUE 0.
       01  WS-DESV-AUX.
           05 WS-DESV-AUX-ENT            PIC  X(103).

      *------------------------------------------------------
      * CORTE POR SUCURSAL Y TOTAL GENERAL
      *------------------------------------------------------
       77  WS-SUCURSAL-ANT               PIC  9(04) VALUE 0.
       01  WS-TOTALES-CORTE.
           05 WTC-LINEAS                 PIC  9(07) VALUE 0.
           05 WTC-EXCEDIDAS              PIC  9(07) VALUE 0.
           05 WTC-IMP-LISTA              PIC  9(13)V99 VALUE 0.
           05 WTC-IMP-VENDIDO            PIC  9(13)V99 VALUE 0.
           05 WTC-IMP-DESCUENTO          PIC  9(13)V99 VALUE 0.
       01  WS-TOTALES-GENERAL.
           05 WTG-LINEAS                 PIC  9(07) VALUE 0.
           05 WTG-EXCEDIDAS              PIC  9(07) VALUE 0.
           05 WTG-IMP-LISTA              PIC  9(13)V99 VALUE 0.
           05 WTG-IMP-VENDIDO            PIC  9(13)V99 VALUE 0.
           05 WTG-IMP-DESCUENTO          PIC  9(13)V99 VALUE 0.

      *    RENGLON DEL RESUMEN (VENDEDOR, SUCURSAL O TOTAL)
       01  WS-RENGLON.
           05 WRN-LINEAS                 PIC  9(07).
           05 WRN-EXCEDIDAS              PIC  9(07).
           05 WRN-IMP-LISTA              PIC  9(13)V99.
           05 WRN-IMP-VENDIDO            PIC  9(13)V99.
           05 WRN-IMP-DESCUENTO          PIC  9(13)V99.

       77  WS-IMP-LINEA-LISTA            PIC  9(13)V99 VALUE 0.
       77  WS-IMP-LINEA-VENDIDO          PIC  9(13)V99 VALUE 0.
       77  WS-PCT-FUGA                   PIC  9(03)V99 VALUE 0.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-DESDE                PIC  9(08) VALUE 0.
       77  WCN-DIAS-SEMANA               PIC  9(02) VALUE 7.

       77  WS-CANT-ED                    PIC  ZZZ.ZZ9.
       77  WS-PCT-ED                     PIC  ZZ9,99.
       77  WS-IMP1-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP3-ED                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PRECIO1-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-PRECIO2-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-UNID-ED                    PIC  ZZZZ9.

       COPY WDESVPRE.

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

           PERFORM 2000-ACUMULO-DESVIOS
                UNTIL 88-FS-DESVPRE-EOF.

           PERFORM 4000-ORDENO.

           PERFORM 4500-EMITO-RESUMEN.

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

      *    LA SEMANA ES LA FECHA DE PROCESO Y LOS 6 DIAS ANTERIORES.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                   - WCN-DIAS-SEMANA + 1).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-VENDEDORES.
           PERFORM 1050-TITULOS-DETALLE.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'DESVPRE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DESVPRE

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'RPTDESV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTDESV.

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

      *    SIN DESVIOS GRABADOS TODAVIA EL REPORTE SALE EN CERO.
           OPEN INPUT DESVPRE

           EVALUATE TRUE
               WHEN 88-FS-DESVPRE-OK
                    MOVE 'S' TO WS-DESVPRE-ABIERTO
               WHEN 88-FS-DESVPRE-NOEXISTE
                    DISPLAY 'ARCHIVO DESVPRE INEXISTENTE - '
                    DISPLAY 'NO HAY VENTAS DEBAJO DE LISTA'
                    SET 88-FS-DESVPRE-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DESVPRE'
                    DISPLAY 'FILE STATUS' FS-DESVPRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTDESV

           EVALUATE TRUE
               WHEN 88-FS-RPTDESV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTDESV'
                    DISPLAY 'FILE STATUS' FS-RPTDESV
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
                       END-IF
                       PERFORM 1021-LEO-VENDEDOR
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE - '
                    DISPLAY 'REPORTE SOLO CON CODIGOS'

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

       1050-TITULOS-DETALLE.
      *---------------------

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'VENTAS DEBAJO DE LISTA DE PRECIOS - SEMANA DEL'
                                         TO REG-RPTDESV-FD (01:46).
           MOVE WS-FECHA-DESDE           TO REG-RPTDESV-FD (48:08).
           MOVE 'AL'                     TO REG-RPTDESV-FD (57:02).
           MOVE WS-FECHA-PROCESO         TO REG-RPTDESV-FD (60:08).
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'LINEAS FUERA DE TOLERANCIA DEL VENDEDOR'
                                         TO REG-RPTDESV-FD (01:39).
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'FECHA VTA'              TO REG-RPTDESV-FD (01:09).
           MOVE 'NRO VENTA'              TO REG-RPTDESV-FD (10:09).
           MOVE 'LIN'                    TO REG-RPTDESV-FD (20:03).
           MOVE 'SUC '                   TO REG-RPTDESV-FD (24:04).
           MOVE 'VENDEDOR'               TO REG-RPTDESV-FD (29:08).
           MOVE 'PRODUC'                 TO REG-RPTDESV-FD (40:06).
           MOVE 'CANT.'                  TO REG-RPTDESV-FD (47:05).
           MOVE 'PRECIO AUTOR'           TO REG-RPTDESV-FD (55:12).
           MOVE 'PRECIO VENTA'           TO REG-RPTDESV-FD (70:12).
           MOVE 'DESVIO'                 TO REG-RPTDESV-FD (85:06).
           MOVE 'TOLER.'                 TO REG-RPTDESV-FD (93:06).
           MOVE 'NIV'                    TO REG-RPTDESV-FD (101:03).
           PERFORM 4600-WRITE-RPTDESV.

       FIN-1050.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           IF NOT 88-FS-DESVPRE-EOF
              PERFORM 2200-LEO-DESVPRE
           END-IF.

       FIN-1080.
           EXIT.

      *------------------------------------------------------------
      * SOLO CUENTAN LAS LINEAS PROCESADAS DENTRO DE LA SEMANA. LAS
      * QUE EXCEDEN LA TOLERANCIA SE LISTAN UNA POR UNA Y TODAS SE
      * ACUMULAN EN SU SUCURSAL Y VENDEDOR.
      *------------------------------------------------------------
       2000-ACUMULO-DESVIOS.
      *---------------------

           IF DVP-FECHA-PROCESO NOT < WS-FECHA-DESDE
              AND DVP-FECHA-PROCESO NOT > WS-FECHA-PROCESO
              ADD 1 TO WS-LINEAS-SEMANA
              PERFORM 2100-ACUMULO-VENDEDOR
              IF 88-DVP-EXCEDIDO
                 ADD 1 TO WS-LINEAS-EXCEDIDAS
                 PERFORM 2300-LINEA-EXCEDIDA
              END-IF
           END-IF.

           PERFORM 2200-LEO-DESVPRE.

       FIN-2000.
           EXIT.

       2100-ACUMULO-VENDEDOR.
      *----------------------

           MOVE 0 TO WS-IDX-DESV.

           PERFORM VARYING IDX-DESV FROM 1 BY 1
                     UNTIL IDX-DESV > WS-CANT-DESV
              IF WDV-SUCURSAL (IDX-DESV) = DVP-SUCURSAL
                 AND WDV-VEN-ID (IDX-DESV) = DVP-ID-VENDEDOR
                 SET WS-IDX-DESV TO IDX-DESV
              END-IF
           END-PERFORM.

           IF WS-IDX-DESV = 0
              IF WS-CANT-DESV < WCN-TOPE-DESV
                 ADD 1 TO WS-CANT-DESV
                 MOVE WS-CANT-DESV TO WS-IDX-DESV
                 INITIALIZE WS-DESV-TAB (WS-IDX-DESV)
                 MOVE DVP-SUCURSAL    TO WDV-SUCURSAL (WS-IDX-DESV)
                 MOVE DVP-ID-VENDEDOR TO WDV-VEN-ID (WS-IDX-DESV)
                 MOVE 'VENDEDOR NO REGISTRADO'
                                      TO WDV-NOMBRE (WS-IDX-DESV)
                 PERFORM VARYING IDX-VEND FROM 1 BY 1
                           UNTIL IDX-VEND > WS-CANT-VENDS
                    IF WVD-ID (IDX-VEND) = DVP-ID-VENDEDOR
                       MOVE WVD-NOMBRE (IDX-VEND)
                         TO WDV-NOMBRE (WS-IDX-DESV)
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'TABLA DE VENDEDORES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           COMPUTE WS-IMP-LINEA-LISTA =
                   DVP-CANTIDAD * DVP-PRECIO-LISTA.
           COMPUTE WS-IMP-LINEA-VENDIDO =
                   DVP-CANTIDAD * DVP-PRECIO-UNIT.

           ADD 1 TO WDV-LINEAS (WS-IDX-DESV).
           IF 88-DVP-EXCEDIDO
              ADD 1 TO WDV-EXCEDIDAS (WS-IDX-DESV)
           END-IF.
           ADD WS-IMP-LINEA-LISTA   TO WDV-IMP-LISTA (WS-IDX-DESV).
           ADD WS-IMP-LINEA-VENDIDO TO WDV-IMP-VENDIDO (WS-IDX-DESV).
           COMPUTE WDV-IMP-DESCUENTO (WS-IDX-DESV) =
                   WDV-IMP-DESCUENTO (WS-IDX-DESV)
                 + WS-IMP-LINEA-LISTA - WS-IMP-LINEA-VENDIDO.

       FIN-2100.
           EXIT.

       2200-LEO-DESVPRE.
      *-----------------

           INITIALIZE REG-DESVPRE.

           READ DESVPRE INTO REG-DESVPRE

           EVALUATE TRUE
               WHEN 88-FS-DESVPRE-OK
                    ADD 1 TO WS-LEIDOS-DESVPRE
               WHEN 88-FS-DESVPRE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ DESVPRE FS: ' FS-DESVPRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2300-LINEA-EXCEDIDA.
      *--------------------

           MOVE DVP-CANTIDAD             TO WS-UNID-ED.
           MOVE DVP-PRECIO-LISTA         TO WS-PRECIO1-ED.
           MOVE DVP-PRECIO-UNIT          TO WS-PRECIO2-ED.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE DVP-FECHA-VENTA          TO REG-RPTDESV-FD (01:08).
           MOVE DVP-NRO-VENTA            TO REG-RPTDESV-FD (10:08).
           MOVE DVP-NRO-LINEA            TO REG-RPTDESV-FD (20:03).
           MOVE DVP-SUCURSAL             TO REG-RPTDESV-FD (24:04).
           MOVE DVP-ID-VENDEDOR          TO REG-RPTDESV-FD (29:10).
           MOVE DVP-COD-PRODUCTO         TO REG-RPTDESV-FD (40:06).
           MOVE WS-UNID-ED               TO REG-RPTDESV-FD (47:05).
           MOVE WS-PRECIO1-ED            TO REG-RPTDESV-FD (53:14).
           MOVE WS-PRECIO2-ED            TO REG-RPTDESV-FD (68:14).
           MOVE DVP-PCT-DESVIO           TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTDESV-FD (84:06).
           MOVE '%'                      TO REG-RPTDESV-FD (90:01).
           MOVE DVP-PCT-TOLERANCIA       TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTDESV-FD (92:06).
           MOVE '%'                      TO REG-RPTDESV-FD (98:01).
           MOVE DVP-NIVEL-DESCUENTO      TO REG-RPTDESV-FD (102:01).

           PERFORM 4600-WRITE-RPTDESV.

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * ORDENA LA TABLA POR SUCURSAL Y VENDEDOR (BURBUJEO EN
      * MEMORIA) PARA EL CORTE DE CONTROL POR SUCURSAL.
      *------------------------------------------------------------
       4000-ORDENO.
      *------------

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I >= WS-CANT-DESV
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-CANT-DESV
                 IF WDV-CLAVE (WS-J) > WDV-CLAVE (WS-J + 1)
                    MOVE WS-DESV-TAB (WS-J)     TO WS-DESV-AUX
                    MOVE WS-DESV-TAB (WS-J + 1) TO WS-DESV-TAB (WS-J)
                    MOVE WS-DESV-AUX     TO WS-DESV-TAB (WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-4000.
           EXIT.

       4500-EMITO-RESUMEN.
      *-------------------

           MOVE SPACES                   TO REG-RPTDESV-FD.
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'RESUMEN POR SUCURSAL Y VENDEDOR'
                                         TO REG-RPTDESV-FD (01:31).
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'SUC '                   TO REG-RPTDESV-FD (01:04).
           MOVE 'VENDEDOR'               TO REG-RPTDESV-FD (06:08).
           MOVE 'LINEAS'                 TO REG-RPTDESV-FD (39:06).
           MOVE 'EXCED.'                 TO REG-RPTDESV-FD (47:06).
           MOVE 'IMP. AUTORIZADO'        TO REG-RPTDESV-FD (57:15).
           MOVE 'IMPORTE VENDIDO'        TO REG-RPTDESV-FD (75:15).
           MOVE 'DESCUENTO'              TO REG-RPTDESV-FD (99:09).
           MOVE 'FUGA'                   TO REG-RPTDESV-FD (111:04).
           PERFORM 4600-WRITE-RPTDESV.

           INITIALIZE WS-TOTALES-CORTE.
           INITIALIZE WS-TOTALES-GENERAL.

           PERFORM VARYING IDX-DESV FROM 1 BY 1
                     UNTIL IDX-DESV > WS-CANT-DESV
              IF IDX-DESV > 1
                 AND WDV-SUCURSAL (IDX-DESV) NOT = WS-SUCURSAL-ANT
                 PERFORM 4520-CORTE-SUCURSAL
              END-IF
              MOVE WDV-SUCURSAL (IDX-DESV) TO WS-SUCURSAL-ANT
              PERFORM 4510-LINEA-VENDEDOR
           END-PERFORM.

           IF WS-CANT-DESV > 0
              PERFORM 4520-CORTE-SUCURSAL
           END-IF.

           MOVE WS-TOTALES-GENERAL       TO WS-RENGLON.
           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'TOTAL GENERAL'          TO REG-RPTDESV-FD (06:13).
           PERFORM 4530-IMPORTES-RENGLON.
           PERFORM 4600-WRITE-RPTDESV.

       FIN-4500.
           EXIT.

       4510-LINEA-VENDEDOR.
      *--------------------

           MOVE WS-DESV-TAB (IDX-DESV) (45:59) TO WS-RENGLON.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE WDV-SUCURSAL (IDX-DESV)  TO REG-RPTDESV-FD (01:04).
           MOVE WDV-VEN-ID (IDX-DESV)    TO REG-RPTDESV-FD (06:10).
           MOVE WDV-NOMBRE (IDX-DESV)    TO REG-RPTDESV-FD (17:20).
           PERFORM 4530-IMPORTES-RENGLON.
           PERFORM 4600-WRITE-RPTDESV.

           ADD WRN-LINEAS                TO WTC-LINEAS.
           ADD WRN-EXCEDIDAS             TO WTC-EXCEDIDAS.
           ADD WRN-IMP-LISTA             TO WTC-IMP-LISTA.
           ADD WRN-IMP-VENDIDO           TO WTC-IMP-VENDIDO.
           ADD WRN-IMP-DESCUENTO         TO WTC-IMP-DESCUENTO.

       FIN-4510.
           EXIT.

       4520-CORTE-SUCURSAL.
      *--------------------

           MOVE WS-TOTALES-CORTE         TO WS-RENGLON.
           MOVE SPACES                   TO REG-RPTDESV-FD.
           MOVE 'TOTAL SUCURSAL'         TO REG-RPTDESV-FD (06:14).
           MOVE WS-SUCURSAL-ANT          TO REG-RPTDESV-FD (21:04).
           PERFORM 4530-IMPORTES-RENGLON.
           PERFORM 4600-WRITE-RPTDESV.

           MOVE SPACES                   TO REG-RPTDESV-FD.
           PERFORM 4600-WRITE-RPTDESV.

           ADD WTC-LINEAS                TO WTG-LINEAS.
           ADD WTC-EXCEDIDAS             TO WTG-EXCEDIDAS.
           ADD WTC-IMP-LISTA             TO WTG-IMP-LISTA.
           ADD WTC-IMP-VENDIDO           TO WTG-IMP-VENDIDO.
           ADD WTC-IMP-DESCUENTO         TO WTG-IMP-DESCUENTO.

           INITIALIZE WS-TOTALES-CORTE.

       FIN-4520.
           EXIT.

      *    FUGA DE MARGEN = DESCUENTO OTORGADO SOBRE IMPORTE AUTORIZADO.
       4530-IMPORTES-RENGLON.
      *----------------------

           IF WRN-IMP-LISTA > 0
              COMPUTE WS-PCT-FUGA ROUNDED =
                      WRN-IMP-DESCUENTO * 100 / WRN-IMP-LISTA
           ELSE
              MOVE 0 TO WS-PCT-FUGA
           END-IF.

           MOVE WRN-LINEAS               TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTDESV-FD (38:07).
           MOVE WRN-EXCEDIDAS            TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTDESV-FD (46:07).
           MOVE WRN-IMP-LISTA            TO WS-IMP1-ED.
           MOVE WS-IMP1-ED               TO REG-RPTDESV-FD (55:17).
           MOVE WRN-IMP-VENDIDO          TO WS-IMP2-ED.
           MOVE WS-IMP2-ED               TO REG-RPTDESV-FD (73:17).
           MOVE WRN-IMP-DESCUENTO        TO WS-IMP3-ED.
           MOVE WS-IMP3-ED               TO REG-RPTDESV-FD (91:17).
           MOVE WS-PCT-FUGA              TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTDESV-FD (109:06).
           MOVE '%'                      TO REG-RPTDESV-FD (115:01).

       FIN-4530.
           EXIT.

       4600-WRITE-RPTDESV.
      *-------------------

           WRITE REG-RPTDESV-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTDESV-OK
                    ADD 1 TO WS-GRABADOS-RPTDESV
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTDESV FS: ' FS-RPTDESV
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

           IF WS-DESVPRE-ABIERTO = 'S'
              CLOSE DESVPRE
              EVALUATE TRUE
                  WHEN 88-FS-DESVPRE-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR CLOSE DESVPRE FS: ' FS-DESVPRE
              END-EVALUATE
           END-IF.

           CLOSE RPTDESV
           EVALUATE TRUE
               WHEN 88-FS-RPTDESV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTDESV FS: ' FS-RPTDESV
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTDESVPR'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-DESVPRE       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTDESV     TO RUNCTL-GRABADOS.
           MOVE WTG-IMP-DESCUENTO       TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-DESVPRE       TO WS-LEIDOS-DESVPRE-ED.
           MOVE WS-LINEAS-SEMANA        TO WS-LINEAS-SEMANA-ED.
           MOVE WS-LINEAS-EXCEDIDAS     TO WS-LINEAS-EXCEDIDAS-ED.
           MOVE WS-GRABADOS-RPTDESV     TO WS-GRABADOS-RPTDESV-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTDESVPR             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. DESVIOS LEIDOS           : '
                                               WS-LEIDOS-DESVPRE-ED.
           DISPLAY 'CANT. LINEAS DE LA SEMANA      : '
                                               WS-LINEAS-SEMANA-ED.
           DISPLAY 'CANT. LINEAS FUERA DE TOLER.   : '
                                               WS-LINEAS-EXCEDIDAS-ED.
           DISPLAY 'CANT. RENGLONES DEL REPORTE    : '
                                               WS-GRABADOS-RPTDESV-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTDESVPR.
