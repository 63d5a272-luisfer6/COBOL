      ******************************************************************
      * REPORTE DE REPOSICION DE STOCK
      * RECORRE EL MAESTRO DE STOCK (STOCK, LO ACTUALIZA PGMSTOCK) Y
      * LISTA LOS PRODUCTOS Y REPUESTOS CUYA EXISTENCIA ESTA POR DEBAJO
      * DE SU MINIMO: CODIGO, DESCRIPCION (MAESTRO DE PRODUCTOS),
      * EXISTENCIA, MINIMO, FALTANTE Y CANTIDAD SUGERIDA A PEDIR (LA
      * REPOSICION HABITUAL DEL PRODUCTO, O EL FALTANTE SI ES MAYOR).
      * LOS PRODUCTOS SIN MINIMO CARGADO NO SE INFORMAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STOCK            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Stock.tx
      -    't'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STOCK.

           SELECT PRODMST          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Maestro
      -    'Productos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PRODMST.

           SELECT RPTREP           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockRep
      -    'osicion.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTREP.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK
           RECORDING MODE IS F.
       01  REG-STOCK-FD                   PIC X(50).

       FD  PRODMST
           RECORDING MODE IS F.
       01  REG-PRODMST-FD                 PIC X(49).

       FD  RPTREP
           RECORDING MODE IS F.
       01  REG-RPTREP-FD                  PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-STOCK                       PIC X(02) VALUE ' '.
           88 88-FS-STOCK-OK                        VALUE '00'.
           88 88-FS-STOCK-EOF                       VALUE '10'.
           88 88-FS-STOCK-NOEXISTE                  VALUE '35'.

       77  WS-STOCK-ABIERTO               PIC X(01) VALUE 'N'.
           88 88-STOCK-ABIERTO                      VALUE 'S'.

       77  FS-PRODMST                     PIC X(02) VALUE ' '.
           88 88-FS-PRODMST-OK                      VALUE '00'.
           88 88-FS-PRODMST-EOF                     VALUE '10'.
           88 88-FS-PRODMST-NOEXISTE                VALUE '35'.

       77  FS-RPTREP                      PIC X(02) VALUE ' '.
           88 88-FS-RPTREP-OK                       VALUE '00'.

       77  WS-LEIDOS-STOCK                PIC 9(05) VALUE 0.
       77  WS-CANT-A-REPONER              PIC 9(05) VALUE 0.
       77  WS-CANT-NEGATIVOS              PIC 9(05) VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-FALTANTE                    PIC S9(08) VALUE 0.
       77  WS-A-PEDIR                     PIC S9(08) VALUE 0.
       77  WS-CANT-ED                     PIC -.---.--9.
       77  WS-DESC-PRODUCTO               PIC X(30) VALUE SPACES.

      *------------------------------------------------------
      * DESCRIPCIONES DEL MAESTRO DE PRODUCTOS
      *------------------------------------------------------
       77  WCN-TOPE-PRODUCTOS             PIC 9(04) VALUE 500.
       77  WS-CANT-PRODUCTOS              PIC 9(04) VALUE 0.
       01  WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-PRODUCTO.
              10 WPR-COD                  PIC 9(06).
              10 WPR-DESCRIPCION          PIC X(30).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WSTOCK.

       COPY WPRODMST.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-STOCK-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1200-CARGO-PRODUCTOS.

           OPEN INPUT STOCK.

           EVALUATE TRUE
               WHEN 88-FS-STOCK-OK
                    SET 88-STOCK-ABIERTO  TO TRUE
               WHEN 88-FS-STOCK-NOEXISTE
                    DISPLAY 'SIN MAESTRO DE STOCK'
                    SET 88-FS-STOCK-EOF   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STOCK FS: ' FS-STOCK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTREP.

           EVALUATE TRUE
               WHEN 88-FS-RPTREP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTREP FS: ' FS-RPTREP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTREP-FD.
           MOVE 'PRODUCTOS BAJO EL MINIMO DE STOCK AL:'
                                          TO REG-RPTREP-FD (01:37).
           MOVE WS-CURRENT-DATE-DATE      TO REG-RPTREP-FD (39:08).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTREP-FD.
           MOVE 'PROD.  DESCRIPCION                    EXISTENCIA '
                                          TO REG-RPTREP-FD (01:50).
           MOVE '    MINIMO   FALTANTE    A PEDIR'
                                          TO REG-RPTREP-FD (51:33).
           PERFORM 2600-GRABO-LINEA.

           IF 88-STOCK-ABIERTO
              PERFORM 1100-LEO-STOCK
           END-IF.

       1000-FIN.
           EXIT.

       1100-LEO-STOCK.

           INITIALIZE REG-STOCK.

           READ STOCK INTO REG-STOCK

           EVALUATE TRUE
               WHEN 88-FS-STOCK-OK
                    ADD 1 TO WS-LEIDOS-STOCK
               WHEN 88-FS-STOCK-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ STOCK FS: ' FS-STOCK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       1200-CARGO-PRODUCTOS.

           OPEN INPUT PRODMST.

           EVALUATE TRUE
               WHEN 88-FS-PRODMST-OK
                    PERFORM 1210-LEO-PRODUCTO
                    PERFORM UNTIL 88-FS-PRODMST-EOF
                       IF WS-CANT-PRODUCTOS < WCN-TOPE-PRODUCTOS
                          ADD 1 TO WS-CANT-PRODUCTOS
                          SET IDX-PRODUCTO TO WS-CANT-PRODUCTOS
                          MOVE PRD-COD TO WPR-COD (IDX-PRODUCTO)
                          MOVE PRD-DESCRIPCION
                            TO WPR-DESCRIPCION (IDX-PRODUCTO)
                       END-IF
                       PERFORM 1210-LEO-PRODUCTO
                    END-PERFORM
                    CLOSE PRODMST
               WHEN 88-FS-PRODMST-NOEXISTE
                    DISPLAY 'SIN MAESTRO DE PRODUCTOS - SIN DESCRIPCION'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRODMST FS: ' FS-PRODMST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-PRODUCTO.

           INITIALIZE REG-PRODMST.

           READ PRODMST INTO REG-PRODMST

           EVALUATE TRUE
               WHEN 88-FS-PRODMST-OK
               WHEN 88-FS-PRODMST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRODMST FS: ' FS-PRODMST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1210-FIN.
           EXIT.

       2000-PROCESO.

           IF STK-MINIMO > 0
           AND STK-EXISTENCIA < STK-MINIMO
              ADD 1 TO WS-CANT-A-REPONER
              IF STK-EXISTENCIA < 0
                 ADD 1 TO WS-CANT-NEGATIVOS
              END-IF
              PERFORM 2100-LINEA-REPOSICION
           END-IF.

           PERFORM 1100-LEO-STOCK.

       2000-FIN.
           EXIT.

      *------------------------------------------------------------
      * SE SUGIERE PEDIR LA REPOSICION HABITUAL; SI EL FALTANTE
      * PARA LLEGAR AL MINIMO ES MAYOR, EL FALTANTE.
      *------------------------------------------------------------
       2100-LINEA-REPOSICION.

           COMPUTE WS-FALTANTE = STK-MINIMO - STK-EXISTENCIA.

           IF STK-REPOSICION > WS-FALTANTE
              MOVE STK-REPOSICION         TO WS-A-PEDIR
           ELSE
              MOVE WS-FALTANTE            TO WS-A-PEDIR
           END-IF.

           MOVE SPACES                    TO WS-DESC-PRODUCTO.
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                     UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
              IF WPR-COD (IDX-PRODUCTO) = STK-COD
                 MOVE WPR-DESCRIPCION (IDX-PRODUCTO)
                   TO WS-DESC-PRODUCTO
              END-IF
           END-PERFORM.

           MOVE SPACES                    TO REG-RPTREP-FD.
           MOVE STK-COD                   TO REG-RPTREP-FD (01:06).
           MOVE WS-DESC-PRODUCTO          TO REG-RPTREP-FD (08:30).
           MOVE STK-EXISTENCIA            TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO REG-RPTREP-FD (40:10).
           MOVE STK-MINIMO                TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO REG-RPTREP-FD (51:10).
           MOVE WS-FALTANTE               TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO REG-RPTREP-FD (62:10).
           MOVE WS-A-PEDIR                TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO REG-RPTREP-FD (73:10).

           PERFORM 2600-GRABO-LINEA.

       2100-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTREP-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTREP-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTREP FS: ' FS-RPTREP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-RPTREP-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'PRODUCTOS A REPONER:'    TO REG-RPTREP-FD (01:20).
           MOVE WS-CANT-A-REPONER         TO REG-RPTREP-FD (22:05).
           MOVE 'CON STOCK NEGATIVO:'     TO REG-RPTREP-FD (29:19).
           MOVE WS-CANT-NEGATIVOS         TO REG-RPTREP-FD (49:05).
           PERFORM 2600-GRABO-LINEA.

           IF 88-STOCK-ABIERTO
              CLOSE STOCK
           END-IF.
           CLOSE RPTREP.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTREPOS              '.
           DISPLAY '**************************************************'.
           DISPLAY 'PRODUCTOS CON STOCK LEIDOS : ' WS-LEIDOS-STOCK.
           DISPLAY 'PRODUCTOS A REPONER        : ' WS-CANT-A-REPONER.
           DISPLAY 'CON STOCK NEGATIVO         : ' WS-CANT-NEGATIVOS.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTREPOS.
