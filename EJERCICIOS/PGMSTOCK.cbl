      ******************************************************************
      * PROGRAMA DE ACTUALIZACION DEL STOCK DE PRODUCTOS Y REPUESTOS
      * APLICA LA COLA DE MOVIMIENTOS DE STOCK (STKNOV) SOBRE EL
      * MAESTRO DE STOCK (STOCK):
      *   - SALIDAS: VENTAS (LINEAS DE DETALLE QUE CARGA TSTVTA01) Y
      *     REPUESTOS ENTREGADOS A ORDENES DE TALLER (ABMORDEN)
      *   - ENTRADAS: DEVOLUCIONES DE VENTA Y RECEPCIONES DEL DEPOSITO
      *     CONTRA ORDEN DE COMPRA (PGMCOMPR); LAS RECEPCIONES TRAEN EL
      *     COSTO UNITARIO Y RECALCULAN EL COSTO PROMEDIO PONDERADO
      *     DEL PRODUCTO EN EL MAESTRO DE STOCK
      * EL PRODUCTO DEBE EXISTIR EN EL MAESTRO DE PRODUCTOS (PRODMST);
      * SI TODAVIA NO TIENE STOCK SE LE ABRE CON EXISTENCIA CERO.
      * CADA MOVIMIENTO APLICADO PASA AL MAYOR DE MOVIMIENTOS (STKMOV)
      * CON EL SALDO RESULTANTE. UN SALDO NEGATIVO SALE EN EL REPORTE
      * DE EXCEPCIONES (STKNEG); LOS MOVIMIENTOS INVALIDOS VAN A
      * STKRECH CON SU MOTIVO. EL MAESTRO SE LEE COMPLETO A TABLA Y SE
      * REESCRIBE; LA COLA QUEDA VACIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSTOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRODMST          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Maestro
      -    'Productos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PRODMST.

           SELECT STOCK            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Stock.tx
      -    't'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STOCK.

           SELECT STKNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockNov
      -    'edades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKNOV.

           SELECT STKMOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockMov
      -    'imientos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKMOV.

           SELECT STKNEG           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockNeg
      -    'ativo.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKNEG.

           SELECT STKRECH          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockNov
      -    'edadesRech.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKRECH.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST
           RECORDING MODE IS F.
       01  REG-PRODMST-FD                 PIC X(49).

       FD  STOCK
           RECORDING MODE IS F.
       01  REG-STOCK-FD                   PIC X(50).

       FD  STKNOV
           RECORDING MODE IS F.
       01  REG-STKNOV-FD                  PIC X(60).

       FD  STKMOV
           RECORDING MODE IS F.
       01  REG-STKMOV-FD                  PIC X(60).

       FD  STKNEG
           RECORDING MODE IS F.
       01  REG-STKNEG-FD                  PIC X(100).

       FD  STKRECH
           RECORDING MODE IS F.
       01  REG-STKRECH-FD.
           03 RECH-MOVIMIENTO             PIC X(60).
           03 FILLER                      PIC X(01).
           03 RECH-MOTIVO                 PIC X(30).

       WORKING-STORAGE SECTION.
       77  FS-PRODMST                     PIC X(02) VALUE ' '.
           88 88-FS-PRODMST-OK                      VALUE '00'.
           88 88-FS-PRODMST-EOF                     VALUE '10'.
           88 88-FS-PRODMST-NOEXISTE                VALUE '35'.

       77  FS-STOCK                       PIC X(02) VALUE ' '.
           88 88-FS-STOCK-OK                        VALUE '00'.
           88 88-FS-STOCK-EOF                       VALUE '10'.
           88 88-FS-STOCK-NOEXISTE                  VALUE '35'.

       77  FS-STKNOV                      PIC X(02) VALUE ' '.
           88 88-FS-STKNOV-OK                       VALUE '00'.
           88 88-FS-STKNOV-EOF                      VALUE '10'.
           88 88-FS-STKNOV-NOEXISTE                 VALUE '35'.

       77  WS-STKNOV-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-STKNOV-ABIERTO                     VALUE 'S'.

       77  FS-STKMOV                      PIC X(02) VALUE ' '.
           88 88-FS-STKMOV-OK                       VALUE '00'.
           88 88-FS-STKMOV-EXISTE                   VALUE '05'.
           88 88-FS-STKMOV-NOEXISTE                 VALUE '35'.

       77  FS-STKNEG                      PIC X(02) VALUE ' '.
           88 88-FS-STKNEG-OK                       VALUE '00'.

       77  FS-STKRECH                     PIC X(02) VALUE ' '.
           88 88-FS-STKRECH-OK                      VALUE '00'.

       77  WS-LEIDOS-STOCK                PIC 9(05) VALUE 0.
       77  WS-LEIDOS-MOVIMIENTOS          PIC 9(05) VALUE 0.
       77  WS-CANT-SALIDAS                PIC 9(05) VALUE 0.
       77  WS-CANT-ENTRADAS               PIC 9(05) VALUE 0.
       77  WS-CANT-VALORIZADAS            PIC 9(05) VALUE 0.
       77  WS-CANT-ALTAS-STOCK            PIC 9(05) VALUE 0.
       77  WS-CANT-NEGATIVOS              PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADOS             PIC 9(05) VALUE 0.

       77  WS-MJE-ERROR                   PIC X(30) VALUE SPACES.
       77  WS-PRODUCTO-OK                 PIC X(01) VALUE 'N'.
       77  WS-DESC-PRODUCTO               PIC X(30) VALUE SPACES.
       77  WS-STOCK-HALLADO               PIC 9(04) VALUE 0.
       77  WS-SALDO-ANTERIOR              PIC S9(07) VALUE 0.
       77  WS-SALDO-ED                    PIC -.---.--9.
       77  WS-CANTIDAD-ED                 PIC ZZ.ZZ9.

      *------------------------------------------------------
      * PRODUCTOS DEL MAESTRO PARA VALIDAR LOS MOVIMIENTOS
      *------------------------------------------------------
       77  WCN-TOPE-PRODUCTOS             PIC 9(04) VALUE 500.
       77  WS-CANT-PRODUCTOS              PIC 9(04) VALUE 0.
       01  WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-PRODUCTO.
              10 WPR-COD                  PIC 9(06).
              10 WPR-DESCRIPCION          PIC X(30).

      *------------------------------------------------------
      * TODO EL MAESTRO DE STOCK EN TABLA: SE APLICAN LOS
      * MOVIMIENTOS Y EL ARCHIVO SE REESCRIBE COMPLETO AL FINAL.
      *------------------------------------------------------
       77  WCN-TOPE-STOCK                 PIC 9(04) VALUE 1000.
       77  WS-CANT-STOCK                  PIC 9(04) VALUE 0.
       01  WS-TABLA-STOCK.
           05 WS-STOCK-TAB OCCURS 1000 TIMES
                           INDEXED BY IDX-STOCK.
              10 WST-REGISTRO             PIC X(50).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WPRODMST.

       COPY WSTOCK.

       COPY WSTKMOV.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-STKNOV-EOF.

           PERFORM 2800-REESCRIBO-STOCK.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1100-CARGO-PRODUCTOS.

           PERFORM 1200-CARGO-STOCK.

           OPEN INPUT STKNOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    SET 88-STKNOV-ABIERTO TO TRUE
               WHEN 88-FS-STKNOV-NOEXISTE
                    DISPLAY 'SIN MOVIMIENTOS DE STOCK A APLICAR'
                    SET 88-FS-STKNOV-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKNOV FS: ' FS-STKNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    EL MAYOR DE MOVIMIENTOS PERSISTE ENTRE CORRIDAS.
           OPEN EXTEND STKMOV.

           EVALUATE TRUE
               WHEN 88-FS-STKMOV-OK
               WHEN 88-FS-STKMOV-EXISTE
                    CONTINUE
               WHEN 88-FS-STKMOV-NOEXISTE
                    OPEN OUTPUT STKMOV
                    IF NOT 88-FS-STKMOV-OK
                       DISPLAY 'ERROR EN OPEN STKMOV FS: ' FS-STKMOV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKMOV FS: ' FS-STKMOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT STKNEG.

           EVALUATE TRUE
               WHEN 88-FS-STKNEG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKNEG FS: ' FS-STKNEG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT STKRECH.

           EVALUATE TRUE
               WHEN 88-FS-STKRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKRECH FS: ' FS-STKRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-STKNEG-FD.
           MOVE 'STOCK NEGATIVO - MOVIMIENTOS DEL:'
                                          TO REG-STKNEG-FD (01:33).
           MOVE WS-CURRENT-DATE-DATE      TO REG-STKNEG-FD (35:08).
           PERFORM 2600-GRABO-NEGATIVO.

           MOVE SPACES                    TO REG-STKNEG-FD.
           MOVE 'PROD.  DESCRIPCION                    TIPO  CANT. '
                                          TO REG-STKNEG-FD (01:50).
           MOVE 'SALDO ANT.  SALDO NUEVO REFERENCIA'
                                          TO REG-STKNEG-FD (51:34).
           PERFORM 2600-GRABO-NEGATIVO.

           IF 88-STKNOV-ABIERTO
              PERFORM 1300-LEO-MOVIMIENTO
           END-IF.

       1000-FIN.
           EXIT.

       1100-CARGO-PRODUCTOS.

           OPEN INPUT PRODMST.

           EVALUATE TRUE
               WHEN 88-FS-PRODMST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRODMST FS: ' FS-PRODMST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1110-LEO-PRODUCTO.

           PERFORM UNTIL 88-FS-PRODMST-EOF
              IF WS-CANT-PRODUCTOS >= WCN-TOPE-PRODUCTOS
                 DISPLAY 'TABLA DE PRODUCTOS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-PRODUCTOS
              SET IDX-PRODUCTO TO WS-CANT-PRODUCTOS
              MOVE PRD-COD         TO WPR-COD (IDX-PRODUCTO)
              MOVE PRD-DESCRIPCION TO WPR-DESCRIPCION (IDX-PRODUCTO)
              PERFORM 1110-LEO-PRODUCTO
           END-PERFORM.

           CLOSE PRODMST.

       1100-FIN.
           EXIT.

       1110-LEO-PRODUCTO.

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

       1110-FIN.
           EXIT.

       1200-CARGO-STOCK.

           OPEN INPUT STOCK.

           EVALUATE TRUE
               WHEN 88-FS-STOCK-OK
                    PERFORM 1210-LEO-STOCK
                    PERFORM UNTIL 88-FS-STOCK-EOF
                       IF WS-CANT-STOCK >= WCN-TOPE-STOCK
                          DISPLAY 'TABLA DE STOCK COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-STOCK
                       SET IDX-STOCK TO WS-CANT-STOCK
                       IF STK-COSTO-PROMEDIO NOT NUMERIC
                          MOVE 0 TO STK-COSTO-PROMEDIO
                       END-IF
                       MOVE REG-STOCK TO WST-REGISTRO (IDX-STOCK)
                       PERFORM 1210-LEO-STOCK
                    END-PERFORM
                    CLOSE STOCK
               WHEN 88-FS-STOCK-NOEXISTE
                    DISPLAY 'MAESTRO DE STOCK INEXISTENTE - SE CREA'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STOCK FS: ' FS-STOCK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-STOCK.

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

       1210-FIN.
           EXIT.

       1300-LEO-MOVIMIENTO.

           INITIALIZE REG-STKMOV.

           READ STKNOV INTO REG-STKMOV

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    ADD 1 TO WS-LEIDOS-MOVIMIENTOS
               WHEN 88-FS-STKNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ STKNOV FS: ' FS-STKNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

       2000-PROCESO.

           MOVE SPACES TO WS-MJE-ERROR.

           PERFORM 2100-APLICO-MOVIMIENTO THRU 2100-FIN.

           IF WS-MJE-ERROR NOT = SPACES
              PERFORM 2900-RECHAZO-MOVIMIENTO
           END-IF.

           PERFORM 1300-LEO-MOVIMIENTO.

       2000-FIN.
           EXIT.

       2100-APLICO-MOVIMIENTO.

           IF NOT 88-MOV-ENTRADA
           AND NOT 88-MOV-SALIDA
              MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF MOV-CANTIDAD NOT NUMERIC
              OR MOV-CANTIDAD = 0
              MOVE 'CANTIDAD INVALIDA'     TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           PERFORM 2110-BUSCO-PRODUCTO.

           IF WS-PRODUCTO-OK = 'N'
              MOVE 'PRODUCTO INEXISTENTE'  TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           PERFORM 2120-BUSCO-STOCK.

           IF WS-STOCK-HALLADO = 0
              PERFORM 2130-ALTA-STOCK
           END-IF.

           SET IDX-STOCK TO WS-STOCK-HALLADO.
           MOVE WST-REGISTRO (IDX-STOCK)  TO REG-STOCK.
           MOVE STK-EXISTENCIA            TO WS-SALDO-ANTERIOR.

      *    UNA RECEPCION VALORIZADA RECALCULA EL COSTO PROMEDIO
      *    PONDERADO ANTES DE SUMAR LA CANTIDAD A LA EXISTENCIA.
           IF 88-MOV-RECEPCION
              AND MOV-COSTO-UNITARIO NUMERIC
              AND MOV-COSTO-UNITARIO > 0
              IF STK-EXISTENCIA > 0
                 COMPUTE STK-COSTO-PROMEDIO ROUNDED =
                       (STK-EXISTENCIA * STK-COSTO-PROMEDIO
                      + MOV-CANTIDAD   * MOV-COSTO-UNITARIO)
                      / (STK-EXISTENCIA + MOV-CANTIDAD)
              ELSE
                 MOVE MOV-COSTO-UNITARIO  TO STK-COSTO-PROMEDIO
              END-IF
              ADD 1 TO WS-CANT-VALORIZADAS
           END-IF.

           IF 88-MOV-ENTRADA
              ADD MOV-CANTIDAD            TO STK-EXISTENCIA
              ADD 1 TO WS-CANT-ENTRADAS
           ELSE
              SUBTRACT MOV-CANTIDAD       FROM STK-EXISTENCIA
              ADD 1 TO WS-CANT-SALIDAS
           END-IF.

           MOVE WS-CURRENT-DATE-DATE      TO STK-FEC-ULT-MOV.
           MOVE REG-STOCK                 TO WST-REGISTRO (IDX-STOCK).

           MOVE STK-EXISTENCIA            TO MOV-SALDO.
           PERFORM 2500-GRABO-MAYOR.

           IF STK-EXISTENCIA < 0
              ADD 1 TO WS-CANT-NEGATIVOS
              PERFORM 2550-LINEA-NEGATIVO
           END-IF.

       2100-FIN.
           EXIT.

       2110-BUSCO-PRODUCTO.

           MOVE 'N'    TO WS-PRODUCTO-OK.
           MOVE SPACES TO WS-DESC-PRODUCTO.

           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                     UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
              IF WPR-COD (IDX-PRODUCTO) = MOV-COD-PRODUCTO
                 MOVE 'S' TO WS-PRODUCTO-OK
                 MOVE WPR-DESCRIPCION (IDX-PRODUCTO)
                   TO WS-DESC-PRODUCTO
              END-IF
           END-PERFORM.

       2110-FIN.
           EXIT.

       2120-BUSCO-STOCK.

           MOVE 0 TO WS-STOCK-HALLADO.

           PERFORM VARYING IDX-STOCK FROM 1 BY 1
                     UNTIL IDX-STOCK > WS-CANT-STOCK
              MOVE WST-REGISTRO (IDX-STOCK) TO REG-STOCK
              IF STK-COD = MOV-COD-PRODUCTO
                 SET WS-STOCK-HALLADO TO IDX-STOCK
              END-IF
           END-PERFORM.

       2120-FIN.
           EXIT.

      *------------------------------------------------------------
      * PRIMER MOVIMIENTO DE UN PRODUCTO: SE ABRE SU STOCK EN CERO
      * Y SIN MINIMO (EL MINIMO Y LA REPOSICION SE CARGAN APARTE).
      *------------------------------------------------------------
       2130-ALTA-STOCK.

           IF WS-CANT-STOCK >= WCN-TOPE-STOCK
              DISPLAY 'TABLA DE STOCK COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           INITIALIZE REG-STOCK.
           MOVE MOV-COD-PRODUCTO          TO STK-COD.
           MOVE 0                         TO STK-EXISTENCIA.

           ADD 1 TO WS-CANT-STOCK.
           SET IDX-STOCK TO WS-CANT-STOCK.
           MOVE REG-STOCK                 TO WST-REGISTRO (IDX-STOCK).
           MOVE WS-CANT-STOCK             TO WS-STOCK-HALLADO.

           ADD 1 TO WS-CANT-ALTAS-STOCK.

       2130-FIN.
           EXIT.

       2500-GRABO-MAYOR.

           WRITE REG-STKMOV-FD            FROM REG-STKMOV.

           EVALUATE TRUE
               WHEN 88-FS-STKMOV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE STKMOV FS: ' FS-STKMOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2500-FIN.
           EXIT.

       2550-LINEA-NEGATIVO.

           MOVE SPACES                    TO REG-STKNEG-FD.
           MOVE MOV-COD-PRODUCTO          TO REG-STKNEG-FD (01:06).
           MOVE WS-DESC-PRODUCTO          TO REG-STKNEG-FD (08:30).
           MOVE MOV-TIPO                  TO REG-STKNEG-FD (39:01).
           MOVE MOV-CANTIDAD              TO WS-CANTIDAD-ED.
           MOVE WS-CANTIDAD-ED            TO REG-STKNEG-FD (44:06).
           MOVE WS-SALDO-ANTERIOR         TO WS-SALDO-ED.
           MOVE WS-SALDO-ED               TO REG-STKNEG-FD (51:10).
           MOVE STK-EXISTENCIA            TO WS-SALDO-ED.
           MOVE WS-SALDO-ED               TO REG-STKNEG-FD (63:10).
           MOVE MOV-REFERENCIA            TO REG-STKNEG-FD (75:10).

           PERFORM 2600-GRABO-NEGATIVO.

           DISPLAY 'STOCK NEGATIVO - PRODUCTO: ' MOV-COD-PRODUCTO
                   ' SALDO: ' WS-SALDO-ED.

       2550-FIN.
           EXIT.

       2600-GRABO-NEGATIVO.

           WRITE REG-STKNEG-FD.

           EVALUATE TRUE
               WHEN 88-FS-STKNEG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE STKNEG FS: ' FS-STKNEG
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

      *------------------------------------------------------------
      * MAESTRO ACTUALIZADO Y COLA VACIA: LOS MOVIMIENTOS YA
      * APLICADOS QUEDAN SOLO EN EL MAYOR.
      *------------------------------------------------------------
       2800-REESCRIBO-STOCK.

           OPEN OUTPUT STOCK.

           EVALUATE TRUE
               WHEN 88-FS-STOCK-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STOCK FS: ' FS-STOCK
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM VARYING IDX-STOCK FROM 1 BY 1
                     UNTIL IDX-STOCK > WS-CANT-STOCK
              WRITE REG-STOCK-FD FROM WST-REGISTRO (IDX-STOCK)
              EVALUATE TRUE
                  WHEN 88-FS-STOCK-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE STOCK FS: ' FS-STOCK
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
              END-EVALUATE
           END-PERFORM.

           CLOSE STOCK.

           IF 88-STKNOV-ABIERTO
              CLOSE STKNOV
              OPEN OUTPUT STKNOV
              IF NOT 88-FS-STKNOV-OK
                 DISPLAY 'ERROR EN OPEN STKNOV FS: ' FS-STKNOV
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              CLOSE STKNOV
           END-IF.

       2800-FIN.
           EXIT.

       2900-RECHAZO-MOVIMIENTO.

           MOVE SPACES                    TO REG-STKRECH-FD.
           MOVE REG-STKMOV                TO RECH-MOVIMIENTO.
           MOVE WS-MJE-ERROR              TO RECH-MOTIVO.

           WRITE REG-STKRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-STKRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE STKRECH FS: ' FS-STKRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           DISPLAY 'MOVIMIENTO RECHAZADO - PRODUCTO: ' MOV-COD-PRODUCTO
                   ' MOTIVO: ' WS-MJE-ERROR.

       2900-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-STKNEG-FD.
           PERFORM 2600-GRABO-NEGATIVO.
           MOVE 'MOVIMIENTOS CON SALDO NEGATIVO:'
                                          TO REG-STKNEG-FD (01:31).
           MOVE WS-CANT-NEGATIVOS         TO REG-STKNEG-FD (33:05).
           PERFORM 2600-GRABO-NEGATIVO.

           CLOSE STKMOV.
           CLOSE STKNEG.
           CLOSE STKRECH.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMSTOCK              '.
           DISPLAY '**************************************************'.
           DISPLAY 'PRODUCTOS CON STOCK LEIDOS : ' WS-LEIDOS-STOCK.
           DISPLAY 'MOVIMIENTOS LEIDOS         : '
                                              WS-LEIDOS-MOVIMIENTOS.
           DISPLAY 'SALIDAS APLICADAS          : ' WS-CANT-SALIDAS.
           DISPLAY 'ENTRADAS APLICADAS         : ' WS-CANT-ENTRADAS.
           DISPLAY 'RECEPCIONES VALORIZADAS    : ' WS-CANT-VALORIZADAS.
           DISPLAY 'PRODUCTOS NUEVOS EN STOCK  : ' WS-CANT-ALTAS-STOCK.
           DISPLAY 'MOVIMIENTOS RECHAZADOS     : ' WS-CANT-RECHAZADOS.
           DISPLAY 'SALDOS NEGATIVOS           : ' WS-CANT-NEGATIVOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM PGMSTOCK.
