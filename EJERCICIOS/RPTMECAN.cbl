      ******************************************************************
      * REPORTE MENSUAL DE PRODUCTIVIDAD DEL TALLER
      * SE LE INDICA POR CONSOLA EL PERIODO (AAAAMM) A INFORMAR Y
      * RESUME LOS PARTES DE HORAS (ORDHORA) FECHADOS EN ESE MES:
      *   - POR MECANICO (MECANICOS): HORAS DISPONIBLES DEL MES,
      *     HORAS TRABAJADAS, PORCENTAJE DE OCUPACION E IMPORTE DE
      *     MANO DE OBRA A SU TARIFA.
      *   - POR TIPO DE ORDEN (ORDTRAB): ORDENES CON HORAS EN EL MES,
      *     HORAS Y PROMEDIO DE HORAS POR ORDEN. EL TIPO SE TOMA DE LA
      *     ORDEN: GARANTIA SI ORD-GARANTIA = 'S', RECALL SI LA
      *     DESCRIPCION EMPIEZA CON 'RECALL ', SI NO COMUN. LAS HORAS
      *     DE UNA ORDEN QUE NO ESTA EN ORDTRAB VAN COMO SIN ORDEN.
      * LAS HORAS DE UN MECANICO QUE NO ESTA EN EL MAESTRO SE CUENTAN
      * EN LOS TIPOS DE ORDEN Y SE INFORMAN APARTE EN LOS TOTALES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMECAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MECANICOS        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Mecanico
      -    's.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MECANICOS.

           SELECT ORDTRAB          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesT
      -    'rabajo.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDTRAB.

           SELECT ORDHORA          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesH
      -    'oras.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDHORA.

           SELECT RPTMEC           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Producti
      -    'vidadTaller.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTMEC.

       DATA DIVISION.
       FILE SECTION.
       FD  MECANICOS
           RECORDING MODE IS F.
       01  REG-MECANICOS-FD               PIC X(60).

       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                 PIC X(78).

       FD  ORDHORA
           RECORDING MODE IS F.
       01  REG-ORDHORA-FD                 PIC X(50).

       FD  RPTMEC
           RECORDING MODE IS F.
       01  REG-RPTMEC-FD                  PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-MECANICOS                   PIC X(02) VALUE ' '.
           88 88-FS-MECANICOS-OK                    VALUE '00'.
           88 88-FS-MECANICOS-EOF                   VALUE '10'.
           88 88-FS-MECANICOS-NOEXISTE              VALUE '35'.

       77  FS-ORDTRAB                     PIC X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDTRAB-EOF                     VALUE '10'.
           88 88-FS-ORDTRAB-NOEXISTE                VALUE '35'.

       77  FS-ORDHORA                     PIC X(02) VALUE ' '.
           88 88-FS-ORDHORA-OK                      VALUE '00'.
           88 88-FS-ORDHORA-EOF                     VALUE '10'.
           88 88-FS-ORDHORA-NOEXISTE                VALUE '35'.

       77  WS-ORDHORA-ABIERTO             PIC X(01) VALUE 'N'.
           88 88-ORDHORA-ABIERTO                    VALUE 'S'.

       77  FS-RPTMEC                      PIC X(02) VALUE ' '.
           88 88-FS-RPTMEC-OK                       VALUE '00'.

       77  WS-PERIODO-INGRESO             PIC X(06) VALUE SPACES.
       01  WS-PERIODO.
           05 WS-PERIODO-ANIO             PIC 9(04).
           05 WS-PERIODO-MES              PIC 9(02).

       77  WS-LEIDOS-HORAS                PIC 9(05) VALUE 0.
       77  WS-HORAS-PERIODO               PIC 9(05) VALUE 0.
       77  WS-CANT-SIN-MECANICO           PIC 9(05) VALUE 0.
       77  WS-HS-SIN-MECANICO             PIC 9(05)V99 VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-TOT-HS-DISPONIBLES          PIC 9(07) VALUE 0.
       77  WS-TOT-HS-TRABAJADAS           PIC 9(07)V99 VALUE 0.
       77  WS-TOT-IMPORTE                 PIC 9(09)V99 VALUE 0.

       77  WS-PORCENTAJE                  PIC 9(04)V9 VALUE 0.
       77  WS-PROMEDIO                    PIC 9(05)V99 VALUE 0.
       77  WS-TIPO-ORDEN                  PIC 9(01) VALUE 0.

       77  WS-HS-DISP-ED                  PIC ZZ.ZZ9.
       77  WS-HORAS-ED                    PIC ZZ.ZZ9,99.
       77  WS-PORC-ED                     PIC ZZZ9,9.
       77  WS-IMPORTE-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-CANT-ED                     PIC ZZZZ9.

      *------------------------------------------------------
      * MECANICOS DEL MAESTRO CON LO ACUMULADO EN EL PERIODO
      *------------------------------------------------------
       77  WS-TOPE-MECANICOS              PIC 9(04) VALUE 200.
       77  WS-CANT-MECANICOS              PIC 9(04) VALUE 0.
       77  WS-IDX-MEC                     PIC 9(04) VALUE 0.
       77  WS-MEC-HALLADO                 PIC 9(04) VALUE 0.

       01  WS-TABLA-MECANICOS.
           03 WS-MEC-TAB OCCURS 200 TIMES.
              05 WS-MEC-ID                PIC 9(04).
              05 WS-MEC-NOMBRE            PIC X(30).
              05 WS-MEC-TARIFA            PIC 9(05)V99.
              05 WS-MEC-HORAS-MES         PIC 9(03).
              05 WS-MEC-HS-TRAB           PIC 9(05)V99.
              05 WS-MEC-IMPORTE           PIC 9(09)V99.

      *------------------------------------------------------
      * TIPO DE CADA ORDEN DE TRABAJO: 1 COMUN, 2 GARANTIA,
      * 3 RECALL
      *------------------------------------------------------
       77  WS-TOPE-ORDENES                PIC 9(05) VALUE 5000.
       77  WS-CANT-ORDENES                PIC 9(05) VALUE 0.
       77  WS-IDX-ORD                     PIC 9(05) VALUE 0.
       77  WS-ORD-HALLADA                 PIC 9(05) VALUE 0.

       01  WS-TABLA-ORDENES.
           03 WS-ORD-TAB OCCURS 5000 TIMES.
              05 WS-ORD-NRO               PIC 9(06).
              05 WS-ORD-TIPO              PIC 9(01).

      *------------------------------------------------------
      * ORDENES CON HORAS EN EL PERIODO (CADA UNA CUENTA UNA
      * SOLA VEZ EN EL PROMEDIO DE SU TIPO)
      *------------------------------------------------------
       77  WS-CANT-ORD-PERIODO            PIC 9(05) VALUE 0.
       77  WS-IDX-PER                     PIC 9(05) VALUE 0.
       77  WS-PER-HALLADA                 PIC 9(05) VALUE 0.

       01  WS-TABLA-ORD-PERIODO.
           03 WS-PER-TAB OCCURS 5000 TIMES.
              05 WS-PER-ORD-NRO           PIC 9(06).
              05 WS-PER-TIPO              PIC 9(01).
              05 WS-PER-HORAS             PIC 9(05)V99.

      *------------------------------------------------------
      * ACUMULADOS POR TIPO DE ORDEN (4 = SIN ORDEN)
      *------------------------------------------------------
       01  WS-NOMBRES-TIPO.
           03 FILLER                      PIC X(10) VALUE 'COMUN'.
           03 FILLER                      PIC X(10) VALUE 'GARANTIA'.
           03 FILLER                      PIC X(10) VALUE 'RECALL'.
           03 FILLER                      PIC X(10) VALUE 'SIN ORDEN'.
       01  WS-NOMBRES-TIPO-R REDEFINES WS-NOMBRES-TIPO.
           03 WS-NOMBRE-TIPO OCCURS 4 TIMES
                                          PIC X(10).

       77  WS-IDX-TIPO                    PIC 9(01) VALUE 0.
       01  WS-TABLA-TIPOS.
           03 WS-TIPO-TAB OCCURS 4 TIMES.
              05 WS-TIPO-ORDENES          PIC 9(05).
              05 WS-TIPO-HORAS            PIC 9(07)V99.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WMECANICO.

       COPY WORDTRAB.

       COPY WORDHORA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-ORDHORA-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

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

           INITIALIZE WS-TABLA-TIPOS.

           PERFORM 1100-CARGO-MECANICOS.

           PERFORM 1200-CARGO-ORDENES.

           OPEN INPUT ORDHORA.

           EVALUATE TRUE
               WHEN 88-FS-ORDHORA-OK
                    SET 88-ORDHORA-ABIERTO TO TRUE
               WHEN 88-FS-ORDHORA-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE PARTES DE HORAS'
                    SET 88-FS-ORDHORA-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDHORA FS: ' FS-ORDHORA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTMEC.

           EVALUATE TRUE
               WHEN 88-FS-RPTMEC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTMEC FS: ' FS-RPTMEC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           IF NOT 88-FS-ORDHORA-EOF
              PERFORM 1300-LEO-HORA
           END-IF.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * SIN MAESTRO DE MECANICOS NO HAY HORAS DISPONIBLES NI
      * TARIFAS CONTRA LAS QUE MEDIR: SE CANCELA.
      *------------------------------------------------------------
       1100-CARGO-MECANICOS.

           OPEN INPUT MECANICOS.

           EVALUATE TRUE
               WHEN 88-FS-MECANICOS-OK
                    CONTINUE
               WHEN 88-FS-MECANICOS-NOEXISTE
                    DISPLAY 'NO EXISTE EL ARCHIVO DE MECANICOS'
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MECANICOS FS: ' FS-MECANICOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1110-LEO-MECANICO.

           PERFORM UNTIL 88-FS-MECANICOS-EOF
              IF WS-CANT-MECANICOS NOT < WS-TOPE-MECANICOS
                 DISPLAY 'TABLA DE MECANICOS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-MECANICOS
              MOVE MEC-ID          TO WS-MEC-ID (WS-CANT-MECANICOS)
              MOVE MEC-NOMBRE      TO WS-MEC-NOMBRE (WS-CANT-MECANICOS)
              MOVE MEC-TARIFA-HORA TO WS-MEC-TARIFA (WS-CANT-MECANICOS)
              MOVE MEC-HORAS-MES
                TO WS-MEC-HORAS-MES (WS-CANT-MECANICOS)
              MOVE 0               TO WS-MEC-HS-TRAB (WS-CANT-MECANICOS)
              MOVE 0               TO WS-MEC-IMPORTE (WS-CANT-MECANICOS)
              PERFORM 1110-LEO-MECANICO
           END-PERFORM.

           CLOSE MECANICOS.

       1100-FIN.
           EXIT.

       1110-LEO-MECANICO.

           INITIALIZE REG-MECANICO.

           READ MECANICOS INTO REG-MECANICO

           EVALUATE TRUE
               WHEN 88-FS-MECANICOS-OK
               WHEN 88-FS-MECANICOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MECANICOS FS: ' FS-MECANICOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1110-FIN.
           EXIT.

       1200-CARGO-ORDENES.

           OPEN INPUT ORDTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    PERFORM 1210-LEO-ORDEN
                    PERFORM UNTIL 88-FS-ORDTRAB-EOF
                       PERFORM 1220-GUARDO-ORDEN
                       PERFORM 1210-LEO-ORDEN
                    END-PERFORM
                    CLOSE ORDTRAB
               WHEN 88-FS-ORDTRAB-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE ORDENES DE TRABAJO'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-ORDEN.

           INITIALIZE REG-ORDTRAB.

           READ ORDTRAB INTO REG-ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
               WHEN 88-FS-ORDTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1210-FIN.
           EXIT.

       1220-GUARDO-ORDEN.

           IF WS-CANT-ORDENES NOT < WS-TOPE-ORDENES
              DISPLAY 'TABLA DE ORDENES COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN 88-ORD-GARANTIA
                    MOVE 2                TO WS-TIPO-ORDEN
               WHEN ORD-DESCRIPCION (01:07) = 'RECALL '
                    MOVE 3                TO WS-TIPO-ORDEN
               WHEN OTHER
                    MOVE 1                TO WS-TIPO-ORDEN
           END-EVALUATE.

           ADD 1                          TO WS-CANT-ORDENES.
           MOVE ORD-NRO          TO WS-ORD-NRO  (WS-CANT-ORDENES).
           MOVE WS-TIPO-ORDEN    TO WS-ORD-TIPO (WS-CANT-ORDENES).

       1220-FIN.
           EXIT.

       1300-LEO-HORA.

           INITIALIZE REG-ORDHORA.

           READ ORDHORA INTO REG-ORDHORA

           EVALUATE TRUE
               WHEN 88-FS-ORDHORA-OK
                    ADD 1 TO WS-LEIDOS-HORAS
               WHEN 88-FS-ORDHORA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDHORA FS: ' FS-ORDHORA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

      *------------------------------------------------------------
      * CADA PARTE DEL PERIODO SUMA AL MECANICO (HORAS E IMPORTE A
      * SU TARIFA) Y A LA ORDEN, QUE LUEGO SE RESUME POR TIPO.
      *------------------------------------------------------------
       2000-PROCESO.

           IF HOR-FECHA (01:06) = WS-PERIODO-INGRESO
           AND HOR-HORAS NUMERIC
              ADD 1 TO WS-HORAS-PERIODO
              PERFORM 2100-ACUMULO-MECANICO
              PERFORM 2200-ACUMULO-ORDEN
           END-IF.

           PERFORM 1300-LEO-HORA.

       2000-FIN.
           EXIT.

       2100-ACUMULO-MECANICO.

           MOVE 0                         TO WS-MEC-HALLADO.
           PERFORM VARYING WS-IDX-MEC FROM 1 BY 1
                     UNTIL WS-IDX-MEC > WS-CANT-MECANICOS
                        OR WS-MEC-HALLADO > 0
              IF WS-MEC-ID (WS-IDX-MEC) = HOR-MEC-ID
                 MOVE WS-IDX-MEC          TO WS-MEC-HALLADO
              END-IF
           END-PERFORM.

           IF WS-MEC-HALLADO = 0
              ADD 1                       TO WS-CANT-SIN-MECANICO
              ADD HOR-HORAS               TO WS-HS-SIN-MECANICO
           ELSE
              ADD HOR-HORAS     TO WS-MEC-HS-TRAB (WS-MEC-HALLADO)
              COMPUTE WS-MEC-IMPORTE (WS-MEC-HALLADO) ROUNDED =
                      WS-MEC-IMPORTE (WS-MEC-HALLADO)
                    + HOR-HORAS * WS-MEC-TARIFA (WS-MEC-HALLADO)
           END-IF.

       2100-FIN.
           EXIT.

       2200-ACUMULO-ORDEN.

           MOVE 0                         TO WS-PER-HALLADA.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                     UNTIL WS-IDX-PER > WS-CANT-ORD-PERIODO
                        OR WS-PER-HALLADA > 0
              IF WS-PER-ORD-NRO (WS-IDX-PER) = HOR-ORD-NRO
                 MOVE WS-IDX-PER          TO WS-PER-HALLADA
              END-IF
           END-PERFORM.

           IF WS-PER-HALLADA = 0
              PERFORM 2210-AGREGO-ORDEN
           END-IF.

           ADD HOR-HORAS          TO WS-PER-HORAS (WS-PER-HALLADA).

       2200-FIN.
           EXIT.

       2210-AGREGO-ORDEN.

           IF WS-CANT-ORD-PERIODO NOT < WS-TOPE-ORDENES
              DISPLAY 'TABLA DE ORDENES DEL PERIODO COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           MOVE 0                         TO WS-ORD-HALLADA.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                     UNTIL WS-IDX-ORD > WS-CANT-ORDENES
                        OR WS-ORD-HALLADA > 0
              IF WS-ORD-NRO (WS-IDX-ORD) = HOR-ORD-NRO
                 MOVE WS-IDX-ORD          TO WS-ORD-HALLADA
              END-IF
           END-PERFORM.

           ADD 1                          TO WS-CANT-ORD-PERIODO.
           MOVE WS-CANT-ORD-PERIODO       TO WS-PER-HALLADA.
           MOVE HOR-ORD-NRO     TO WS-PER-ORD-NRO (WS-PER-HALLADA).
           MOVE 0               TO WS-PER-HORAS   (WS-PER-HALLADA).
           IF WS-ORD-HALLADA = 0
              MOVE 4            TO WS-PER-TIPO    (WS-PER-HALLADA)
           ELSE
              MOVE WS-ORD-TIPO (WS-ORD-HALLADA)
                                TO WS-PER-TIPO    (WS-PER-HALLADA)
           END-IF.

       2210-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTMEC-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTMEC-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTMEC FS: ' FS-RPTMEC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-RPTMEC-FD.
           MOVE 'PRODUCTIVIDAD DEL TALLER - PERIODO:'
                                          TO REG-RPTMEC-FD (01:35).
           MOVE WS-PERIODO-INGRESO        TO REG-RPTMEC-FD (37:06).
           MOVE 'EMITIDO:'                TO REG-RPTMEC-FD (46:08).
           MOVE WS-CURRENT-DATE-DATE      TO REG-RPTMEC-FD (55:08).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTMEC-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'MEC. NOMBRE'             TO REG-RPTMEC-FD (01:11).
           MOVE 'HS DISP.  HS TRAB. OCUP.%'
                                          TO REG-RPTMEC-FD (38:25).
           MOVE '  IMPORTE M.O.'          TO REG-RPTMEC-FD (65:14).
           PERFORM 2600-GRABO-LINEA.

           PERFORM 3100-LINEA-MECANICO
              VARYING WS-IDX-MEC FROM 1 BY 1
                UNTIL WS-IDX-MEC > WS-CANT-MECANICOS.

           MOVE SPACES                    TO REG-RPTMEC-FD.
           MOVE 'TOTAL TALLER'            TO REG-RPTMEC-FD (06:12).
           MOVE WS-TOT-HS-DISPONIBLES     TO WS-HS-DISP-ED.
           MOVE WS-HS-DISP-ED             TO REG-RPTMEC-FD (38:06).
           MOVE WS-TOT-HS-TRABAJADAS      TO WS-HORAS-ED.
           MOVE WS-HORAS-ED               TO REG-RPTMEC-FD (46:09).
           IF WS-TOT-HS-DISPONIBLES > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-TOT-HS-TRABAJADAS * 100 / WS-TOT-HS-DISPONIBLES
              MOVE WS-PORCENTAJE          TO WS-PORC-ED
              MOVE WS-PORC-ED             TO REG-RPTMEC-FD (57:06)
           END-IF.
           MOVE WS-TOT-IMPORTE            TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-RPTMEC-FD (65:14).
           PERFORM 2600-GRABO-LINEA.

           PERFORM 3200-RESUMEN-TIPOS.

           IF 88-ORDHORA-ABIERTO
              CLOSE ORDHORA
           END-IF.
           CLOSE RPTMEC.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTMECAN              '.
           DISPLAY '**************************************************'.
           DISPLAY 'PARTES DE HORAS LEIDOS     : ' WS-LEIDOS-HORAS.
           DISPLAY 'PARTES DEL PERIODO         : ' WS-HORAS-PERIODO.
           DISPLAY 'MECANICOS EN MAESTRO       : ' WS-CANT-MECANICOS.
           DISPLAY 'ORDENES CON HORAS          : ' WS-CANT-ORD-PERIODO.
           DISPLAY 'PARTES SIN MECANICO        : ' WS-CANT-SIN-MECANICO.
           MOVE WS-HS-SIN-MECANICO        TO WS-HORAS-ED.
           DISPLAY 'HORAS SIN MECANICO         : ' WS-HORAS-ED.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

      *------------------------------------------------------------
      * OCUPACION = HORAS TRABAJADAS SOBRE HORAS DISPONIBLES DEL
      * MES. SIN HORAS DISPONIBLES LA OCUPACION QUEDA EN BLANCO.
      *------------------------------------------------------------
       3100-LINEA-MECANICO.

           ADD WS-MEC-HORAS-MES (WS-IDX-MEC) TO WS-TOT-HS-DISPONIBLES.
           ADD WS-MEC-HS-TRAB (WS-IDX-MEC)   TO WS-TOT-HS-TRABAJADAS.
           ADD WS-MEC-IMPORTE (WS-IDX-MEC)   TO WS-TOT-IMPORTE.

           MOVE SPACES                    TO REG-RPTMEC-FD.
           MOVE WS-MEC-ID (WS-IDX-MEC)    TO REG-RPTMEC-FD (01:04).
           MOVE WS-MEC-NOMBRE (WS-IDX-MEC)
                                          TO REG-RPTMEC-FD (06:30).
           MOVE WS-MEC-HORAS-MES (WS-IDX-MEC) TO WS-HS-DISP-ED.
           MOVE WS-HS-DISP-ED             TO REG-RPTMEC-FD (38:06).
           MOVE WS-MEC-HS-TRAB (WS-IDX-MEC)   TO WS-HORAS-ED.
           MOVE WS-HORAS-ED               TO REG-RPTMEC-FD (46:09).
           IF WS-MEC-HORAS-MES (WS-IDX-MEC) > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-MEC-HS-TRAB (WS-IDX-MEC) * 100
                    / WS-MEC-HORAS-MES (WS-IDX-MEC)
              MOVE WS-PORCENTAJE          TO WS-PORC-ED
              MOVE WS-PORC-ED             TO REG-RPTMEC-FD (57:06)
           END-IF.
           MOVE WS-MEC-IMPORTE (WS-IDX-MEC)   TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED             TO REG-RPTMEC-FD (65:14).

           PERFORM 2600-GRABO-LINEA.

       3100-FIN.
           EXIT.

      *------------------------------------------------------------
      * PROMEDIO DE HORAS POR ORDEN SEGUN EL TIPO DE ORDEN
      *------------------------------------------------------------
       3200-RESUMEN-TIPOS.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                     UNTIL WS-IDX-PER > WS-CANT-ORD-PERIODO
              MOVE WS-PER-TIPO (WS-IDX-PER) TO WS-IDX-TIPO
              ADD 1                TO WS-TIPO-ORDENES (WS-IDX-TIPO)
              ADD WS-PER-HORAS (WS-IDX-PER)
                                   TO WS-TIPO-HORAS (WS-IDX-TIPO)
           END-PERFORM.

           MOVE SPACES                    TO REG-RPTMEC-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'TIPO DE ORDEN  ORDENES      HORAS PROM.HS/OT'
                                          TO REG-RPTMEC-FD (01:44).
           PERFORM 2600-GRABO-LINEA.

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                     UNTIL WS-IDX-TIPO > 4
              MOVE SPACES                 TO REG-RPTMEC-FD
              MOVE WS-NOMBRE-TIPO (WS-IDX-TIPO)
                                          TO REG-RPTMEC-FD (01:10)
              MOVE WS-TIPO-ORDENES (WS-IDX-TIPO) TO WS-CANT-ED
              MOVE WS-CANT-ED             TO REG-RPTMEC-FD (18:05)
              MOVE WS-TIPO-HORAS (WS-IDX-TIPO)   TO WS-HORAS-ED
              MOVE WS-HORAS-ED            TO REG-RPTMEC-FD (25:09)
              MOVE 0                      TO WS-PROMEDIO
              IF WS-TIPO-ORDENES (WS-IDX-TIPO) > 0
                 COMPUTE WS-PROMEDIO ROUNDED =
                         WS-TIPO-HORAS (WS-IDX-TIPO)
                       / WS-TIPO-ORDENES (WS-IDX-TIPO)
              END-IF
              MOVE WS-PROMEDIO            TO WS-HORAS-ED
              MOVE WS-HORAS-ED            TO REG-RPTMEC-FD (36:09)
              PERFORM 2600-GRABO-LINEA
           END-PERFORM.

       3200-FIN.
           EXIT.

       END PROGRAM RPTMECAN.
