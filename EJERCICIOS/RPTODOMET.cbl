      ******************************************************************
      * REPORTE DE EXCEPCION: POSIBLES RETROCESOS DE ODOMETRO
      * RECORRE EL HISTORICO DE LECTURAS DE ODOMETRO (ODOMETRO) EN
      * EL ORDEN EN QUE SE GRABARON (INGRESO GENVEHI, APERTURA Y
      * CIERRE DE OT EN ABMORDEN, VENTA EN VTAVEHI) Y GUARDA LA
      * ULTIMA LECTURA DE CADA VEHICULO. TODA LECTURA MENOR QUE LA
      * ANTERIOR DEL MISMO VEHICULO SE LISTA COMO POSIBLE RETROCESO:
      * VEHICULO, FECHA, ORIGEN Y PROGRAMA DE LA LECTURA, LECTURA
      * ANTERIOR CON SU FECHA, LECTURA NUEVA Y DIFERENCIA. AL PIE,
      * LECTURAS LEIDAS, VEHICULOS Y RETROCESOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTODOMET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ODOMETRO         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

           SELECT RPTODO           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Retrocesos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTODO.

       DATA DIVISION.
       FILE SECTION.
       FD  ODOMETRO
           RECORDING MODE IS F.
       01  REG-ODOMETRO-FD                PIC X(50).

       FD  RPTODO
           RECORDING MODE IS F.
       01  REG-RPTODO-FD                  PIC X(120).

       WORKING-STORAGE SECTION.
       77  FS-ODOMETRO                    PIC X(02) VALUE ' '.
           88 88-FS-ODOMETRO-OK                     VALUE '00'.
           88 88-FS-ODOMETRO-EOF                    VALUE '10'.
           88 88-FS-ODOMETRO-NOEXISTE               VALUE '35'.

       77  WS-ODOMETRO-ABIERTO            PIC X(01) VALUE 'N'.
           88 88-ODOMETRO-ABIERTO                   VALUE 'S'.

       77  FS-RPTODO                      PIC X(02) VALUE ' '.
           88 88-FS-RPTODO-OK                       VALUE '00'.

       77  WS-LEIDAS-LECTURAS             PIC 9(05) VALUE 0.
       77  WS-CANT-RETROCESOS             PIC 9(05) VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-DIFERENCIA                  PIC 9(07) VALUE 0.
       77  WS-KM-ED                       PIC Z.ZZZ.ZZ9.

      *------------------------------------------------------
      * ULTIMA LECTURA CONOCIDA POR VEHICULO
      *------------------------------------------------------
       77  WS-TOPE-VEHICULOS              PIC 9(04) VALUE 5000.
       77  WS-CANT-VEHICULOS              PIC 9(04) VALUE 0.
       77  WS-IDX-VEH                     PIC 9(04) VALUE 0.
       77  WS-IDX-HALLADO                 PIC 9(04) VALUE 0.

       01  WS-TABLA-ULTIMAS.
           03 WS-ULT-LECTURA OCCURS 5000 TIMES.
              05 WS-ULT-VEH-ID            PIC X(05).
              05 WS-ULT-KM                PIC 9(07).
              05 WS-ULT-FECHA             PIC 9(08).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WODOMETRO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-ODOMETRO-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           OPEN INPUT ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    SET 88-ODOMETRO-ABIERTO TO TRUE
               WHEN 88-FS-ODOMETRO-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE LECTURAS DE ODOMETRO'
                    SET 88-FS-ODOMETRO-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTODO.

           EVALUATE TRUE
               WHEN 88-FS-RPTODO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTODO FS: ' FS-RPTODO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTODO-FD.
           MOVE 'POSIBLES RETROCESOS DE ODOMETRO AL:'
                                          TO REG-RPTODO-FD (01:35).
           MOVE WS-CURRENT-DATE-DATE      TO REG-RPTODO-FD (37:08).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTODO-FD.
           MOVE 'VEH.  FECHA    ORIG PROGRAMA REFERENCIA '
                                          TO REG-RPTODO-FD (01:41).
           MOVE 'KM ANTERIOR  FECHA ANT.  KM NUEVO   DIFERENCIA'
                                          TO REG-RPTODO-FD (42:46).
           PERFORM 2600-GRABO-LINEA.

           IF NOT 88-FS-ODOMETRO-EOF
              PERFORM 1100-LEO-LECTURA
           END-IF.

       1000-FIN.
           EXIT.

       1100-LEO-LECTURA.

           INITIALIZE REG-ODOMETRO.

           READ ODOMETRO INTO REG-ODOMETRO

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    ADD 1 TO WS-LEIDAS-LECTURAS
               WHEN 88-FS-ODOMETRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

      *------------------------------------------------------------
      * CADA LECTURA SE COMPARA CON LA ULTIMA DEL MISMO VEHICULO Y
      * PASA A SER LA ULTIMA. LA PRIMERA LECTURA DE UN VEHICULO
      * SOLO SE GUARDA.
      *------------------------------------------------------------
       2000-PROCESO.

           IF ODO-KM NUMERIC
              PERFORM 2100-BUSCO-VEHICULO
              IF WS-IDX-HALLADO = 0
                 PERFORM 2200-AGREGO-VEHICULO
              ELSE
                 IF ODO-KM < WS-ULT-KM (WS-IDX-HALLADO)
                    ADD 1 TO WS-CANT-RETROCESOS
                    PERFORM 2300-LINEA-RETROCESO
                 END-IF
                 MOVE ODO-KM           TO WS-ULT-KM (WS-IDX-HALLADO)
                 MOVE ODO-FECHA        TO WS-ULT-FECHA (WS-IDX-HALLADO)
              END-IF
           END-IF.

           PERFORM 1100-LEO-LECTURA.

       2000-FIN.
           EXIT.

       2100-BUSCO-VEHICULO.

           MOVE 0                         TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-VEH FROM 1 BY 1
                     UNTIL WS-IDX-VEH > WS-CANT-VEHICULOS
                        OR WS-IDX-HALLADO > 0
              IF WS-ULT-VEH-ID (WS-IDX-VEH) = ODO-VEH-ID
                 MOVE WS-IDX-VEH          TO WS-IDX-HALLADO
              END-IF
           END-PERFORM.

       2100-FIN.
           EXIT.

       2200-AGREGO-VEHICULO.

           IF WS-CANT-VEHICULOS NOT < WS-TOPE-VEHICULOS
              DISPLAY 'TABLA DE VEHICULOS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           ADD 1                          TO WS-CANT-VEHICULOS.
           MOVE ODO-VEH-ID      TO WS-ULT-VEH-ID (WS-CANT-VEHICULOS).
           MOVE ODO-KM          TO WS-ULT-KM     (WS-CANT-VEHICULOS).
           MOVE ODO-FECHA       TO WS-ULT-FECHA  (WS-CANT-VEHICULOS).

       2200-FIN.
           EXIT.

       2300-LINEA-RETROCESO.

           COMPUTE WS-DIFERENCIA = WS-ULT-KM (WS-IDX-HALLADO) - ODO-KM.

           MOVE SPACES                    TO REG-RPTODO-FD.
           MOVE ODO-VEH-ID                TO REG-RPTODO-FD (01:05).
           MOVE ODO-FECHA                 TO REG-RPTODO-FD (07:08).
           MOVE ODO-ORIGEN                TO REG-RPTODO-FD (17:01).
           MOVE ODO-PROGRAMA              TO REG-RPTODO-FD (21:08).
           MOVE ODO-REFERENCIA            TO REG-RPTODO-FD (30:10).
           MOVE WS-ULT-KM (WS-IDX-HALLADO) TO WS-KM-ED.
           MOVE WS-KM-ED                  TO REG-RPTODO-FD (42:09).
           MOVE WS-ULT-FECHA (WS-IDX-HALLADO)
                                          TO REG-RPTODO-FD (55:08).
           MOVE ODO-KM                    TO WS-KM-ED.
           MOVE WS-KM-ED                  TO REG-RPTODO-FD (65:09).
           MOVE WS-DIFERENCIA             TO WS-KM-ED.
           MOVE WS-KM-ED                  TO REG-RPTODO-FD (77:09).

           PERFORM 2600-GRABO-LINEA.

       2300-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTODO-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTODO-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTODO FS: ' FS-RPTODO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           MOVE SPACES                    TO REG-RPTODO-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'LECTURAS:'               TO REG-RPTODO-FD (01:09).
           MOVE WS-LEIDAS-LECTURAS        TO REG-RPTODO-FD (11:05).
           MOVE 'VEHICULOS:'              TO REG-RPTODO-FD (18:10).
           MOVE WS-CANT-VEHICULOS         TO REG-RPTODO-FD (29:04).
           MOVE 'RETROCESOS:'             TO REG-RPTODO-FD (35:11).
           MOVE WS-CANT-RETROCESOS        TO REG-RPTODO-FD (47:05).
           PERFORM 2600-GRABO-LINEA.

           IF 88-ODOMETRO-ABIERTO
              CLOSE ODOMETRO
           END-IF.
           CLOSE RPTODO.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTODOMET             '.
           DISPLAY '**************************************************'.
           DISPLAY 'LECTURAS LEIDAS            : ' WS-LEIDAS-LECTURAS.
           DISPLAY 'VEHICULOS CON LECTURA      : ' WS-CANT-VEHICULOS.
           DISPLAY 'POSIBLES RETROCESOS        : ' WS-CANT-RETROCESOS.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTODOMET.
