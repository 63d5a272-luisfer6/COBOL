      ******************************************************************
      * PROGRAMA DE CRUCE DE MULTAS DE TRANSITO CONTRA EL LOTE
      * IMPORTA EL ARCHIVO DE MULTAS QUE ENVIA LA AUTORIDAD DE
      * TRANSITO (MULTAS) Y LO CRUZA POR PATENTE CONTRA EL MAESTRO
      * DE VEHICULOS (VEHICULOO):
      *   - LAS MULTAS IMPAGAS DE VEHICULOS DISPONIBLES O RESERVADOS
      *     SALEN AL REPORTE (RPTMULTA) CON SU IMPORTE, Y AL PIE EL
      *     TOTAL POR VEHICULO Y EL GENERAL
      *   - LAS MISMAS MULTAS QUEDAN EN MULVEH (SE REGENERA COMPLETO
      *     EN CADA IMPORTACION), QUE VTAVEHI USA PARA NO VENDER UN
      *     VEHICULO CON MULTAS IMPAGAS SIN AUTORIZACION DE UN
      *     SUPERVISOR
      *   - MULTAS ABONADAS, DE PATENTES AJENAS AL LOTE O DE
      *     VEHICULOS YA VENDIDOS SOLO SE CUENTAN; LOS REGISTROS
      *     INVALIDOS SE INFORMAN POR CONSOLA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMULTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MULTAS           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\MultasTr
      -    'ansito.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MULTAS.

           SELECT VEHICULOO         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\vehiculo
      -    '.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS VEH-CLAVE-FD
                                   ALTERNATE KEY   VEH-CLAVE-2-FD
                                   ALTERNATE KEY   VEH-CLAVE-3-FD
                                                   WITH DUPLICATES
                                   FILE STATUS  IS FS-VEHICULOO.

           SELECT MULVEH           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\MultasLo
      -    'te.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MULVEH.

           SELECT RPTMULTA         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\MultasLo
      -    'teReporte.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTMULTA.

       DATA DIVISION.
       FILE SECTION.
       FD  MULTAS
           RECORDING MODE IS F.
       01  REG-MULTAS-FD                  PIC X(70).

       FD  VEHICULOO
           RECORDING MODE IS F
           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 VEH-CLAVE-2-FD             PIC X(09).
           03 VEH-CLAVE-3-FD             PIC X(08).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  MULVEH
           RECORDING MODE IS F.
       01  REG-MULVEH-FD                  PIC X(70).

       FD  RPTMULTA
           RECORDING MODE IS F.
       01  REG-RPTMULTA-FD                PIC X(110).

       WORKING-STORAGE SECTION.
       77  FS-MULTAS                      PIC X(02) VALUE ' '.
           88 88-FS-MULTAS-OK                       VALUE '00'.
           88 88-FS-MULTAS-EOF                      VALUE '10'.
           88 88-FS-MULTAS-NOEXISTE                 VALUE '35'.

       77  FS-VEHICULOO                   PIC X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                    VALUE '00'.
           88 88-FS-VEHICULOO-NOKEY                 VALUE '23'.

       77  FS-MULVEH                      PIC X(02) VALUE ' '.
           88 88-FS-MULVEH-OK                       VALUE '00'.

       77  FS-RPTMULTA                    PIC X(02) VALUE ' '.
           88 88-FS-RPTMULTA-OK                     VALUE '00'.

       77  WS-LEIDAS-MULTAS               PIC 9(05) VALUE 0.
       77  WS-CANT-INVALIDAS              PIC 9(05) VALUE 0.
       77  WS-CANT-ABONADAS               PIC 9(05) VALUE 0.
       77  WS-CANT-FUERA-LOTE             PIC 9(05) VALUE 0.
       77  WS-CANT-VENDIDOS               PIC 9(05) VALUE 0.
       77  WS-CANT-EN-LOTE                PIC 9(05) VALUE 0.
       77  WS-TOTAL-MULTAS                PIC 9(11)V99 VALUE 0.

       77  WS-IMPORTE-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CANT-ED                     PIC ZZZZ9.
       77  WS-VEH-HALLADO                 PIC 9(04) VALUE 0.

      *------------------------------------------------------
      * TOTAL DE MULTAS IMPAGAS POR VEHICULO DEL LOTE
      *------------------------------------------------------
       77  WCN-TOPE-VEHICULOS             PIC 9(04) VALUE 500.
       77  WS-CANT-VEHICULOS              PIC 9(04) VALUE 0.
       01  WS-TABLA-VEHICULOS.
           05 WS-VEH-TAB OCCURS 500 TIMES
                         INDEXED BY IDX-VEH.
              10 WVM-PATENTE              PIC X(09).
              10 WVM-VEH-ID               PIC X(05).
              10 WVM-ESTADO               PIC X(01).
              10 WVM-CANT                 PIC 9(05).
              10 WVM-IMPORTE              PIC 9(11)V99.

       COPY WAUTOS.

       COPY WMULTA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-MULTAS-EOF.

           PERFORM 2500-TOTALES-VEHICULO.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           OPEN INPUT MULTAS.

           EVALUATE TRUE
               WHEN 88-FS-MULTAS-OK
                    CONTINUE
               WHEN 88-FS-MULTAS-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE MULTAS - NO HAY MULTAS '
                            'PENDIENTES EN EL LOTE'
                    SET 88-FS-MULTAS-EOF  TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MULTAS FS: ' FS-MULTAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT VEHICULOO.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VEHICULOO FS: ' FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    MULVEH REFLEJA SOLO LA ULTIMA IMPORTACION: OUTPUT.
           OPEN OUTPUT MULVEH.

           EVALUATE TRUE
               WHEN 88-FS-MULVEH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MULVEH FS: ' FS-MULVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTMULTA.

           EVALUATE TRUE
               WHEN 88-FS-RPTMULTA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTMULTA FS: ' FS-RPTMULTA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTMULTA-FD.
           MOVE 'MULTAS IMPAGAS DE VEHICULOS EN EL LOTE'
                                          TO REG-RPTMULTA-FD (01:38).
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTMULTA-FD.
           MOVE 'PATENTE   VEH.  MARCA    MODELO    E ACTA        '
                                          TO REG-RPTMULTA-FD (01:50).
           MOVE 'FECHA    JURISDICCION                  IMPORTE'
                                          TO REG-RPTMULTA-FD (51:47).
           PERFORM 2600-GRABO-LINEA.

           IF NOT 88-FS-MULTAS-EOF
              PERFORM 1100-LEO-MULTA
           END-IF.

       1000-FIN.
           EXIT.

       1100-LEO-MULTA.

           INITIALIZE REG-MULTA.

           READ MULTAS INTO REG-MULTA

           EVALUATE TRUE
               WHEN 88-FS-MULTAS-OK
                    ADD 1 TO WS-LEIDAS-MULTAS
               WHEN 88-FS-MULTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MULTAS FS: ' FS-MULTAS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       2000-PROCESO.

           EVALUATE TRUE
               WHEN MUL-PATENTE = SPACES
                OR MUL-IMPORTE NOT NUMERIC
                OR (NOT 88-MUL-IMPAGA AND NOT 88-MUL-ABONADA)
                    ADD 1 TO WS-CANT-INVALIDAS
                    DISPLAY 'MULTA INVALIDA - PATENTE: ' MUL-PATENTE
                            ' ACTA: ' MUL-ACTA
               WHEN 88-MUL-ABONADA
                    ADD 1 TO WS-CANT-ABONADAS
               WHEN OTHER
                    PERFORM 2100-BUSCO-VEHICULO
                    EVALUATE TRUE
                        WHEN 88-FS-VEHICULOO-NOKEY
                             ADD 1 TO WS-CANT-FUERA-LOTE
                        WHEN 88-VEH-DISPONIBLE
                        WHEN 88-VEH-RESERVADO
                             PERFORM 2200-MULTA-EN-LOTE
                        WHEN OTHER
                             ADD 1 TO WS-CANT-VENDIDOS
                    END-EVALUATE
           END-EVALUATE.

           PERFORM 1100-LEO-MULTA.

       2000-FIN.
           EXIT.

       2100-BUSCO-VEHICULO.

           INITIALIZE VEH-REGISTRO.

           MOVE MUL-PATENTE               TO VEH-CLAVE-2-FD.

           READ VEHICULOO RECORD INTO VEH-REGISTRO
                KEY IS VEH-CLAVE-2-FD

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
               WHEN 88-FS-VEHICULOO-NOKEY
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VEHICULOO FS: '
                                                     FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2100-FIN.
           EXIT.

      *------------------------------------------------------------
      * MULTA IMPAGA DE UN VEHICULO A LA VENTA: LINEA DE DETALLE,
      * REGISTRO EN MULVEH Y ACUMULADO POR VEHICULO.
      *------------------------------------------------------------
       2200-MULTA-EN-LOTE.

           ADD 1 TO WS-CANT-EN-LOTE.
           ADD MUL-IMPORTE                TO WS-TOTAL-MULTAS.

           MOVE MUL-IMPORTE               TO WS-IMPORTE-ED.
           MOVE SPACES                    TO REG-RPTMULTA-FD.
           MOVE MUL-PATENTE               TO REG-RPTMULTA-FD (01:09).
           MOVE VEH-ID                    TO REG-RPTMULTA-FD (11:05).
           MOVE VEH-MARCA                 TO REG-RPTMULTA-FD (17:08).
           MOVE VEH-MODELO                TO REG-RPTMULTA-FD (26:09).
           MOVE VEH-ESTADO                TO REG-RPTMULTA-FD (36:01).
           MOVE MUL-ACTA                  TO REG-RPTMULTA-FD (38:12).
           MOVE MUL-FECHA                 TO REG-RPTMULTA-FD (51:08).
           MOVE MUL-JURISDICCION          TO REG-RPTMULTA-FD (60:20).
           MOVE WS-IMPORTE-ED             TO REG-RPTMULTA-FD (81:17).
           PERFORM 2600-GRABO-LINEA.

           WRITE REG-MULVEH-FD FROM REG-MULTA.

           EVALUATE TRUE
               WHEN 88-FS-MULVEH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE MULVEH FS: ' FS-MULVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE 0 TO WS-VEH-HALLADO.

           PERFORM VARYING IDX-VEH FROM 1 BY 1
                     UNTIL IDX-VEH > WS-CANT-VEHICULOS
              IF WVM-PATENTE (IDX-VEH) = MUL-PATENTE
                 SET WS-VEH-HALLADO TO IDX-VEH
              END-IF
           END-PERFORM.

           IF WS-VEH-HALLADO = 0
              IF WS-CANT-VEHICULOS < WCN-TOPE-VEHICULOS
                 ADD 1 TO WS-CANT-VEHICULOS
                 MOVE WS-CANT-VEHICULOS   TO WS-VEH-HALLADO
                 MOVE MUL-PATENTE   TO WVM-PATENTE (WS-VEH-HALLADO)
                 MOVE VEH-CLAVE     TO WVM-VEH-ID (WS-VEH-HALLADO)
                 MOVE VEH-ESTADO    TO WVM-ESTADO (WS-VEH-HALLADO)
                 MOVE 0             TO WVM-CANT (WS-VEH-HALLADO)
                 MOVE 0             TO WVM-IMPORTE (WS-VEH-HALLADO)
              ELSE
                 DISPLAY 'TABLA DE VEHICULOS CON MULTAS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
           END-IF.

           ADD 1           TO WVM-CANT (WS-VEH-HALLADO).
           ADD MUL-IMPORTE TO WVM-IMPORTE (WS-VEH-HALLADO).

       2200-FIN.
           EXIT.

       2500-TOTALES-VEHICULO.

           MOVE SPACES                    TO REG-RPTMULTA-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'TOTAL DE MULTAS IMPAGAS POR VEHICULO'
                                          TO REG-RPTMULTA-FD (01:36).
           PERFORM 2600-GRABO-LINEA.

           PERFORM VARYING IDX-VEH FROM 1 BY 1
                     UNTIL IDX-VEH > WS-CANT-VEHICULOS
              MOVE WVM-CANT (IDX-VEH)     TO WS-CANT-ED
              MOVE WVM-IMPORTE (IDX-VEH)  TO WS-IMPORTE-ED
              MOVE SPACES                 TO REG-RPTMULTA-FD
              MOVE WVM-PATENTE (IDX-VEH)  TO REG-RPTMULTA-FD (01:09)
              MOVE WVM-VEH-ID (IDX-VEH)   TO REG-RPTMULTA-FD (11:05)
              MOVE WVM-ESTADO (IDX-VEH)   TO REG-RPTMULTA-FD (17:01)
              MOVE 'MULTAS:'              TO REG-RPTMULTA-FD (20:07)
              MOVE WS-CANT-ED             TO REG-RPTMULTA-FD (28:05)
              MOVE 'IMPORTE:'             TO REG-RPTMULTA-FD (35:08)
              MOVE WS-IMPORTE-ED          TO REG-RPTMULTA-FD (44:17)
              PERFORM 2600-GRABO-LINEA
           END-PERFORM.

           MOVE WS-TOTAL-MULTAS           TO WS-IMPORTE-ED.
           MOVE SPACES                    TO REG-RPTMULTA-FD.
           MOVE 'TOTAL GENERAL'           TO REG-RPTMULTA-FD (01:13).
           MOVE WS-IMPORTE-ED             TO REG-RPTMULTA-FD (44:17).
           PERFORM 2600-GRABO-LINEA.

       2500-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTMULTA-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTMULTA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTMULTA FS: ' FS-RPTMULTA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           CLOSE MULTAS.
           CLOSE VEHICULOO.
           CLOSE MULVEH.
           CLOSE RPTMULTA.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMMULTAS             '.
           DISPLAY '**************************************************'.
           DISPLAY 'MULTAS LEIDAS              : ' WS-LEIDAS-MULTAS.
           DISPLAY 'MULTAS INVALIDAS           : ' WS-CANT-INVALIDAS.
           DISPLAY 'MULTAS ABONADAS            : ' WS-CANT-ABONADAS.
           DISPLAY 'PATENTES FUERA DEL LOTE    : ' WS-CANT-FUERA-LOTE.
           DISPLAY 'DE VEHICULOS YA VENDIDOS   : ' WS-CANT-VENDIDOS.
           DISPLAY 'IMPAGAS EN EL LOTE         : ' WS-CANT-EN-LOTE.
           DISPLAY 'VEHICULOS CON MULTAS       : ' WS-CANT-VEHICULOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM PGMMULTAS.
