      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.   UTLMASK.

      *---------------------------------------------------------------*
      *         RUTINA DE ENMASCARADO DE NUMEROS DE TARJETA           *
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      * ---------                                                     *
      * UNA SOLA REGLA PARA MOSTRAR UN NUMERO DE TARJETA EN UNA       *
      * SALIDA LEGIBLE: PRIMEROS 6 DIGITOS, ASTERISCOS Y ULTIMOS 4.   *
      * LA USAN LOS LISTADOS Y COLAS DE TRABAJO (GENTARJETAS,         *
      * GENMORA, PGMFRAUDE, LIQCOMER) Y LA REIMPRESION DE SPOOL       *
      * (PGMSPOOL):                                                   *
      *   - FUNCION 'T': UN CAMPO DE TARJETA. SE IGNORAN LOS BLANCOS  *
      *     A DERECHA Y LOS CEROS DE RELLENO A IZQUIERDA (CAMPOS      *
      *     9(19)). UN NUMERO DE 10 DIGITOS O MENOS (DATO DE PRUEBA)  *
      *     MUESTRA SOLO LOS ULTIMOS 4.                               *
      *   - FUNCION 'L': UN RENGLON YA ARMADO. TODA SECUENCIA DE 13   *
      *     A 19 DIGITOS SEGUIDOS CON AL MENOS 13 SIGNIFICATIVOS SE   *
      *     TOMA COMO NUMERO DE TARJETA Y SE ENMASCARA EN EL LUGAR.   *
      *     IMPORTES EDITADOS, FECHAS E IDS NO LLEGAN A 13 DIGITOS.   *
      *---------------------------------------------------------------*
      * PROGRAMA   :  UTLMASK                                         *
      * COPY       :  WUTLMASK                                        *
      * INVOCAR    :  CALL 'UTLMASK' USING WUTLMASK.                  *
      *---------------------------------------------------------------*

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
      *---------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WCN-MIN-DIGITOS                 PIC 9(02) VALUE 13.
       77  WCN-MAX-DIGITOS                 PIC 9(02) VALUE 19.
       77  WCN-VISIBLES-INICIO             PIC 9(02) VALUE 6.
       77  WCN-VISIBLES-FIN                PIC 9(02) VALUE 4.
       77  WCN-LARGO-LINEA                 PIC 9(03) VALUE 140.

       77  WS-POS                          PIC 9(03) VALUE 0.
       77  WS-POS-INICIO                   PIC 9(03) VALUE 0.
       77  WS-POS-SIGNIF                   PIC 9(03) VALUE 0.
       77  WS-POS-FIN                      PIC 9(03) VALUE 0.
       77  WS-LARGO                        PIC 9(03) VALUE 0.
       77  WS-LARGO-SIGNIF                 PIC 9(03) VALUE 0.
       77  WS-DESDE                        PIC 9(03) VALUE 0.
       77  WS-HASTA                        PIC 9(03) VALUE 0.

       LINKAGE SECTION.
      *---------------*

       COPY WUTLMASK.

      ******************************************************************
       PROCEDURE DIVISION USING WUTLMASK.
      ******************************************************************

       0000-CUERPO-PRINCIPAL.

           SET 88-UTLMASK-OK               TO TRUE.
           MOVE 0                          TO UTLMASK-CANT.

           EVALUATE TRUE
               WHEN 88-UTLMASK-TARJETA
                    PERFORM 1000-ENMASCARO-TARJETA THRU 1000-FIN
               WHEN 88-UTLMASK-LINEA
                    PERFORM 2000-ENMASCARO-LINEA
               WHEN OTHER
                    SET 88-UTLMASK-ERROR   TO TRUE
           END-EVALUATE.

           GOBACK.

      *------------------------------------------------------------
      * CAMPO DE TARJETA: SE UBICAN EL PRIMER DIGITO SIGNIFICATIVO
      * Y EL ULTIMO CARACTER INFORMADO.
      *------------------------------------------------------------
       1000-ENMASCARO-TARJETA.

           MOVE UTLMASK-TARJETA            TO UTLMASK-TARJETA-MASC.

           MOVE 0                          TO WS-POS-SIGNIF.
           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > 19
                        OR WS-POS-SIGNIF > 0
              IF UTLMASK-TARJETA (WS-POS:1) NOT = SPACE
                 AND UTLMASK-TARJETA (WS-POS:1) NOT = '0'
                 MOVE WS-POS               TO WS-POS-SIGNIF
              END-IF
           END-PERFORM.

           IF WS-POS-SIGNIF = 0
              GO TO 1000-FIN
           END-IF.

           MOVE 0                          TO WS-POS-FIN.
           PERFORM VARYING WS-POS FROM 19 BY -1
                     UNTIL WS-POS < 1
                        OR WS-POS-FIN > 0
              IF UTLMASK-TARJETA (WS-POS:1) NOT = SPACE
                 MOVE WS-POS               TO WS-POS-FIN
              END-IF
           END-PERFORM.

           COMPUTE WS-LARGO-SIGNIF = WS-POS-FIN - WS-POS-SIGNIF + 1.

           IF WS-LARGO-SIGNIF > WCN-VISIBLES-INICIO + WCN-VISIBLES-FIN
              COMPUTE WS-DESDE = WS-POS-SIGNIF + WCN-VISIBLES-INICIO
           ELSE
              MOVE WS-POS-SIGNIF           TO WS-DESDE
           END-IF.
           COMPUTE WS-HASTA = WS-POS-FIN - WCN-VISIBLES-FIN.

           IF WS-HASTA >= WS-DESDE
              PERFORM VARYING WS-POS FROM WS-DESDE BY 1
                        UNTIL WS-POS > WS-HASTA
                 MOVE '*'                  TO UTLMASK-TARJETA-MASC
                                                            (WS-POS:1)
              END-PERFORM
              MOVE 1                       TO UTLMASK-CANT
           END-IF.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * RENGLON: SE RECORRE POR SECUENCIAS DE DIGITOS SEGUIDOS.
      *------------------------------------------------------------
       2000-ENMASCARO-LINEA.

           MOVE 1                          TO WS-POS.

           PERFORM UNTIL WS-POS > WCN-LARGO-LINEA
              IF UTLMASK-LINEA (WS-POS:1) IS NUMERIC
                 PERFORM 2100-SECUENCIA-DIGITOS THRU 2100-FIN
              ELSE
                 ADD 1                     TO WS-POS
              END-IF
           END-PERFORM.

       2000-FIN.
           EXIT.

       2100-SECUENCIA-DIGITOS.

           MOVE WS-POS                     TO WS-POS-INICIO.
           MOVE 0                          TO WS-POS-SIGNIF.

           PERFORM UNTIL WS-POS > WCN-LARGO-LINEA
                      OR UTLMASK-LINEA (WS-POS:1) IS NOT NUMERIC
              IF WS-POS-SIGNIF = 0
                 AND UTLMASK-LINEA (WS-POS:1) NOT = '0'
                 MOVE WS-POS               TO WS-POS-SIGNIF
              END-IF
              ADD 1                        TO WS-POS
           END-PERFORM.

      *    WS-POS QUEDA EN EL PRIMER CARACTER QUE NO ES DIGITO.
           COMPUTE WS-POS-FIN = WS-POS - 1.
           COMPUTE WS-LARGO   = WS-POS-FIN - WS-POS-INICIO + 1.

           IF WS-LARGO < WCN-MIN-DIGITOS
              OR WS-LARGO > WCN-MAX-DIGITOS
              OR WS-POS-SIGNIF = 0
              GO TO 2100-FIN
           END-IF.

           COMPUTE WS-LARGO-SIGNIF = WS-POS-FIN - WS-POS-SIGNIF + 1.

           IF WS-LARGO-SIGNIF < WCN-MIN-DIGITOS
              GO TO 2100-FIN
           END-IF.

           COMPUTE WS-DESDE = WS-POS-SIGNIF + WCN-VISIBLES-INICIO.
           COMPUTE WS-HASTA = WS-POS-FIN - WCN-VISIBLES-FIN.

           MOVE WS-POS                     TO WS-POS-INICIO.
           PERFORM VARYING WS-POS FROM WS-DESDE BY 1
                     UNTIL WS-POS > WS-HASTA
              MOVE '*'                     TO UTLMASK-LINEA (WS-POS:1)
           END-PERFORM.
           MOVE WS-POS-INICIO              TO WS-POS.

           ADD 1                           TO UTLMASK-CANT.

       2100-FIN.
           EXIT.

       END PROGRAM UTLMASK.
