      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.   UTLKYC.

      *---------------------------------------------------------------*
      *         RUTINA DE SITUACION DEL LEGAJO KYC                    *
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      * ---------                                                     *
      * UNA SOLA REGLA PARA DECIR SI EL LEGAJO KYC DE UN CLIENTE      *
      * ESTA VIGENTE. LA USAN EL MANTENIMIENTO (ABMKYC), EL REPORTE   *
      * DE VENCIDOS (RPTKYC) Y LA VINCULACION DE TARJETAS NUEVAS      *
      * (PGMTARCLI):                                                  *
      *   - DOCUMENTO VENCIDO: VENCIMIENTO INFORMADO Y ANTERIOR A LA  *
      *     FECHA DE PROCESO                                          *
      *   - REVISION VENCIDA: ULTIMA VERIFICACION MAS LA FRECUENCIA   *
      *     DE LA BANDA DE RIESGO DEL CLIENTE (PGMRIESGO) ANTERIOR    *
      *     A LA FECHA DE PROCESO. SIN VERIFICACION ESTA VENCIDA.     *
      * FRECUENCIA POR BANDA: A 36, B 24, C 12, D 6, E 3 MESES; UN    *
      * CLIENTE SIN CALIFICACION SE REVISA COMO BANDA C.              *
      * EL MAESTRO DE RIESGO SE CARGA UNA SOLA VEZ POR CORRIDA.       *
      *---------------------------------------------------------------*
      * PROGRAMA   :  UTLKYC                                          *
      * COPY       :  WUTLKYC                                         *
      * INVOCAR    :  CALL 'UTLKYC' USING WUTLKYC.                    *
      *---------------------------------------------------------------*

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
      *---------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------*

       FILE-CONTROL.
      *------------*

           SELECT RIESGO           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Riesgo
      -    'Clientes.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RIESGO.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FILE SECTION.
      *------------*

       FD  RIESGO
           RECORDING MODE IS F.
       01  REG-RIESGO-FD                   PIC X(34).

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  FS-RIESGO                       PIC X(02) VALUE ' '.
           88 88-FS-RIESGO-OK                        VALUE '00'.
           88 88-FS-RIESGO-EOF                       VALUE '10'.
           88 88-FS-RIESGO-NOEXISTE                  VALUE '35'.

       77  WS-TABLA-CARGADA                PIC X(01) VALUE 'N'.

       77  WCN-TOPE-RIESGO                 PIC 9(05) VALUE 10000.
       77  WS-CANT-RIESGO                  PIC 9(05) VALUE 0.
       01  WS-TABLA-RIESGO.
           05 WS-RIESGO-TAB OCCURS 10000 TIMES
                            INDEXED BY IDX-RIESGO.
              10 WRG-CLI-ID                PIC 9(10).
              10 WRG-BANDA                 PIC X(01).

      *------------------------------------------------------
      * FRECUENCIA DE REVISION POR BANDA, EN MESES
      *------------------------------------------------------
       01  WCN-FRECUENCIAS.
           05 FILLER                       PIC X(03) VALUE 'A36'.
           05 FILLER                       PIC X(03) VALUE 'B24'.
           05 FILLER                       PIC X(03) VALUE 'C12'.
           05 FILLER                       PIC X(03) VALUE 'D06'.
           05 FILLER                       PIC X(03) VALUE 'E03'.
       01  WCN-FRECUENCIAS-R REDEFINES WCN-FRECUENCIAS.
           05 WCN-FREC-TAB OCCURS 5 TIMES
                           INDEXED BY IDX-FREC.
              10 WCN-FREC-BANDA            PIC X(01).
              10 WCN-FREC-MESES            PIC 9(02).

       77  WCN-MESES-SIN-BANDA             PIC 9(02) VALUE 12.

       01  WS-FECHA-DESGLOSE.
           05 WS-FEC-AAAA                  PIC 9(04).
           05 WS-FEC-MM                    PIC 9(02).
           05 WS-FEC-DD                    PIC 9(02).
       01  WS-FECHA-DESGLOSE-R REDEFINES WS-FECHA-DESGLOSE
                                           PIC 9(08).

       77  WS-MESES-TOTAL                  PIC 9(06) VALUE 0.

       COPY WRIESGO.

       LINKAGE SECTION.
      *---------------*

       COPY WUTLKYC.

      ******************************************************************
       PROCEDURE DIVISION USING WUTLKYC.
      ******************************************************************

       0000-CUERPO-PRINCIPAL.

           SET 88-WUTLKYC-OK               TO TRUE.
           MOVE SPACES                     TO WUTLKYC-MSG
                                              WUTLKYC-BANDA.
           MOVE 0                          TO WUTLKYC-MESES-REVISION
                                              WUTLKYC-FECHA-PROX-REV.
           SET 88-WUTLKYC-VIGENTE          TO TRUE.

           IF WS-TABLA-CARGADA = 'N'
              PERFORM 1000-CARGO-RIESGO
           END-IF.

           IF WUTLKYC-FECHA-VTO-DOC NOT NUMERIC
              OR WUTLKYC-FECHA-VERIF NOT NUMERIC
              OR WUTLKYC-FECHA-PROCESO NOT NUMERIC
              SET 88-WUTLKYC-ERROR         TO TRUE
              MOVE 'FECHAS DEL LEGAJO NO NUMERICAS'
                                           TO WUTLKYC-MSG
              GOBACK
           END-IF.

           PERFORM 2000-FRECUENCIA-REVISION.

           IF WUTLKYC-FECHA-VERIF > 0
              PERFORM 2100-PROXIMA-REVISION
           END-IF.

      *    EL DOCUMENTO VENCIDO PREVALECE SOBRE LA REVISION
      *    VENCIDA: SIN DOCUMENTO VALIDO NO HAY REVISION POSIBLE.
           EVALUATE TRUE
               WHEN WUTLKYC-FECHA-VTO-DOC > 0
                AND WUTLKYC-FECHA-VTO-DOC < WUTLKYC-FECHA-PROCESO
                    SET 88-WUTLKYC-DOC-VENCIDO      TO TRUE
               WHEN WUTLKYC-FECHA-PROX-REV < WUTLKYC-FECHA-PROCESO
                    SET 88-WUTLKYC-REVISION-VENCIDA TO TRUE
               WHEN OTHER
                    SET 88-WUTLKYC-VIGENTE          TO TRUE
           END-EVALUATE.

           GOBACK.

       1000-CARGO-RIESGO.

           MOVE 'S' TO WS-TABLA-CARGADA.

           OPEN INPUT RIESGO.

           EVALUATE TRUE
               WHEN 88-FS-RIESGO-OK
                    PERFORM 1100-LEO-RIESGO
                    PERFORM UNTIL 88-FS-RIESGO-EOF
                       IF WS-CANT-RIESGO < WCN-TOPE-RIESGO
                          ADD 1 TO WS-CANT-RIESGO
                          MOVE RGO-CLI-ID
                            TO WRG-CLI-ID (WS-CANT-RIESGO)
                          MOVE RGO-BANDA
                            TO WRG-BANDA (WS-CANT-RIESGO)
                       END-IF
                       PERFORM 1100-LEO-RIESGO
                    END-PERFORM
                    CLOSE RIESGO

               WHEN 88-FS-RIESGO-NOEXISTE
                    DISPLAY 'MAESTRO DE RIESGO INEXISTENTE - '
                    DISPLAY 'REVISIONES KYC CON FRECUENCIA DE BANDA C'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RIESGO FS: ' FS-RIESGO
           END-EVALUATE.

       1000-FIN.
           EXIT.

       1100-LEO-RIESGO.

           INITIALIZE REG-RIESGO.

           READ RIESGO INTO REG-RIESGO

           EVALUATE TRUE
               WHEN 88-FS-RIESGO-OK
               WHEN 88-FS-RIESGO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RIESGO FS: ' FS-RIESGO
                    SET 88-FS-RIESGO-EOF TO TRUE
           END-EVALUATE.

       1100-FIN.
           EXIT.

      *------------------------------------------------------------
      * BANDA VIGENTE DEL CLIENTE Y SU FRECUENCIA DE REVISION
      *------------------------------------------------------------
       2000-FRECUENCIA-REVISION.

           PERFORM VARYING IDX-RIESGO FROM 1 BY 1
                     UNTIL IDX-RIESGO > WS-CANT-RIESGO
                        OR WUTLKYC-BANDA NOT = SPACES
              IF WRG-CLI-ID (IDX-RIESGO) = WUTLKYC-CLI-ID
                 MOVE WRG-BANDA (IDX-RIESGO) TO WUTLKYC-BANDA
              END-IF
           END-PERFORM.

           MOVE WCN-MESES-SIN-BANDA        TO WUTLKYC-MESES-REVISION.
           SET IDX-FREC                    TO 1.
           SEARCH WCN-FREC-TAB
               AT END
                  CONTINUE
               WHEN WCN-FREC-BANDA (IDX-FREC) = WUTLKYC-BANDA
                  MOVE WCN-FREC-MESES (IDX-FREC)
                    TO WUTLKYC-MESES-REVISION
           END-SEARCH.

       2000-FIN.
           EXIT.

      *------------------------------------------------------------
      * ULTIMA VERIFICACION + FRECUENCIA EN MESES. SI EL DIA NO
      * EXISTE EN EL MES DESTINO (31 DE ABRIL, 29 DE FEBRERO) SE
      * TOMA EL ULTIMO DIA DE ESE MES.
      *------------------------------------------------------------
       2100-PROXIMA-REVISION.

           MOVE WUTLKYC-FECHA-VERIF        TO WS-FECHA-DESGLOSE-R.

           COMPUTE WS-MESES-TOTAL = WS-FEC-AAAA * 12
                                  + WS-FEC-MM - 1
                                  + WUTLKYC-MESES-REVISION.
           DIVIDE WS-MESES-TOTAL BY 12
                  GIVING WS-FEC-AAAA REMAINDER WS-FEC-MM.
           ADD 1                           TO WS-FEC-MM.

           PERFORM UNTIL WS-FEC-DD < 29
                      OR FUNCTION TEST-DATE-YYYYMMDD
                                  (WS-FECHA-DESGLOSE-R) = 0
              SUBTRACT 1 FROM WS-FEC-DD
           END-PERFORM.

           MOVE WS-FECHA-DESGLOSE-R        TO WUTLKYC-FECHA-PROX-REV.

       2100-FIN.
           EXIT.

       END PROGRAM UTLKYC.
