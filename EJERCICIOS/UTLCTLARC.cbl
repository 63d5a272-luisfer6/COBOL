      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID.   UTLCTLARC.

      *---------------------------------------------------------------*
      *      RUTINA DE HEADER / TRAILER DE ARCHIVOS ENTRE JOBS        *
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      * ---------                                                     *
      * UN SOLO CONTROL PARA LOS ARCHIVOS QUE UN JOB DEJA A OTRO, ASI *
      * UN ARCHIVO TRUNCADO, DUPLICADO O DE OTRA FECHA NO SE PROCESA  *
      * EN SILENCIO:                                                  *
      *   - EL PRODUCTOR ARMA EL HEADER ('H'), ACUMULA CADA REGISTRO  *
      *     QUE GRABA ('A') Y ARMA EL TRAILER ('T').                  *
      *   - EL CONSUMIDOR, ANTES DE PROCESAR, HACE VERIFICAR EL       *
      *     ARCHIVO COMPLETO ('V'): HEADER DEL ARCHIVO ESPERADO, FECHA*
      *     DENTRO DE LA VIGENCIA, TRAILER PRESENTE Y CANTIDAD E      *
      *     IMPORTE IGUALES A LOS LEIDOS. UN RECHAZO SE INFORMA POR   *
      *     CANCELA CON EL MOTIVO.                                    *
      * EL CAMPO DE IMPORTE DE CADA ARCHIVO (POSICION, LARGO Y SI     *
      * TIENE SIGNO) ESTA EN LA TABLA DE ESTA RUTINA, ASI PRODUCTOR Y *
      * CONSUMIDOR CALCULAN EL HASH EXACTAMENTE IGUAL. UN ARCHIVO     *
      * FUERA DE LA TABLA SOLO SE CONTROLA POR CANTIDAD.              *
      * SOLO LOS ARCHIVOS MARCADOS EN LA TABLA ADMITEN VARIAS TANDAS  *
      * HEADER / TRAILER (ALTA ACUMULATIVA); EN LOS DEMAS UN SEGUNDO  *
      * HEADER ES UN ARCHIVO DUPLICADO O CONCATENADO.                 *
      * VIGENCIA DE LA FECHA DEL HEADER (SI EL LLAMADOR NO INFORMA    *
      * DIAS): UN ARCHIVO DIARIO ('D') SE ACEPTA DESDE EL DIA HABIL   *
      * ANTERIOR A LA FECHA DE PROCESO (UTLDIAHAB; CUBRE LA VENTANA   *
      * QUE CRUZA LA MEDIANOCHE Y LOS FINES DE SEMANA); UN ARCHIVO DE *
      * CICLO ('C') DENTRO DE LOS ULTIMOS 31 DIAS.                    *
      *---------------------------------------------------------------*
      * PROGRAMA   :  UTLCTLARC                                       *
      * COPY       :  WUTLCTLARC / WCTLARC                            *
      * INVOCAR    :  CALL 'UTLCTLARC' USING WUTLCTLARC.              *
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

           SELECT ARCHCTL          ASSIGN       TO
                                   DYNAMIC WS-ARCH-ARCHCTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ARCHCTL.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FILE SECTION.
      *------------*

       FD  ARCHCTL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ARCHCTL-FD                  PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-ARCH-ARCHCTL                 PIC X(128) VALUE SPACES.

       77  FS-ARCHCTL                      PIC X(02) VALUE ' '.
           88 88-FS-ARCHCTL-OK                       VALUE '00'.
           88 88-FS-ARCHCTL-EOF                      VALUE '10'.
           88 88-FS-ARCHCTL-NOEXISTE                 VALUE '35'.

      *------------------------------------------------------------
      * CAMPO DE IMPORTE DE CADA ARCHIVO CONTROLADO:
      * LOGICO (12) + POSICION (3) + LARGO (2) + CON SIGNO (1) +
      * ADMITE VARIAS TANDAS (1) + FRECUENCIA (1).
      *------------------------------------------------------------
       01  WCN-ARCHIVOS-AREA.
           05 FILLER            PIC X(20) VALUE 'GASTOSOK    02706NND'.
           05 FILLER            PIC X(20) VALUE 'SALCIERRE   05311SND'.
           05 FILLER            PIC X(20) VALUE 'ORDPAGO     04913NNC'.
           05 FILLER            PIC X(20) VALUE 'DEBBANCO    05011NNC'.
           05 FILLER            PIC X(20) VALUE 'RESXDIA     01715NND'.
           05 FILLER            PIC X(20) VALUE 'PAGOS       03009NSC'.
           05 FILLER            PIC X(20) VALUE 'VTAVEH      02813NND'.
           05 FILLER            PIC X(20) VALUE 'CLEARING    03511NSD'.
           05 FILLER            PIC X(20) VALUE 'COBRED      04911NSD'.
       01  WCN-ARCHIVOS-TAB REDEFINES WCN-ARCHIVOS-AREA.
           05 WCN-ARCHIVO OCCURS 9 TIMES
                          INDEXED BY IDX-ARCHIVO.
              10 WCA-LOGICO                PIC X(12).
              10 WCA-POSICION              PIC 9(03).
              10 WCA-LARGO                 PIC 9(02).
              10 WCA-CON-SIGNO             PIC X(01).
              10 WCA-TANDAS                PIC X(01).
              10 WCA-FRECUENCIA            PIC X(01).
                 88 88-WCA-DIARIO                    VALUE 'D'.
       77  WCN-DIAS-CICLO                  PIC 9(03) VALUE 31.
       77  WCN-CANT-ARCHIVOS               PIC 9(02) VALUE 9.
       77  WS-IDX-ARCHIVO                  PIC 9(02) VALUE 0.

      *------------------------------------------------------------
      * IMPORTE DEL REGISTRO: EL CAMPO SE ALINEA A DERECHA SOBRE
      * 17 POSICIONES Y SE LEE CON O SIN SIGNO.
      *------------------------------------------------------------
       01  WS-IMPORTE-X                    PIC X(17) VALUE ZEROS.
       01  WS-IMPORTE-SIN-SIGNO REDEFINES WS-IMPORTE-X
                                           PIC 9(15)V99.
       01  WS-IMPORTE-CON-SIGNO REDEFINES WS-IMPORTE-X
                                           PIC S9(15)V99.
       77  WS-IMPORTE-ABS                  PIC 9(15)V99 VALUE 0.
       77  WS-DESDE                        PIC 9(03) VALUE 0.

      *------------------------------------------------------------
      * VERIFICACION DEL ARCHIVO DEL CONSUMIDOR
      *------------------------------------------------------------
       77  WS-FECHA-PROCESO                PIC 9(08) VALUE 0.
       77  WS-FECHA-DESDE                  PIC 9(08) VALUE 0.
       77  WS-EN-TANDA                     PIC X(01) VALUE 'N'.
       77  WS-CANT-TANDA                   PIC 9(09) VALUE 0.
       77  WS-HASH-TANDA                   PIC 9(15)V99 VALUE 0.
       77  WS-NRO-REGISTRO                 PIC 9(09) VALUE 0.
       77  WS-NRO-REGISTRO-ED              PIC ZZZZZZZZ9.
       77  WS-CANT-ED                      PIC ZZZZZZZZ9.
       77  WS-HASH-ED                      PIC ZZZZZZZZZZZZZZ9,99.

       COPY WCTLARC.

      *------------------------------------------------------------
      * DIA HABIL ANTERIOR PARA LOS ARCHIVOS DIARIOS (UTLDIAHAB)
      *------------------------------------------------------------
       COPY WUTLDIAHAB.

      *------------------------------------------------------------
      * AVISO DE ARCHIVO RECHAZADO (VER CANCELA)
      *------------------------------------------------------------
       COPY WCANCELA.

       LINKAGE SECTION.
      *---------------*

       COPY WUTLCTLARC.

      ******************************************************************
       PROCEDURE DIVISION USING WUTLCTLARC.
      ******************************************************************

       0000-CUERPO-PRINCIPAL.

           SET 88-UTLCTLARC-OK             TO TRUE.
           MOVE SPACES                     TO UTLCTLARC-MSG.

           PERFORM 0100-UBICO-ARCHIVO.

           EVALUATE TRUE
               WHEN 88-UTLCTLARC-HEADER
                    PERFORM 1000-ARMO-HEADER
               WHEN 88-UTLCTLARC-ACUMULO
                    PERFORM 2000-ACUMULO-REGISTRO
               WHEN 88-UTLCTLARC-TRAILER
                    PERFORM 3000-ARMO-TRAILER
               WHEN 88-UTLCTLARC-VERIFICO
                    PERFORM 4000-VERIFICO-ARCHIVO THRU 4000-FIN
               WHEN OTHER
                    SET 88-UTLCTLARC-RECHAZADO TO TRUE
                    MOVE 'FUNCION INVALIDA'  TO UTLCTLARC-MSG
           END-EVALUATE.

           GOBACK.

       0100-UBICO-ARCHIVO.

           MOVE 0                          TO WS-IDX-ARCHIVO.

           PERFORM VARYING IDX-ARCHIVO FROM 1 BY 1
                     UNTIL IDX-ARCHIVO > WCN-CANT-ARCHIVOS
                        OR WS-IDX-ARCHIVO > 0
              IF WCA-LOGICO (IDX-ARCHIVO) = UTLCTLARC-ARCHIVO
                 SET WS-IDX-ARCHIVO        TO IDX-ARCHIVO
              END-IF
           END-PERFORM.

           IF UTLCTLARC-FECHA-PROCESO = 0
              MOVE FUNCTION CURRENT-DATE (1:8)
                                           TO WS-FECHA-PROCESO
           ELSE
              MOVE UTLCTLARC-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF.

       0100-FIN.
           EXIT.

      *------------------------------------------------------------
      * PRODUCTOR: HEADER, ACUMULACION Y TRAILER.
      *------------------------------------------------------------
       1000-ARMO-HEADER.

           MOVE SPACES                     TO REG-CTLARC.
           SET 88-CTL-HEADER               TO TRUE.
           MOVE UTLCTLARC-ARCHIVO          TO CTL-ARCHIVO.
           MOVE WS-FECHA-PROCESO           TO CTL-FECHA-PROCESO.
           MOVE UTLCTLARC-PROGRAMA         TO CTL-PRODUCTOR.

           MOVE SPACES                     TO UTLCTLARC-REGISTRO.
           MOVE REG-CTLARC                 TO UTLCTLARC-REGISTRO.

           MOVE WS-FECHA-PROCESO           TO UTLCTLARC-FECHA-PROCESO.
           MOVE 0                          TO UTLCTLARC-CANT-REG.
           MOVE 0                          TO UTLCTLARC-HASH-IMPORTE.

       1000-FIN.
           EXIT.

       2000-ACUMULO-REGISTRO.

           PERFORM 5000-IMPORTE-REGISTRO THRU 5000-FIN.

           ADD 1                           TO UTLCTLARC-CANT-REG.
           ADD WS-IMPORTE-ABS              TO UTLCTLARC-HASH-IMPORTE.

       2000-FIN.
           EXIT.

       3000-ARMO-TRAILER.

           MOVE SPACES                     TO REG-CTLARC.
           SET 88-CTL-TRAILER              TO TRUE.
           MOVE UTLCTLARC-CANT-REG         TO CTL-CANT-REG.
           MOVE UTLCTLARC-HASH-IMPORTE     TO CTL-HASH-IMPORTE.

           MOVE SPACES                     TO UTLCTLARC-REGISTRO.
           MOVE REG-CTLARC                 TO UTLCTLARC-REGISTRO.

       3000-FIN.
           EXIT.

      *------------------------------------------------------------
      * CONSUMIDOR: SE LEE EL ARCHIVO COMPLETO UNA VEZ ANTES DE
      * QUE EL LLAMADOR LO ABRA PARA PROCESARLO.
      *------------------------------------------------------------
       4000-VERIFICO-ARCHIVO.

           MOVE 0                          TO UTLCTLARC-CANT-REG.
           MOVE 0                          TO UTLCTLARC-HASH-IMPORTE.
           MOVE 0                          TO UTLCTLARC-CANT-TANDAS.
           MOVE 0                          TO WS-NRO-REGISTRO.
           MOVE 'N'                        TO WS-EN-TANDA.

           PERFORM 4050-VIGENCIA.

           MOVE UTLCTLARC-PATH             TO WS-ARCH-ARCHCTL.

           OPEN INPUT ARCHCTL.

           EVALUATE TRUE
               WHEN 88-FS-ARCHCTL-OK
                    CONTINUE
               WHEN 88-FS-ARCHCTL-NOEXISTE
                    SET 88-UTLCTLARC-NO-EXISTE TO TRUE
                    MOVE 'ARCHIVO INEXISTENTE' TO UTLCTLARC-MSG
                    GO TO 4000-FIN
               WHEN OTHER
                    STRING 'ERROR EN OPEN - FILE STATUS ' FS-ARCHCTL
                           DELIMITED BY SIZE
                      INTO UTLCTLARC-MSG
                    END-STRING
                    PERFORM 4900-RECHAZO
                    GO TO 4000-FIN
           END-EVALUATE.

           PERFORM 4010-LEO-ARCHIVO.

           PERFORM UNTIL NOT 88-FS-ARCHCTL-OK
                      OR 88-UTLCTLARC-RECHAZADO
              ADD 1                        TO WS-NRO-REGISTRO
              MOVE REG-ARCHCTL-FD (1:40)   TO REG-CTLARC
              EVALUATE TRUE
                  WHEN 88-CTL-HEADER
                       PERFORM 4100-CONTROLO-HEADER THRU 4100-FIN
                  WHEN 88-CTL-TRAILER
                       PERFORM 4200-CONTROLO-TRAILER THRU 4200-FIN
                  WHEN OTHER
                       PERFORM 4300-CONTROLO-DATO THRU 4300-FIN
              END-EVALUATE
              PERFORM 4010-LEO-ARCHIVO
           END-PERFORM.

           IF NOT 88-UTLCTLARC-RECHAZADO
              AND NOT 88-FS-ARCHCTL-EOF
              STRING 'ERROR EN READ - FILE STATUS ' FS-ARCHCTL
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
           END-IF.

           CLOSE ARCHCTL.

           IF 88-UTLCTLARC-RECHAZADO
              GO TO 4000-FIN
           END-IF.

           EVALUATE TRUE
               WHEN UTLCTLARC-CANT-TANDAS = 0
                    AND WS-EN-TANDA = 'N'
                    MOVE 'ARCHIVO SIN HEADER (VACIO O SIN CONTROL)'
                      TO UTLCTLARC-MSG
                    PERFORM 4900-RECHAZO
               WHEN WS-EN-TANDA = 'S'
                    MOVE 'FALTA EL TRAILER - ARCHIVO TRUNCADO'
                      TO UTLCTLARC-MSG
                    PERFORM 4900-RECHAZO
           END-EVALUATE.

       4000-FIN.
           EXIT.

       4010-LEO-ARCHIVO.

           MOVE SPACES                     TO REG-ARCHCTL-FD.

           READ ARCHCTL.

       4010-FIN.
           EXIT.

      *------------------------------------------------------------
      * PRIMERA FECHA DE HEADER ACEPTADA
      *------------------------------------------------------------
       4050-VIGENCIA.

           EVALUATE TRUE
               WHEN UTLCTLARC-DIAS-VIGENCIA > 0
                    COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                             - UTLCTLARC-DIAS-VIGENCIA)
               WHEN WS-IDX-ARCHIVO > 0
                    AND 88-WCA-DIARIO (WS-IDX-ARCHIVO)
                    INITIALIZE WUTLDIAHAB
                    COMPUTE WUTLDIAHAB-FECHA = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                             - 1)
                    CALL 'UTLDIAHAB' USING WUTLDIAHAB
                    MOVE WUTLDIAHAB-ANTERIOR-HABIL TO WS-FECHA-DESDE
               WHEN OTHER
                    COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                             - WCN-DIAS-CICLO)
           END-EVALUATE.

       4050-FIN.
           EXIT.

       4100-CONTROLO-HEADER.

           IF WS-EN-TANDA = 'S'
              MOVE 'HEADER SIN TRAILER PREVIO - ARCHIVO TRUNCADO'
                TO UTLCTLARC-MSG
              PERFORM 4900-RECHAZO
              GO TO 4100-FIN
           END-IF.

           IF UTLCTLARC-CANT-TANDAS > 0
              AND (WS-IDX-ARCHIVO = 0
                   OR WCA-TANDAS (WS-IDX-ARCHIVO) NOT = 'S')
              MOVE 'SEGUNDO HEADER - ARCHIVO DUPLICADO O CONCATENADO'
                TO UTLCTLARC-MSG
              PERFORM 4900-RECHAZO
              GO TO 4100-FIN
           END-IF.

           IF CTL-ARCHIVO NOT = UTLCTLARC-ARCHIVO
              STRING 'HEADER DE OTRO ARCHIVO: ' CTL-ARCHIVO
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
              GO TO 4100-FIN
           END-IF.

           IF CTL-FECHA-PROCESO NOT NUMERIC
              OR CTL-FECHA-PROCESO < WS-FECHA-DESDE
              OR CTL-FECHA-PROCESO > WS-FECHA-PROCESO
              STRING 'ARCHIVO DE OTRA FECHA: ' CTL-FECHA-PROCESO
                     ' (PRODUCTOR ' CTL-PRODUCTOR ')'
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
              GO TO 4100-FIN
           END-IF.

           MOVE 'S'                        TO WS-EN-TANDA.
           MOVE 0                          TO WS-CANT-TANDA.
           MOVE 0                          TO WS-HASH-TANDA.

       4100-FIN.
           EXIT.

       4200-CONTROLO-TRAILER.

           IF WS-EN-TANDA = 'N'
              MOVE 'TRAILER SIN HEADER - ARCHIVO DUPLICADO'
                TO UTLCTLARC-MSG
              PERFORM 4900-RECHAZO
              GO TO 4200-FIN
           END-IF.

           IF CTL-CANT-REG NOT NUMERIC
              OR CTL-CANT-REG NOT = WS-CANT-TANDA
              MOVE WS-CANT-TANDA           TO WS-CANT-ED
              STRING 'CANTIDAD NO CIERRA - LEIDOS ' WS-CANT-ED
                     ' TRAILER ' CTL-CANT-REG
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
              GO TO 4200-FIN
           END-IF.

           IF CTL-HASH-IMPORTE NOT NUMERIC
              OR CTL-HASH-IMPORTE NOT = WS-HASH-TANDA
              MOVE WS-HASH-TANDA           TO WS-HASH-ED
              STRING 'IMPORTE NO CIERRA - LEIDO ' WS-HASH-ED
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
              GO TO 4200-FIN
           END-IF.

           MOVE 'N'                        TO WS-EN-TANDA.
           ADD 1                           TO UTLCTLARC-CANT-TANDAS.
           ADD WS-CANT-TANDA               TO UTLCTLARC-CANT-REG.
           ADD WS-HASH-TANDA               TO UTLCTLARC-HASH-IMPORTE.

       4200-FIN.
           EXIT.

       4300-CONTROLO-DATO.

           IF WS-EN-TANDA = 'N'
              MOVE WS-NRO-REGISTRO         TO WS-NRO-REGISTRO-ED
              STRING 'REGISTRO ' WS-NRO-REGISTRO-ED
                     ' FUERA DE HEADER / TRAILER'
                     DELIMITED BY SIZE
                INTO UTLCTLARC-MSG
              END-STRING
              PERFORM 4900-RECHAZO
              GO TO 4300-FIN
           END-IF.

           MOVE REG-ARCHCTL-FD             TO UTLCTLARC-REGISTRO.
           PERFORM 5000-IMPORTE-REGISTRO THRU 5000-FIN.

           ADD 1                           TO WS-CANT-TANDA.
           ADD WS-IMPORTE-ABS              TO WS-HASH-TANDA.

       4300-FIN.
           EXIT.

       4900-RECHAZO.

           SET 88-UTLCTLARC-RECHAZADO      TO TRUE.

           MOVE UTLCTLARC-PROGRAMA         TO WCANCELA-PROGRAMA.
           MOVE 'VERIFICACION HEADER / TRAILER'
                                           TO WCANCELA-PARRAFO.
           MOVE UTLCTLARC-ARCHIVO          TO WCANCELA-RECURSO.
           MOVE 'CONTROL ARCHIVO'          TO WCANCELA-OPERACION.
           MOVE 'CTL08'                    TO WCANCELA-CODRET.
           MOVE SPACES                     TO WCANCELA-MENSAJE.
           STRING 'ARCHIVO RECHAZADO, NO SE PROCESA: '
                  UTLCTLARC-MSG
                  DELIMITED BY SIZE
             INTO WCANCELA-MENSAJE
           END-STRING.
           SET 88-WCANCELA-RETRYABLE-NO    TO TRUE.

           CALL 'CANCELA' USING WCANCELA.

       4900-FIN.
           EXIT.

      *------------------------------------------------------------
      * IMPORTE DEL REGISTRO EN UTLCTLARC-REGISTRO, EN VALOR
      * ABSOLUTO. UN CAMPO NO NUMERICO SUMA CERO (IGUAL DE LOS
      * DOS LADOS).
      *------------------------------------------------------------
       5000-IMPORTE-REGISTRO.

           MOVE 0                          TO WS-IMPORTE-ABS.

           IF WS-IDX-ARCHIVO = 0
              GO TO 5000-FIN
           END-IF.

           MOVE ZEROS                      TO WS-IMPORTE-X.
           COMPUTE WS-DESDE = 17 - WCA-LARGO (WS-IDX-ARCHIVO) + 1.
           MOVE UTLCTLARC-REGISTRO (WCA-POSICION (WS-IDX-ARCHIVO) :
                                    WCA-LARGO (WS-IDX-ARCHIVO))
             TO WS-IMPORTE-X (WS-DESDE : WCA-LARGO (WS-IDX-ARCHIVO)).

           IF WCA-CON-SIGNO (WS-IDX-ARCHIVO) = 'S'
              IF WS-IMPORTE-CON-SIGNO NUMERIC
                 IF WS-IMPORTE-CON-SIGNO < 0
                    COMPUTE WS-IMPORTE-ABS = 0 - WS-IMPORTE-CON-SIGNO
                 ELSE
                    MOVE WS-IMPORTE-CON-SIGNO TO WS-IMPORTE-ABS
                 END-IF
              END-IF
           ELSE
              IF WS-IMPORTE-SIN-SIGNO NUMERIC
                 MOVE WS-IMPORTE-SIN-SIGNO TO WS-IMPORTE-ABS
              END-IF
           END-IF.

       5000-FIN.
           EXIT.

       END PROGRAM UTLCTLARC.
