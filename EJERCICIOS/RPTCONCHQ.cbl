       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTCONCHQ.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REPORTE SEMANAL DE CONCENTRACION DE CHEQUES POR LIBRADOR.
      * LEE LA CARTERA DE CHEQUES (CHEQUES) Y ACUMULA LA EXPOSICION
      * DE CADA LIBRADOR (NOMBRE + NUMERO): LO QUE TENEMOS DE EL EN
      * CUSTODIA (' ') O DEPOSITADO SIN ACREDITAR ('D'), QUE ES LO
      * MISMO QUE PGMCHEQUE CONTROLA CONTRA LOS TOPES (LIMCHQ).
      * EMITE EN CONCCHQ LOS WCN-TOPE-RANKING LIBRADORES DE MAYOR
      * EXPOSICION CON:
      *  - CANTIDAD DE CHEQUES Y EXPOSICION
      *  - PORCENTAJE SOBRE EL TOTAL DE LA CARTERA EN CUSTODIA
      *  - TOPE QUE LE CORRESPONDE (PROPIO O GENERAL) Y PORCENTAJE
      *    CONSUMIDO DEL TOPE
      * Y AL PIE EL TOTAL DE LA CARTERA Y LA PARTE QUE CONCENTRAN
      * LOS LIBRADORES LISTADOS.
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

           SELECT CHEQUES       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CHEQUES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHEQUES.

           SELECT LIMCHQ        ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIMCHQ
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIMCHQ.

           SELECT CONCCHQ       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CONCCHQ
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CONCCHQ.

       DATA DIVISION.

       FILE SECTION.

       FD  CHEQUES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CHEQUES-FD                PIC X(55).

       FD  LIMCHQ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIMCHQ-FD                 PIC X(40).

       FD  CONCCHQ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CONCCHQ-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CHEQUES            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIMCHQ             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CONCCHQ            PIC X(128) VALUE SPACES.

       77  FS-CHEQUES                    PIC  X(02) VALUE ' '.
           88 88-FS-CHEQUES-OK                      VALUE '00'.
           88 88-FS-CHEQUES-EOF                     VALUE '10'.

       77  FS-LIMCHQ                     PIC  X(02) VALUE ' '.
           88 88-FS-LIMCHQ-OK                       VALUE '00'.
           88 88-FS-LIMCHQ-EOF                      VALUE '10'.
           88 88-FS-LIMCHQ-NOEXISTE                 VALUE '35'.

       77  FS-CONCCHQ                    PIC  X(02) VALUE ' '.
           88 88-FS-CONCCHQ-OK                      VALUE '00'.

       77  WS-LEIDOS-CHEQUES             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CHEQUES-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CHEQUES-CARTERA            PIC  9(09) VALUE 0.
       77  WS-CHEQUES-CARTERA-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-CONCCHQ           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CONCCHQ-ED        PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * TOPES DE CONCENTRACION (WLIMCHQ): SOLO LOS DE LIBRADOR
      *------------------------------------------------------
       77  WCN-TOPE-LIMITES              PIC  9(04) VALUE 300.
       77  WS-CANT-LIMITES               PIC  9(04) VALUE 0.
       77  WS-TOPE-GENERAL               PIC  9(09)V99 VALUE 0.
       01  WS-TABLA-LIMITES.
           05 WS-LIMITE-TAB OCCURS 300 TIMES
                            INDEXED BY IDX-LIMITE.
              10 WLM-NOMBRE              PIC  X(15).
              10 WLM-NUMERO              PIC  X(04).
              10 WLM-TOPE                PIC  9(09)V99.

      *------------------------------------------------------
      * EXPOSICION POR LIBRADOR
      *------------------------------------------------------
       77  WCN-TOPE-LIBRADORES           PIC  9(04) VALUE 2000.
       77  WCN-TOPE-RANKING              PIC  9(04) VALUE 20.
       77  WS-CANT-LIBRADORES            PIC  9(04) VALUE 0.
       77  WS-POS-LIBRADOR               PIC  9(04) VALUE 0.
       01  WS-TABLA-LIBRADORES.
           05 WS-LIBRADOR-TAB OCCURS 2000 TIMES
                              INDEXED BY IDX-LIBRADOR.
              10 WLB-IMPORTE             PIC  9(11)V99.
              10 WLB-NOMBRE              PIC  X(15).
              10 WLB-NUMERO              PIC  X(04).
              10 WLB-CANT                PIC  9(05).
       01  WS-LIBRADOR-AUX               PIC  X(37).

       77  WS-I                          PIC  9(04) VALUE 0.
       77  WS-J                          PIC  9(04) VALUE 0.
       77  WS-HASTA                      PIC  9(04) VALUE 0.

       77  WS-TOTAL-CARTERA              PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-LISTADOS             PIC  9(13)V99 VALUE 0.
       77  WS-TOPE-LIBRADOR              PIC  9(09)V99 VALUE 0.
       77  WS-TOPE-PROPIO                PIC  X(01) VALUE 'N'.
       77  WS-PCT                        PIC  9(05)V99 VALUE 0.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       77  WS-RANK-ED                    PIC  ZZZ9.
       77  WS-CANT-ED                    PIC  ZZ.ZZ9.
       77  WS-PCT-ED                     PIC  ZZ.ZZ9,99.
       77  WS-IMP-ED                     PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOPE-ED                    PIC  ZZZ.ZZZ.ZZ9,99.

       COPY WCHEQUE.

       COPY WLIMCHQ.

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

           PERFORM 2000-ACUMULO-CARTERA
                UNTIL 88-FS-CHEQUES-EOF.

           PERFORM 4000-ORDENO.

           PERFORM 4500-EMITO-RANKING.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-LIMITES.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CHEQUES'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CHEQUES

           MOVE 'LIMCHQ'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIMCHQ

           MOVE 'CONCCHQ'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CONCCHQ.

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

           OPEN INPUT CHEQUES

           EVALUATE TRUE
               WHEN 88-FS-CHEQUES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHEQUES'
                    DISPLAY 'FILE STATUS' FS-CHEQUES
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CONCCHQ

           EVALUATE TRUE
               WHEN 88-FS-CONCCHQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CONCCHQ'
                    DISPLAY 'FILE STATUS' FS-CONCCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * TOPES POR LIBRADOR: EL PROPIO (NOMBRE + NUMERO) Y EL
      * GENERAL (NOMBRE EN BLANCO). SIN ARCHIVO NO HAY TOPES.
      *------------------------------------------------------------
       1020-CARGO-LIMITES.
      *-------------------

           OPEN INPUT LIMCHQ.

           EVALUATE TRUE
               WHEN 88-FS-LIMCHQ-OK
                    PERFORM 1021-LEO-LIMCHQ
                    PERFORM UNTIL 88-FS-LIMCHQ-EOF
                       IF 88-LCH-LIBRADOR
                          IF LCH-NOMBRE = SPACES
                             MOVE LCH-TOPE TO WS-TOPE-GENERAL
                          ELSE
                             IF WS-CANT-LIMITES < WCN-TOPE-LIMITES
                                ADD 1 TO WS-CANT-LIMITES
                                MOVE LCH-NOMBRE
                                  TO WLM-NOMBRE (WS-CANT-LIMITES)
                                MOVE LCH-NUMERO
                                  TO WLM-NUMERO (WS-CANT-LIMITES)
                                MOVE LCH-TOPE
                                  TO WLM-TOPE (WS-CANT-LIMITES)
                             END-IF
                          END-IF
                       END-IF
                       PERFORM 1021-LEO-LIMCHQ
                    END-PERFORM
                    CLOSE LIMCHQ

               WHEN 88-FS-LIMCHQ-NOEXISTE
                    DISPLAY 'TOPES DE CONCENTRACION INEXISTENTES - '
                    DISPLAY 'EL REPORTE SALE SIN TOPES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIMCHQ'
                    DISPLAY 'FILE STATUS' FS-LIMCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-LIMCHQ.
      *----------------

           INITIALIZE REG-LIMCHQ.

           READ LIMCHQ INTO REG-LIMCHQ

           EVALUATE TRUE
               WHEN 88-FS-LIMCHQ-OK
               WHEN 88-FS-LIMCHQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LIMCHQ FS: ' FS-LIMCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           PERFORM 2200-LEO-CHEQUES.

           IF 88-FS-CHEQUES-EOF
              DISPLAY ' '
              DISPLAY 'ARCHIVO DE CHEQUES VACIO'
           END-IF.

       FIN-1080.
           EXIT.

       2000-ACUMULO-CARTERA.
      *---------------------

           IF 88-CHEQUE-RECIBIDO
              OR 88-CHEQUE-DEPOSITADO
              PERFORM 2100-ACUMULO-LIBRADOR
           END-IF.

           PERFORM 2200-LEO-CHEQUES.

       FIN-2000.
           EXIT.

       2100-ACUMULO-LIBRADOR.
      *----------------------

           MOVE 0 TO WS-POS-LIBRADOR.

           PERFORM VARYING IDX-LIBRADOR FROM 1 BY 1
                     UNTIL IDX-LIBRADOR > WS-CANT-LIBRADORES
                        OR WS-POS-LIBRADOR > 0
              IF WLB-NOMBRE (IDX-LIBRADOR) = NOMBRE
                 AND WLB-NUMERO (IDX-LIBRADOR) = NUMERO
                 SET WS-POS-LIBRADOR TO IDX-LIBRADOR
              END-IF
           END-PERFORM.

           IF WS-POS-LIBRADOR = 0
              IF WS-CANT-LIBRADORES >= WCN-TOPE-LIBRADORES
                 DISPLAY 'TABLA DE LIBRADORES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
              ADD 1 TO WS-CANT-LIBRADORES
              MOVE WS-CANT-LIBRADORES TO WS-POS-LIBRADOR
              MOVE NOMBRE TO WLB-NOMBRE (WS-POS-LIBRADOR)
              MOVE NUMERO TO WLB-NUMERO (WS-POS-LIBRADOR)
              MOVE 0      TO WLB-IMPORTE (WS-POS-LIBRADOR)
              MOVE 0      TO WLB-CANT (WS-POS-LIBRADOR)
           END-IF.

           ADD EFECTIVO TO WLB-IMPORTE (WS-POS-LIBRADOR).
           ADD 1        TO WLB-CANT (WS-POS-LIBRADOR).
           ADD EFECTIVO TO WS-TOTAL-CARTERA.
           ADD 1        TO WS-CHEQUES-CARTERA.

       FIN-2100.
           EXIT.

       2200-LEO-CHEQUES.
      *-----------------

           INITIALIZE REG-CHEQUE.

           READ CHEQUES INTO REG-CHEQUE

           EVALUATE TRUE
               WHEN 88-FS-CHEQUES-OK
                    ADD 1 TO WS-LEIDOS-CHEQUES
               WHEN 88-FS-CHEQUES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CHEQUES FS: ' FS-CHEQUES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * ORDENA LOS LIBRADORES POR EXPOSICION DESCENDENTE
      * (BURBUJEO EN MEMORIA).
      *------------------------------------------------------------
       4000-ORDENO.
      *------------

           PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I >= WS-CANT-LIBRADORES
              PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J >= WS-CANT-LIBRADORES
                 IF WLB-IMPORTE (WS-J) < WLB-IMPORTE (WS-J + 1)
                    MOVE WS-LIBRADOR-TAB (WS-J)   TO WS-LIBRADOR-AUX
                    MOVE WS-LIBRADOR-TAB (WS-J + 1)
                                          TO WS-LIBRADOR-TAB (WS-J)
                    MOVE WS-LIBRADOR-AUX
                                      TO WS-LIBRADOR-TAB (WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-4000.
           EXIT.

       4500-EMITO-RANKING.
      *-------------------

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           MOVE 'CONCENTRACION DE CHEQUES EN CARTERA POR LIBRADOR AL'
                                         TO REG-CONCCHQ-FD (01:51).
           MOVE WS-FECHA-PROCESO         TO REG-CONCCHQ-FD (53:08).
           PERFORM 4600-WRITE-CONCCHQ.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           PERFORM 4600-WRITE-CONCCHQ.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           MOVE 'RANK'                   TO REG-CONCCHQ-FD (01:04).
           MOVE 'LIBRADOR'               TO REG-CONCCHQ-FD (07:08).
           MOVE 'NRO.'                   TO REG-CONCCHQ-FD (23:04).
           MOVE 'CHEQ.'                  TO REG-CONCCHQ-FD (30:05).
           MOVE 'EXPOSICION'             TO REG-CONCCHQ-FD (44:10).
           MOVE '% CARTERA'              TO REG-CONCCHQ-FD (56:09).
           MOVE 'TOPE'                   TO REG-CONCCHQ-FD (76:04).
           MOVE '% TOPE'                 TO REG-CONCCHQ-FD (85:06).
           PERFORM 4600-WRITE-CONCCHQ.

           IF WS-CANT-LIBRADORES < WCN-TOPE-RANKING
              MOVE WS-CANT-LIBRADORES    TO WS-HASTA
           ELSE
              MOVE WCN-TOPE-RANKING      TO WS-HASTA
           END-IF.

           PERFORM VARYING IDX-LIBRADOR FROM 1 BY 1
                     UNTIL IDX-LIBRADOR > WS-HASTA
              PERFORM 4510-LINEA-LIBRADOR
           END-PERFORM.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           PERFORM 4600-WRITE-CONCCHQ.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           MOVE 'TOTAL LISTADOS'         TO REG-CONCCHQ-FD (07:14).
           MOVE WS-TOTAL-LISTADOS        TO WS-IMP-ED.
           MOVE WS-IMP-ED                TO REG-CONCCHQ-FD (37:17).
           IF WS-TOTAL-CARTERA > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-TOTAL-LISTADOS * 100 / WS-TOTAL-CARTERA
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-CONCCHQ-FD (56:09).
           MOVE '%'                      TO REG-CONCCHQ-FD (65:01).
           PERFORM 4600-WRITE-CONCCHQ.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           MOVE 'TOTAL CARTERA'          TO REG-CONCCHQ-FD (07:13).
           MOVE WS-CHEQUES-CARTERA       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-CONCCHQ-FD (29:06).
           MOVE WS-TOTAL-CARTERA         TO WS-IMP-ED.
           MOVE WS-IMP-ED                TO REG-CONCCHQ-FD (37:17).
           MOVE 'LIBRADORES'             TO REG-CONCCHQ-FD (56:10).
           MOVE WS-CANT-LIBRADORES       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-CONCCHQ-FD (67:06).
           PERFORM 4600-WRITE-CONCCHQ.

       FIN-4500.
           EXIT.

       4510-LINEA-LIBRADOR.
      *--------------------

           ADD WLB-IMPORTE (IDX-LIBRADOR) TO WS-TOTAL-LISTADOS.

           MOVE SPACES                   TO REG-CONCCHQ-FD.
           SET WS-I                      TO IDX-LIBRADOR.
           MOVE WS-I                     TO WS-RANK-ED.
           MOVE WS-RANK-ED               TO REG-CONCCHQ-FD (01:04).
           MOVE WLB-NOMBRE (IDX-LIBRADOR) TO REG-CONCCHQ-FD (07:15).
           MOVE WLB-NUMERO (IDX-LIBRADOR) TO REG-CONCCHQ-FD (23:04).
           MOVE WLB-CANT (IDX-LIBRADOR)  TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-CONCCHQ-FD (29:06).
           MOVE WLB-IMPORTE (IDX-LIBRADOR) TO WS-IMP-ED.
           MOVE WS-IMP-ED                TO REG-CONCCHQ-FD (37:17).

           IF WS-TOTAL-CARTERA > 0
              COMPUTE WS-PCT ROUNDED =
                      WLB-IMPORTE (IDX-LIBRADOR) * 100
                                                 / WS-TOTAL-CARTERA
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-CONCCHQ-FD (56:09).
           MOVE '%'                      TO REG-CONCCHQ-FD (65:01).

           PERFORM 4520-BUSCO-TOPE.

           IF WS-TOPE-LIBRADOR > 0
              MOVE WS-TOPE-LIBRADOR      TO WS-TOPE-ED
              MOVE WS-TOPE-ED            TO REG-CONCCHQ-FD (67:14)
              COMPUTE WS-PCT ROUNDED =
                      WLB-IMPORTE (IDX-LIBRADOR) * 100
                                                 / WS-TOPE-LIBRADOR
              MOVE WS-PCT                TO WS-PCT-ED
              MOVE WS-PCT-ED             TO REG-CONCCHQ-FD (82:09)
              MOVE '%'                   TO REG-CONCCHQ-FD (91:01)
           ELSE
              MOVE 'SIN TOPE'            TO REG-CONCCHQ-FD (73:08)
           END-IF.

           PERFORM 4600-WRITE-CONCCHQ.

       FIN-4510.
           EXIT.

      *    EL TOPE PROPIO DEL LIBRADOR MANDA SOBRE EL GENERAL.
       4520-BUSCO-TOPE.
      *----------------

           MOVE WS-TOPE-GENERAL TO WS-TOPE-LIBRADOR.
           MOVE 'N'             TO WS-TOPE-PROPIO.

           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                     UNTIL IDX-LIMITE > WS-CANT-LIMITES
                        OR WS-TOPE-PROPIO = 'S'
              IF WLM-NOMBRE (IDX-LIMITE) = WLB-NOMBRE (IDX-LIBRADOR)
                 AND WLM-NUMERO (IDX-LIMITE) = WLB-NUMERO (IDX-LIBRADOR)
                 MOVE WLM-TOPE (IDX-LIMITE) TO WS-TOPE-LIBRADOR
                 MOVE 'S'                   TO WS-TOPE-PROPIO
              END-IF
           END-PERFORM.

       FIN-4520.
           EXIT.

       4600-WRITE-CONCCHQ.
      *-------------------

           WRITE REG-CONCCHQ-FD.

           EVALUATE TRUE
               WHEN 88-FS-CONCCHQ-OK
                    ADD 1 TO WS-GRABADOS-CONCCHQ
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CONCCHQ FS: ' FS-CONCCHQ
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

           CLOSE CHEQUES
           EVALUATE TRUE
               WHEN 88-FS-CHEQUES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CHEQUES FS: ' FS-CHEQUES
           END-EVALUATE.

           CLOSE CONCCHQ
           EVALUATE TRUE
               WHEN 88-FS-CONCCHQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CONCCHQ FS: ' FS-CONCCHQ
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTCONCHQ'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-CHEQUES       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-CONCCHQ     TO RUNCTL-GRABADOS.
           MOVE WS-TOTAL-CARTERA        TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-CHEQUES       TO WS-LEIDOS-CHEQUES-ED.
           MOVE WS-CHEQUES-CARTERA      TO WS-CHEQUES-CARTERA-ED.
           MOVE WS-GRABADOS-CONCCHQ     TO WS-GRABADOS-CONCCHQ-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTCONCHQ             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. CHEQUES LEIDOS           : '
                                               WS-LEIDOS-CHEQUES-ED.
           DISPLAY 'CANT. CHEQUES EN CARTERA       : '
                                               WS-CHEQUES-CARTERA-ED.
           DISPLAY 'CANT. LIBRADORES               : '
                                               WS-CANT-LIBRADORES.
           DISPLAY 'CANT. RENGLONES DEL REPORTE    : '
                                               WS-GRABADOS-CONCCHQ-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTCONCHQ.
