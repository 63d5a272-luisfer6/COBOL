      *   SU CARATULA (REPORTE, PROGRAMA EMISOR, FECHA / HORA DE
      *   EMISION ORIGINAL Y SEQ): LA PRUEBA DE QUE SE IMPRIMIO Y
      *   CUANDO.
      *   TODA SECUENCIA DE 13 A 19 DIGITOS DEL CONTENIDO SALE
      *   ENMASCARADA (NUMEROS DE TARJETA, VER UTLMASK). UN PEDIDO
      *   CON REQ-SIN-MASCARA = 'S' REIMPRIME LOS NUMEROS COMPLETOS
      *   SOLO SI REQ-USUARIO TIENE NIVEL 3 (SEGOPER); SI NO LO
      *   TIENE EL LISTADO SALE ENMASCARADO. TODO PEDIDO SIN
      *   ENMASCARAR, AUTORIZADO O NO, QUEDA EN SPOOLLOG.
      * - DEPURACION: AL FINAL DE CADA CORRIDA REESCRIBE EL SPOOL
      *   (SPOOLDAT -> SPOOLDAT2, SPOOLCTG -> SPOOLCTG2) SACANDO EL
      *   CONTENIDO DE LOS LISTADOS QUE SUPERARON SU RETENCION; EL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SPOOLOUT.

           SELECT SPOOLLOG      ASSIGN       TO
                                 DYNAMIC WS-ARCH-SPOOLLOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SPOOLLOG.

           SELECT SPOOLDT2      ASSIGN       TO
                                 DYNAMIC WS-ARCH-SPOOLDT2
                                 ORGANIZATION IS LINE SEQUENTIAL
           03 REQ-FECHA                  PIC 9(08).
           03 REQ-PAG-DESDE              PIC 9(05).
           03 REQ-PAG-HASTA              PIC 9(05).
           03 REQ-SIN-MASCARA            PIC X(01).
              88 88-REQ-SIN-MASCARA                 VALUE 'S'.
           03 REQ-USUARIO                PIC X(08).

       FD  SPOOLCTG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SPOOLOUT-FD               PIC X(133).

       FD  SPOOLLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SPOOLLOG-FD               PIC X(80).

       FD  SPOOLDT2
           RECORDING MODE IS F
           BLOCK 0.
       77  WS-ARCH-SPOOLCTG           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SPOOLDAT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SPOOLOUT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SPOOLLOG           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SPOOLDT2           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SPOOLCT2           PIC X(128) VALUE SPACES.

       77  FS-SPOOLOUT                   PIC  X(02) VALUE ' '.
           88 88-FS-SPOOLOUT-OK                     VALUE '00'.

       77  FS-SPOOLLOG                   PIC  X(02) VALUE ' '.
           88 88-FS-SPOOLLOG-OK                     VALUE '00'.
           88 88-FS-SPOOLLOG-NOEXISTE               VALUE '35'.

       77  FS-SPOOLDT2                   PIC  X(02) VALUE ' '.
           88 88-FS-SPOOLDT2-OK                     VALUE '00'.

       77  WS-REIMPRESIONES-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PURGADOS                   PIC  9(09) VALUE 0.
       77  WS-PURGADOS-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SIN-MASCARA-OK             PIC  9(09) VALUE 0.
       77  WS-SIN-MASCARA-OK-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SIN-MASCARA-DEN            PIC  9(09) VALUE 0.
       77  WS-SIN-MASCARA-DEN-ED         PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * REIMPRESION DEL PEDIDO EN CURSO: 'N' ENMASCARADA (LO
      * NORMAL) / 'S' CON LOS NUMEROS COMPLETOS (NIVEL 3)
      *------------------------------------------------------
       77  WS-SIN-MASCARA                PIC  X(01) VALUE 'N'.
           88 88-REIMPRIMO-SIN-MASCARA              VALUE 'S'.
       77  WCN-NIVEL-SIN-MASCARA         PIC  9(01) VALUE 3.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * LINEAS POR PAGINA DEL SPOOL

       COPY WSPOOL.

       COPY WSPOOLLOG.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA EN LA REIMPRESION
      * (VER UTLMASK) Y NIVEL DEL OPERADOR QUE PIDE LOS
      * NUMEROS COMPLETOS (VER SEGOPER)
      *------------------------------------------------------
       COPY WUTLMASK.

       COPY WSEGOPER.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
           CALL 'RUNCTL' USING WRUNCTL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO  FROM TIME.
           COMPUTE WS-DIAS-PROCESO = WS-FECPRO-AAAA * 360
                                   + WS-FECPRO-MM * 30
                                   + WS-FECPRO-DD.
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SPOOLOUT

           MOVE 'SPOOLLOG'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SPOOLLOG

           MOVE 'SPOOLDT2'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SPOOLDT2
                    DISPLAY 'ERROR EN OPEN SPOOLOUT'
                    DISPLAY 'FILE STATUS' FS-SPOOLOUT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND SPOOLLOG

           EVALUATE TRUE
               WHEN 88-FS-SPOOLLOG-OK
                    CONTINUE
               WHEN 88-FS-SPOOLLOG-NOEXISTE
                    OPEN OUTPUT SPOOLLOG
                    IF NOT 88-FS-SPOOLLOG-OK
                       DISPLAY 'ERROR EN OPEN SPOOLLOG'
                       DISPLAY 'FILE STATUS' FS-SPOOLLOG
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SPOOLLOG'
                    DISPLAY 'FILE STATUS' FS-SPOOLLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
              MOVE 99999 TO WS-PAG-HASTA
           END-IF.

           MOVE 'N' TO WS-SIN-MASCARA.
           IF 88-REQ-SIN-MASCARA
              PERFORM 2150-AUTORIZO-SIN-MASCARA
           END-IF.

           PERFORM 2300-CARATULA.
           PERFORM 2400-REEMITO-CONTENIDO.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * LOS NUMEROS COMPLETOS SOLO PARA UN OPERADOR DE NIVEL 3. EL
      * PEDIDO QUEDA EN SPOOLLOG SE AUTORICE O NO.
      *------------------------------------------------------------
       2150-AUTORIZO-SIN-MASCARA.
      *--------------------------

           INITIALIZE WSEGOPER.
           MOVE REQ-USUARIO             TO SEGOPER-USUARIO.
           MOVE WCN-NIVEL-SIN-MASCARA   TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'REIMPRESION SIN MASC'  TO SEGOPER-ACCION.

           CALL 'SEGOPER' USING WSEGOPER.

           MOVE SPACES                  TO REG-SPOOLLOG.
           INITIALIZE REG-SPOOLLOG.
           MOVE WS-FECHA-PROCESO        TO SLG-FECHA.
           MOVE WS-HORA-PROCESO (1:6)   TO SLG-HORA.
           MOVE REQ-USUARIO             TO SLG-USUARIO.
           MOVE SPL-SEQ                 TO SLG-SEQ.
           MOVE SPL-REPORTE             TO SLG-REPORTE.
           MOVE SPL-FECHA               TO SLG-FECHA-LISTADO.
           MOVE WS-PAG-DESDE            TO SLG-PAG-DESDE.
           MOVE WS-PAG-HASTA            TO SLG-PAG-HASTA.
           MOVE SEGOPER-NIVEL-OPERADOR  TO SLG-NIVEL-OPERADOR.

           IF 88-SEGOPER-AUTORIZADO
              MOVE 'S' TO WS-SIN-MASCARA
              SET 88-SLG-REIMPRESO      TO TRUE
              ADD 1 TO WS-SIN-MASCARA-OK
           ELSE
              SET 88-SLG-DENEGADO       TO TRUE
              ADD 1 TO WS-SIN-MASCARA-DEN
              DISPLAY 'REIMPRESION SIN ENMASCARAR DENEGADA - USUARIO: '
                      REQ-USUARIO ' SEQ: ' SPL-SEQ
              DISPLAY 'EL LISTADO SALE ENMASCARADO'
           END-IF.

           WRITE REG-SPOOLLOG-FD FROM REG-SPOOLLOG.

           IF NOT 88-FS-SPOOLLOG-OK
              DISPLAY 'ERROR EN WRITE SPOOLLOG FS: ' FS-SPOOLLOG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2150.
           EXIT.

       2200-LEO-PEDIDO.
      *----------------

           MOVE WS-FECHA-PROCESO         TO REG-SPOOLOUT-FD (51:08).
           PERFORM 2900-WRITE-SPOOLOUT.

           IF 88-REIMPRIMO-SIN-MASCARA
              MOVE SPACES                TO REG-SPOOLOUT-FD
              MOVE '* SIN ENMASCARAR - AUTORIZO:'
                                         TO REG-SPOOLOUT-FD (01:28)
              MOVE REQ-USUARIO           TO REG-SPOOLOUT-FD (30:08)
              PERFORM 2900-WRITE-SPOOLOUT
           END-IF.

           MOVE ALL '*'                  TO REG-SPOOLOUT-FD.
           PERFORM 2900-WRITE-SPOOLOUT.

                       AND WS-PAGINA-ACTUAL <= WS-PAG-HASTA
                       MOVE REG-SPOOLDAT-FD (1:133)
                         TO REG-SPOOLOUT-FD
                       IF NOT 88-REIMPRIMO-SIN-MASCARA
                          PERFORM 2420-ENMASCARO-LINEA
                       END-IF
                       PERFORM 2900-WRITE-SPOOLOUT
                    END-IF
                 END-IF
       FIN-2410.
           EXIT.

       2420-ENMASCARO-LINEA.
      *---------------------

           INITIALIZE WUTLMASK.
           SET 88-UTLMASK-LINEA          TO TRUE.
           MOVE REG-SPOOLOUT-FD          TO UTLMASK-LINEA.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-LINEA (1:133)    TO REG-SPOOLOUT-FD.

       FIN-2420.
           EXIT.

       2900-WRITE-SPOOLOUT.
      *--------------------

           IF WS-HAY-SPOOLREQ = 'S'
              CLOSE SPOOLREQ
           END-IF.
           CLOSE SPOOLOUT
                 SPOOLLOG.

           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           MOVE WS-PEDIDOS-LEIDOS       TO WS-PEDIDOS-LEIDOS-ED.
           MOVE WS-REIMPRESIONES        TO WS-REIMPRESIONES-ED.
           MOVE WS-PURGADOS             TO WS-PURGADOS-ED.
           MOVE WS-SIN-MASCARA-OK       TO WS-SIN-MASCARA-OK-ED.
           MOVE WS-SIN-MASCARA-DEN      TO WS-SIN-MASCARA-DEN-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-REIMPRESIONES-ED.
           DISPLAY 'CANT. LISTADOS DEPURADOS       : '
                                               WS-PURGADOS-ED.
           DISPLAY 'CANT. REIMP. SIN ENMASCARAR    : '
                                               WS-SIN-MASCARA-OK-ED.
           DISPLAY 'CANT. SIN ENMASCARAR DENEGADAS : '
                                               WS-SIN-MASCARA-DEN-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
