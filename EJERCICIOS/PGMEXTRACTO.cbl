      *  - CHEQUES ACREDITADOS ('CH') CONTRA EL ARCHIVO DE CHEQUES
      *  - DEBITOS AUTOMATICOS ('DB') CONTRA EL RETORNO RETDEB
      *  - PAGOS A COMERCIOS ('CM')   CONTRA LAS ORDENES ORDPAGO
      *  - ACREDITACIONES DE REDES DE COBRANZA ('RC') CONTRA LAS
      *    ACREDITACIONES ESPERADAS LIQRED (RED + NETO, VER PGMCOBRED)
      * LO QUE NO APAREA (DE AMBOS LADOS) QUEDA EN EL ARCHIVO DE
      * PARTIDAS PENDIENTES (PENDEXT) CON SU ANTIGUEDAD, Y EL
      * RESUMEN DE CONCILIACION (CONCILIA) MUESTRA SALDO SEGUN
      * BANCO, SALDO SEGUN NUESTROS REGISTROS Y LAS PARTIDAS
      * CONCILIATORIAS. CIERRA EL CIRCUITO QUE PGMRETBCO Y
      * VARIANZA CUBREN SOLO EN PARTE.
      * ORDPAGO SE VERIFICA ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ORDPAGO.

           SELECT LIQRED        ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIQRED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIQRED.

           SELECT PENDEXT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PENDEXT
                                 ORGANIZATION IS LINE SEQUENTIAL
       FD  ORDPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDPAGO-FD                PIC X(110).

       FD  LIQRED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIQRED-FD                 PIC X(60).

       FD  PENDEXT
           RECORDING MODE IS F
       77  WS-ARCH-CHEQUES            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETDEB             PIC X(128) VALUE SPACES.
       77  WS-ARCH-ORDPAGO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIQRED             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PENDEXT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CONCILIA           PIC X(128) VALUE SPACES.

           88 88-FS-ORDPAGO-EOF                     VALUE '10'.
           88 88-FS-ORDPAGO-NOEXISTE                VALUE '35'.

       77  FS-LIQRED                     PIC  X(02) VALUE ' '.
           88 88-FS-LIQRED-OK                       VALUE '00'.
           88 88-FS-LIQRED-EOF                      VALUE '10'.
           88 88-FS-LIQRED-NOEXISTE                 VALUE '35'.

       77  FS-PENDEXT                    PIC  X(02) VALUE ' '.
           88 88-FS-PENDEXT-OK                      VALUE '00'.

              10 WPG-NETO                PIC  9(11)V99.
              10 WPG-APAREADO            PIC  X(01).

       77  WCN-TOPE-REDES                PIC  9(04) VALUE 200.
       77  WS-CANT-REDES                 PIC  9(04) VALUE 0.
       01  WS-TABLA-REDES.
           05 WS-RED-TAB OCCURS 200 TIMES
                         INDEXED BY IDX-RED.
              10 WRC-RED                 PIC  X(02).
              10 WRC-FECHA-ACRED         PIC  9(08).
              10 WRC-NETO                PIC  9(11)V99.
              10 WRC-APAREADO            PIC  X(01).

       77  WS-HALLADO                    PIC  X(01) VALUE 'N'.
       77  WS-REF-NUMERICA               PIC  9(10) VALUE 0.


       COPY WLIQCOM.

       COPY WLIQRED.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE ORDPAGO
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           CALL 'RUNCTL' USING WRUNCTL.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-ORDPAGO.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-DEPOSITOS.
           PERFORM 1030-CARGO-CHEQUES.
           PERFORM 1040-CARGO-DEBITOS.
           PERFORM 1050-CARGO-PAGOS.
           PERFORM 1060-CARGO-REDES.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ORDPAGO

           MOVE 'LIQRED'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIQRED

           MOVE 'PENDEXT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PENDEXT
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * ORDPAGO SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-ORDPAGO.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'ORDPAGO'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-ORDPAGO        TO UTLCTLARC-PATH.
           MOVE 'PGMEXTRACTO'          TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'ORDPAGO RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------


           READ ORDPAGO INTO REG-LIQCOM

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-ORDPAGO-OK
                      OR (REG-ORDPAGO-FD (1:7) NOT = 'HEADER '
                      AND REG-ORDPAGO-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-LIQCOM
               READ ORDPAGO INTO REG-LIQCOM
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-ORDPAGO-OK
               WHEN 88-FS-ORDPAGO-EOF
       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * ACREDITACIONES QUE LAS REDES DE COBRANZA EXTERNAS DEBEN
      * DEPOSITAR (NETO DE SU COMISION), SEGUN PGMCOBRED.
      *------------------------------------------------------------
       1060-CARGO-REDES.
      *-----------------

           OPEN INPUT LIQRED.

           EVALUATE TRUE
               WHEN 88-FS-LIQRED-OK
                    PERFORM 1061-LEO-LIQRED
                    PERFORM UNTIL 88-FS-LIQRED-EOF
                       IF WS-CANT-REDES < WCN-TOPE-REDES
                          ADD 1 TO WS-CANT-REDES
                          MOVE LQR-RED
                            TO WRC-RED (WS-CANT-REDES)
                          MOVE LQR-FECHA-ACRED
                            TO WRC-FECHA-ACRED (WS-CANT-REDES)
                          MOVE LQR-NETO
                            TO WRC-NETO (WS-CANT-REDES)
                          MOVE 'N'
                            TO WRC-APAREADO (WS-CANT-REDES)
                          ADD LQR-NETO TO WS-SALDO-NUESTRO
                       END-IF
                       PERFORM 1061-LEO-LIQRED
                    END-PERFORM
                    CLOSE LIQRED

               WHEN 88-FS-LIQRED-NOEXISTE
                    DISPLAY 'ARCHIVO LIQRED INEXISTENTE - '
                    DISPLAY 'CONCILIACION SIN COBRANZAS DE REDES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIQRED'
                    DISPLAY 'FILE STATUS' FS-LIQRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-LIQRED.
      *----------------

           INITIALIZE REG-LIQRED.

           READ LIQRED INTO REG-LIQRED

           EVALUATE TRUE
               WHEN 88-FS-LIQRED-OK
               WHEN 88-FS-LIQRED-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LIQRED FS: ' FS-LIQRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1061.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

                    PERFORM 2120-APAREO-DEBITO
               WHEN 88-EXT-COMERCIO
                    PERFORM 2130-APAREO-COMERCIO
               WHEN 88-EXT-REDCOB
                    PERFORM 2140-APAREO-RED
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       FIN-2130.
           EXIT.

      *------------------------------------------------------------
      * LA RED DEPOSITA EL NETO DE CADA FECHA DE ACREDITACION;
      * EL BANCO INFORMA EL CODIGO DE LA RED EN LA REFERENCIA.
      *------------------------------------------------------------
       2140-APAREO-RED.
      *----------------

           PERFORM VARYING IDX-RED FROM 1 BY 1
                     UNTIL IDX-RED > WS-CANT-REDES
                        OR WS-HALLADO = 'S'
              IF WRC-APAREADO (IDX-RED) = 'N'
                 AND WRC-RED (IDX-RED) = EXT-REFERENCIA (1:2)
                 AND WRC-NETO (IDX-RED) = EXT-IMPORTE
                 MOVE 'S' TO WRC-APAREADO (IDX-RED)
                 MOVE 'S' TO WS-HALLADO
              END-IF
           END-PERFORM.

       FIN-2140.
           EXIT.

       2200-LEO-EXTRACTO.
      *------------------

              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-RED FROM 1 BY 1
                     UNTIL IDX-RED > WS-CANT-REDES
              IF WRC-APAREADO (IDX-RED) = 'N'
                 MOVE SPACES              TO REG-PENDEXT-FD
                 MOVE 'NOS'               TO REG-PENDEXT-FD (01:03)
                 MOVE WRC-FECHA-ACRED (IDX-RED)
                                          TO REG-PENDEXT-FD (05:08)
                 MOVE 'RC'                TO REG-PENDEXT-FD (16:02)
                 MOVE WRC-RED (IDX-RED)   TO REG-PENDEXT-FD (19:02)
                 MOVE WRC-NETO (IDX-RED)  TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED       TO REG-PENDEXT-FD (32:20)
                 PERFORM 4010-GRABO-PENDIENTE-NUESTRO
                 ADD WRC-NETO (IDX-RED)   TO WS-CONCILIATORIAS
              END-IF
           END-PERFORM.

       FIN-4000.
           EXIT.

