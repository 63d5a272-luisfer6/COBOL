      *  - TARJETAS QUE PAGAN APENAS EL MINIMO N CICLOS SEGUIDOS Y
      *    ESTAN CERCA DEL LIMITE: SE VUELCAN AL LISTADO REVBAJA
      *    PARA REVISION DE DISMINUCION.
      * SALCIERRE SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO, DUPLICADO O
      * DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FD  TASAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASAS-FD                  PIC X(26).

       FD  COMPANT
           RECORDING MODE IS F

       77  WCN-TOPE-TASAS                PIC  9(02) VALUE 10.
       77  WS-CANT-TASAS                 PIC  9(02) VALUE 0.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-TASA-VIGENTE               PIC  X(01) VALUE 'N'.
           88 88-TASA-VIGENTE                       VALUE 'S'.
       01  WS-TABLA-TASAS.
           05 WS-TASA-TAB OCCURS 10 TIMES
                          INDEXED BY IDX-TASA.
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE SALCIERRE
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-SALCIERRE.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1030-CARGO-TARJETAS.
           PERFORM 1040-CARGO-TASAS.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-SALCIERRE.
      *------------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'PGMLIMITE'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

               WHEN 88-FS-TASAS-OK
                    PERFORM 1041-LEO-TASAS
                    PERFORM UNTIL 88-FS-TASAS-EOF
                       PERFORM 1042-VIGENCIA-TASA
                       IF 88-TASA-VIGENTE
                       AND WS-CANT-TASAS < WCN-TOPE-TASAS
                          ADD 1 TO WS-CANT-TASAS
                          MOVE TAS-TIPO-TARJETA
                            TO WTT-TIPO-TARJETA (WS-CANT-TASAS)
       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * EL ARCHIVO TRAE TODAS LAS VERSIONES DE CADA TASA: SOLO SE
      * TOMA LA VIGENTE A LA FECHA DE PROCESO (DESDE EN CERO O
      * BLANCO = DESDE SIEMPRE, HASTA EN CERO O BLANCO = ABIERTA).
      *------------------------------------------------------------
       1042-VIGENCIA-TASA.
      *-------------------

           IF TAS-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO TAS-VIG-DESDE
           END-IF.
           IF TAS-VIG-HASTA NOT NUMERIC OR TAS-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO TAS-VIG-HASTA
           END-IF.

           IF TAS-VIG-DESDE NOT > WS-FECHA-PROCESO
           AND TAS-VIG-HASTA NOT < WS-FECHA-PROCESO
              SET 88-TASA-VIGENTE       TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TASA-VIGENTE
           END-IF.

       FIN-1042.
           EXIT.

       1050-CARGO-COMPANT.
      *-------------------


           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-LEIDOS-SALCIERRE
