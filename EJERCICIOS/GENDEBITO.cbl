      *    DE TASAS SEGUN EL TIPO DE TARJETA DEL MAESTRO)
      * TARJETAS ADHERIDAS SIN SALDO A FAVOR DEL BANCO NO GENERAN
      * DEBITO. EL RETORNO DEL BANCO LO PROCESA PGMRETDEB.
      * SALCIERRE SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO, DUPLICADO O DE
      * OTRA FECHA CANCELA LA CORRIDA. DEBBANCO SALE CON HEADER Y
      * TRAILER; EL TRAILER SOLO SE GRABA EN UN FIN NORMAL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FD  TASAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASAS-FD                  PIC X(26).

       FD  DEBBANCO
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
      * HEADER / TRAILER DE CONTROL DE SALCIERRE Y DEBBANCO
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
           PERFORM 1020-CARGO-SALDOS.
           PERFORM 1030-CARGO-TARJETAS.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO ANTES DE ARMAR LOS DEBITOS.
      * EL RECHAZO YA QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-SALCIERRE.
      *------------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'          TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE    TO UTLCTLARC-PATH.
           MOVE 'GENDEBITO'          TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO     TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

                    DISPLAY 'ERROR EN OPEN DEBBANCO'
                    DISPLAY 'FILE STATUS' FS-DEBBANCO
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           INITIALIZE WUTLCTLARC
           SET 88-UTLCTLARC-HEADER TO TRUE
           MOVE 'DEBBANCO'         TO UTLCTLARC-ARCHIVO
           MOVE 'GENDEBITO'        TO UTLCTLARC-PROGRAMA
           MOVE WS-FECHA-PROCESO   TO UTLCTLARC-FECHA-PROCESO
           CALL 'UTLCTLARC' USING WUTLCTLARC

           WRITE REG-DEBBANCO-FD FROM UTLCTLARC-REGISTRO

           IF NOT 88-FS-DEBBANCO-OK
              DISPLAY 'ERROR EN WRITE HEADER DEBBANCO FS: ' FS-DEBBANCO
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1010.
           EXIT.

           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN 1008: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
               WHEN 88-FS-SALCIERRE-EOF
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

       1080-PRIMERA-LECTURA.
      *---------------------

           MOVE WS-FECPRO-MM             TO WS-FECDEB-MM.
           MOVE DEB-DIA-DEBITO           TO WS-FECDEB-DD.

      *    CON CIERRES POR CICLO, SI EL DIA DE DEBITO YA PASO EN EL
      *    MES DEL CIERRE EL DEBITO VA AL MES SIGUIENTE
           IF DEB-DIA-DEBITO NOT > WS-FECPRO-DD
              IF WS-FECDEB-MM = 12
                 MOVE 1 TO WS-FECDEB-MM
                 ADD 1  TO WS-FECDEB-AAAA
              ELSE
                 ADD 1  TO WS-FECDEB-MM
              END-IF
           END-IF.

           INITIALIZE REG-DEBBCO.
           MOVE DEB-NRO-TARJETA          TO DBB-NRO-TARJETA.
           MOVE DEB-CTA-BANCO            TO DBB-CTA-BANCO.
               WHEN 88-FS-DEBBANCO-OK
                    ADD 1 TO WS-GRABADOS-DEBBANCO
                    ADD WS-IMPORTE-DEBITO TO WS-IMPORTE-TOTAL
                    MOVE REG-DEBBCO TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE DEBBANCO FS: ' FS-DEBBANCO
                    PERFORM 3000-FINALIZO
                    DISPLAY 'ERROR CLOSE DEBAUTO FS: ' FS-DEBAUTO
           END-EVALUATE.

      *    SIN TRAILER UN DEBBANCO DE UNA CORRIDA CORTADA NO SE ENVIA.
           IF WS-FIN-NORMAL = 'S'
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-DEBBANCO-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-DEBBANCO-OK
                 DISPLAY 'ERROR EN WRITE TRAILER DEBBANCO FS: '
                                                          FS-DEBBANCO
              END-IF
           END-IF.

           CLOSE DEBBANCO
           EVALUATE TRUE
               WHEN 88-FS-DEBBANCO-OK
