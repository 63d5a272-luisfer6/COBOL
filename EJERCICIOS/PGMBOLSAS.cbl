      * TAL CUAL AL MAESTRO NUEVO (BOLSANUE).
      * LOS RETIROS, RECEPCIONES Y ACREDITACIONES LOS REGISTRA
      * PGMBOLUPD.
      * EL CAJERO VIRTUAL DE LAS REDES DE COBRANZA (900) NO ARMA
      * BOLSA: SUS COBROS LOS ACREDITA CADA RED, NO HAY EFECTIVO.
      * RESXDIA SE VERIFICA ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       77  WS-ULTIMO-NRO-BOLSA           PIC  9(06) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-CAJERO-REDES               PIC  9(03) VALUE 900.

       COPY WRES-RECAUDACION.

      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE RESXDIA
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-RESXDIA.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-ARRASTRO-BOLSAS.
           PERFORM 1080-PRIMERA-LECTURA.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * RESXDIA SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-RESXDIA.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RESXDIA'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-RESXDIA        TO UTLCTLARC-PATH.
           MOVE 'PGMBOLSAS'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'RESXDIA RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------


      *------------------------------------------------------------
      * ARMA UNA BOLSA POR CADA RENGLON CAJERO / FECHA / MONEDA.
      * LOS TOTALES DE CAJERO (MONEDA EN BLANCO) Y EL CAJERO DE
      * LAS REDES DE COBRANZA NO GENERAN BOLSA.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           IF COD-MONEDA OF RESUMEN-RECAUDACION-REG NOT = SPACES
           AND COD-CAJERO OF RESUMEN-RECAUDACION-REG
                                         NOT = WS-CAJERO-REDES
              PERFORM 2100-ARMO-BOLSA
           END-IF.


           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-RESXDIA-OK
                      OR (REG-RESXDIA-FD (1:7) NOT = 'HEADER '
                      AND REG-RESXDIA-FD (1:7) NOT = 'TRAILER')
               INITIALIZE RESUMEN-RECAUDACION-REG
               READ RESXDIA INTO RESUMEN-RECAUDACION-REG
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    ADD 1 TO WS-LEIDOS-RESXDIA
