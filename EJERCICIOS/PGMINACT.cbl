      *    CLIENTE ANTES DE QUE EL BLOQUEO SE APLIQUE
      * LA REACTIVACION A PEDIDO DEL CLIENTE ES UNA NOVEDAD TARNOV
      * 'M' ESTADO 'A' DEL CIRCUITO NORMAL DE ABMTARJ.
      * PAGOS SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO, DUPLICADO O
      * DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE PAGOS
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
                                   + WS-FPR-DD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-PAGOS.
           PERFORM 1010-ABRO-SALIDAS.
           PERFORM 1020-CARGO-TARJETAS.

       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * PAGOS SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-PAGOS.
      *--------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'PAGOS'                TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-PAGOS          TO UTLCTLARC-PATH.
           MOVE 'PGMINACT'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'PAGOS RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-SALIDAS.
      *------------------

      *--------------

           INITIALIZE REG-PAGOS.
           READ PAGOS INTO REG-PAGOS

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-PAGOS-OK
                      OR (REG-PAGOS-FD (1:7) NOT = 'HEADER '
                      AND REG-PAGOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-PAGOS
               READ PAGOS INTO REG-PAGOS
           END-PERFORM.

       FIN-2210.
           EXIT.
