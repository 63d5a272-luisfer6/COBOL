      *    EDITA PGMEDGTO), ASI VUELVE A FACTURARSE EN EL PROXIMO
      *    CICLO.
      * EMITE UN LISTADO DE NOVEDADES APLICADAS Y RECHAZADAS.
      * LOS AJUSTES DE LA CORRIDA SE AGREGAN A PAGOS COMO UNA TANDA
      * CON HEADER Y TRAILER DE CONTROL ESTANDAR (VER UTLCTLARC); EL
      * TRAILER SOLO SE GRABA EN UN FIN NORMAL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * TANDA HEADER / TRAILER DE LOS AJUSTES EN PAGOS
      * (VER UTLCTLARC). LA TANDA SE ABRE CON EL PRIMER AJUSTE.
      *------------------------------------------------------
       COPY WUTLCTLARC.

       77  WS-TANDA-PAGOS                PIC  X     VALUE 'N'.
           88 88-TANDA-PAGOS-ABIERTA                VALUE 'S'.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           MOVE DIS-MONTO                TO PAG-IMPORTE.
           SET 88-PAG-CANAL-AJUSTE       TO TRUE.

           IF NOT 88-TANDA-PAGOS-ABIERTA
              PERFORM 2411-HEADER-PAGOS
           END-IF.

           WRITE REG-PAGOSAJ-FD FROM REG-PAGOS.

           EVALUATE TRUE
               WHEN 88-FS-PAGOSAJ-OK
                    ADD 1 TO WS-CREDITOS-POSTEADOS
                    MOVE REG-PAGOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PAGOSAJ FS: ' FS-PAGOSAJ
                    PERFORM 3000-FINALIZO
       FIN-2410.
           EXIT.

       2411-HEADER-PAGOS.
      *------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'PAGOS'            TO UTLCTLARC-ARCHIVO.
           MOVE 'PGMDISPUTA'       TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO   TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGOSAJ-FD FROM UTLCTLARC-REGISTRO.

           IF 88-FS-PAGOSAJ-OK
              SET 88-TANDA-PAGOS-ABIERTA TO TRUE
           ELSE
              DISPLAY 'ERROR EN WRITE HEADER PAGOSAJ FS: ' FS-PAGOSAJ
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2411.
           EXIT.

      *------------------------------------------------------------
      * RESOLUCION A FAVOR DEL CLIENTE: EL CREDITO QUEDA FIRME.
      * SI NUNCA SE OTORGO EL PROVISORIO SE POSTEA EN ESTE PASO.
                    DISPLAY 'ERROR CLOSE DISPNUE FS: ' FS-DISPNUE
           END-EVALUATE.

      *    SIN TRAILER LA TANDA DE UNA CORRIDA CORTADA NO SE CONSUME.
           IF WS-FIN-NORMAL = 'S'
           AND 88-TANDA-PAGOS-ABIERTA
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-PAGOSAJ-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-PAGOSAJ-OK
                 DISPLAY 'ERROR EN WRITE TRAILER PAGOSAJ FS: '
                                                          FS-PAGOSAJ
              END-IF
           END-IF.

           CLOSE PAGOSAJ
           EVALUATE TRUE
               WHEN 88-FS-PAGOSAJ-OK
