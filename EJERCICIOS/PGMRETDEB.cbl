      *    PAGOS, LA MISMA QUE LEE PGMPAGOS).
      *  - RECHAZADOS: SE VUELCAN AL REPORTE RECHDEB PARA EL SECTOR
      *    DE COBRANZAS, CON EL MOTIVO INFORMADO POR EL BANCO.
      * LOS PAGOS 'DB' DE LA CORRIDA SE AGREGAN A PAGOS COMO UNA TANDA
      * CON HEADER Y TRAILER DE CONTROL ESTANDAR (VER UTLCTLARC); EL
      * TRAILER SOLO SE GRABA EN UN FIN NORMAL. LOS REGISTROS DE
      * CONTROL QUE EL BANCO DEVUELVE CON EL RETORNO SE SALTEAN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * TANDA HEADER / TRAILER DE LOS PAGOS 'DB' EN PAGOS
      * (VER UTLCTLARC). LA TANDA SE ABRE CON EL PRIMER PAGO.
      *------------------------------------------------------
       COPY WUTLCTLARC.

       77  WS-TANDA-PAGOS                PIC  X     VALUE 'N'.
           88 88-TANDA-PAGOS-ABIERTA                VALUE 'S'.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           MOVE DBB-IMPORTE              TO PAG-IMPORTE.
           SET 88-PAG-CANAL-DEBITO       TO TRUE.

           IF NOT 88-TANDA-PAGOS-ABIERTA
              PERFORM 2110-HEADER-PAGOS
           END-IF.

           WRITE REG-PAGOSDB-FD FROM REG-PAGOS.

           EVALUATE TRUE
               WHEN 88-FS-PAGOSDB-OK
                    ADD 1 TO WS-ACEPTADOS
                    ADD DBB-IMPORTE TO WS-IMPORTE-ACEPTADO
                    MOVE REG-PAGOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PAGOSDB FS: ' FS-PAGOSDB
                    PERFORM 3000-FINALIZO
       FIN-2100.
           EXIT.

       2110-HEADER-PAGOS.
      *------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'PAGOS'            TO UTLCTLARC-ARCHIVO.
           MOVE 'PGMRETDEB'        TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGOSDB-FD FROM UTLCTLARC-REGISTRO.

           IF 88-FS-PAGOSDB-OK
              SET 88-TANDA-PAGOS-ABIERTA TO TRUE
           ELSE
              DISPLAY 'ERROR EN WRITE HEADER PAGOSDB FS: ' FS-PAGOSDB
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2110.
           EXIT.

       2200-LEO-RETDEB.
      *----------------


           READ RETDEB INTO REG-DEBBCO

           PERFORM UNTIL NOT 88-FS-RETDEB-OK
                      OR (REG-RETDEB-FD (1:7) NOT = 'HEADER '
                      AND REG-RETDEB-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-DEBBCO
               READ RETDEB INTO REG-DEBBCO
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RETDEB-OK
                    ADD 1 TO WS-LEIDOS-RETDEB
                    DISPLAY 'ERROR CLOSE RETDEB FS: ' FS-RETDEB
           END-EVALUATE.

      *    SIN TRAILER LA TANDA DE UNA CORRIDA CORTADA NO SE CONSUME.
           IF WS-FIN-NORMAL = 'S'
           AND 88-TANDA-PAGOS-ABIERTA
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-PAGOSDB-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-PAGOSDB-OK
                 DISPLAY 'ERROR EN WRITE TRAILER PAGOSDB FS: '
                                                          FS-PAGOSDB
              END-IF
           END-IF.

           CLOSE PAGOSDB
           EVALUATE TRUE
               WHEN 88-FS-PAGOSDB-OK
