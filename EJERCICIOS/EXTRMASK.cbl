      *    SIGUE CERRANDO.
      * LOS OPERADORES NUEVOS PRACTICAN EN TSTABMCLI Y MENUOPER
      * SIN VER UN SOLO DATO REAL.
      * LA MUESTRA DE PAGOS (PAGTST) SALE CON SU PROPIO HEADER Y
      * TRAILER DE CONTROL ESTANDAR (VER UTLCTLARC), ASI LOS
      * PROGRAMAS DEL AMBIENTE DE CAPACITACION LA ACEPTAN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE PAGOS Y PAGTST
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    PERFORM 2505-HEADER-PAGTST
                    PERFORM 2510-LEO-PAGO
                    PERFORM UNTIL 88-FS-PAGOS-EOF
                       PERFORM 2520-EVALUO-PAGO THRU FIN-2520
                       PERFORM 2510-LEO-PAGO
                    END-PERFORM
                    PERFORM 2530-TRAILER-PAGTST
                    CLOSE PAGOS

               WHEN 88-FS-PAGOS-NOEXISTE
       FIN-2500.
           EXIT.

      *------------------------------------------------------------
      * LA MUESTRA ES UN ARCHIVO PAGOS DEL AMBIENTE DE PRUEBA: LLEVA
      * UNA TANDA CON HEADER Y TRAILER DE CONTROL PROPIOS.
      *------------------------------------------------------------
       2505-HEADER-PAGTST.
      *-------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'PAGOS'            TO UTLCTLARC-ARCHIVO.
           MOVE 'EXTRMASK'         TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGTST-FD FROM UTLCTLARC-REGISTRO.

           IF NOT 88-FS-PAGTST-OK
              DISPLAY 'ERROR EN WRITE HEADER PAGTST FS: ' FS-PAGTST
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2505.
           EXIT.

       2510-LEO-PAGO.
      *--------------


           READ PAGOS INTO REG-PAGOS

      *    LOS REGISTROS DE CONTROL DE PAGOS NO SE MUESTREAN.
           PERFORM UNTIL NOT 88-FS-PAGOS-OK
                      OR (REG-PAGOS-FD (1:7) NOT = 'HEADER '
                      AND REG-PAGOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-PAGOS
               READ PAGOS INTO REG-PAGOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
               WHEN 88-FS-PAGOS-EOF
           EVALUATE TRUE
               WHEN 88-FS-PAGTST-OK
                    ADD 1 TO WS-PAGOS-MUESTRA
                    MOVE REG-PAGOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PAGTST FS: ' FS-PAGTST
                    PERFORM 3000-FINALIZO
       FIN-2520.
           EXIT.

       2530-TRAILER-PAGTST.
      *--------------------

           SET 88-UTLCTLARC-TRAILER TO TRUE.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGTST-FD FROM UTLCTLARC-REGISTRO.

           IF NOT 88-FS-PAGTST-OK
              DISPLAY 'ERROR EN WRITE TRAILER PAGTST FS: ' FS-PAGTST
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2530.
           EXIT.

       2600-EXTRAIGO-VENTAS.
      *---------------------

