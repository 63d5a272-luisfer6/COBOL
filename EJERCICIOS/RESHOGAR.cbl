      * RESHOGAR). LOS GASTOS SE TOMAN DEL ARCHIVO SECUENCIAL DE
      * GASTOS ACEPTADOS QUE DEJA LA PRE-EDICION, NO DEL MAESTRO
      * INDEXADO DE GASTOS.
      * SALCIERRE Y GASTOSOK SE VERIFICAN ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESHOGAR.

       COPY WUTLPATH.

      *   HEADER / TRAILER DE CONTROL DE SALCIERRE Y GASTOSOK
      *   (VER UTLCTLARC)
       COPY WUTLCTLARC.

       COPY WCLIENTE.

       COPY WTARCLI.

           PERFORM 1050-RESUELVO-ARCHIVOS.

           PERFORM 1070-CONTROLO-SALCIERRE.

           PERFORM 1080-CONTROLO-GASTOSOK.

           PERFORM 1100-CARGO-CLIENTES.

           PERFORM 1200-CARGO-TARCLI.
       1060-FIN.
           EXIT.

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1070-CONTROLO-SALCIERRE.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'RESHOGAR'             TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1070-FIN.
           EXIT.

      *------------------------------------------------------------
      * GASTOSOK SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1080-CONTROLO-GASTOSOK.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'GASTOSOK'             TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-GASTOS         TO UTLCTLARC-PATH.
           MOVE 'RESHOGAR'             TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'GASTOSOK RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1080-FIN.
           EXIT.

       1100-CARGO-CLIENTES.

           OPEN INPUT CLIENTES.

           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN 1070: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
               WHEN 88-FS-SALCIERRE-EOF

           READ GASTOS INTO REG-GASTOS

      *    HEADER Y TRAILER YA VERIFICADOS EN 1080: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-GASTOS-OK
                      OR (REG-GASTOS-FD (1:7) NOT = 'HEADER '
                      AND REG-GASTOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-GASTOS
               READ GASTOS INTO REG-GASTOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-GASTOS-OK
               WHEN 88-FS-GASTOS-EOF
