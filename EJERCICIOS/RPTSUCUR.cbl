      * CON NOMBRE, REGION Y GERENTE DEL MAESTRO DE SUCURSALES, Y
      * UN ROLLUP POR REGION AL FINAL. ANTES ESTO ERAN TRES
      * LISTADOS Y UNA CALCULADORA.
      * RESXDIA SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR, VER UTLCTLARC) CONTRA LA FECHA PEDIDA: UN ARCHIVO
      * TRUNCADO, DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSUCUR.
       FILE SECTION.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  REG-SUCURSALES-FD              PIC X(80).

       FD  VXVHIST
           RECORDING MODE IS F.

       COPY WRES-RECAUDACION.

      *   HEADER / TRAILER DE CONTROL DE RESXDIA (VER UTLCTLARC)
       COPY WUTLCTLARC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-FECHA-X (5:2)          TO WS-FG-MM.
           MOVE WS-FECHA-X (7:2)          TO WS-FG-DD.

           PERFORM 1050-CONTROLO-RESXDIA.

           PERFORM 1100-CARGO-SUCURSALES.

           PERFORM 1200-CARGO-CAJEROS.
       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * RESXDIA SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1050-CONTROLO-RESXDIA.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RESXDIA'              TO UTLCTLARC-ARCHIVO.
           MOVE
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RESXDIA.
      -    'txt'                       TO UTLCTLARC-PATH.
           MOVE 'RPTSUCUR'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-DIA           TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'RESXDIA RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1050-FIN.
           EXIT.

       1100-CARGO-SUCURSALES.

           OPEN INPUT SUCURSALES.

           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

      *    HEADER Y TRAILER YA VERIFICADOS EN 1050: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-RESXDIA-OK
                      OR (RESUMEN-RECAUDACION-FD (1:7) NOT = 'HEADER '
                      AND RESUMEN-RECAUDACION-FD (1:7) NOT = 'TRAILER')
               INITIALIZE RESUMEN-RECAUDACION-REG
               READ RESXDIA INTO RESUMEN-RECAUDACION-REG
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
               WHEN 88-FS-RESXDIA-EOF
