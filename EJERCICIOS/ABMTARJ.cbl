      *   - TARNOVRECH : NOVEDADES RECHAZADAS CON MOTIVO
      *   - TARHIST    : HISTORIA DE CADA CAMBIO APLICADO (VALOR
      *                  ANTERIOR / NUEVO), MISMO CRITERIO QUE CLIHIST
      *   - ACTIVACION : LAS ALTAS NACEN PENDIENTES DE ACTIVACION ('P')
      *                  Y SE AGREGAN AL REGISTRO DE ACTIVACION
      *                  (WACTTAR.cpy); LAS ACTIVA PGMACTTAR. UNA
      *                  MODIFICACION NO PUEDE ACTIVARLAS.
      * MISMO ESQUEMA DE VALIDACION Y RECHAZOS QUE TSTABMCLI USA PARA
      * EL MAESTRO DE CLIENTES.
      ******************************************************************
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTAVINC.

           SELECT ACTTAR         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Activaci
      -    'onTarjetas.txt'
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-ACTTAR.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS
           BLOCK 0.
       01  REG-CTAVINC-FD                PIC X(26).

       FD  ACTTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACTTAR-FD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  CTE-PROGRAMA                  PIC X(20) VALUE 'ABMTARJ'.

           88 88-FS-TARHIST-EXISTE                 VALUE '05'.
           88 88-FS-TARHIST-NOEXISTE               VALUE '35'.

       77  FS-ACTTAR                     PIC X(02) VALUE ' '.
           88 88-FS-ACTTAR-OK                      VALUE '00'.
           88 88-FS-ACTTAR-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-TARJETAS            PIC 9(09) VALUE 0.
       77  WS-LEIDAS-NOVEDADES           PIC 9(09) VALUE 0.
       77  WS-CANT-ALTAS                 PIC 9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC 9(09) VALUE 0.
       77  WS-GRABADAS-TARJACT           PIC 9(09) VALUE 0.
       77  WS-GRABADAS-TARHIST           PIC 9(09) VALUE 0.
       77  WS-GRABADAS-ACTTAR            PIC 9(09) VALUE 0.

       77  WS-MJE-ERROR                  PIC X(35) VALUE ' '.


       COPY WTARHIST.

       COPY WACTTAR.

       COPY WCANCELA.

       PROCEDURE DIVISION.
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *    REGISTRO DE ACTIVACION COMPARTIDO CON PGMEMITAR: MISMO
      *    CRITERIO DE EXTEND / OUTPUT QUE TARHIST.
           OPEN EXTEND ACTTAR.

           IF 88-FS-ACTTAR-NOEXISTE
              OPEN OUTPUT ACTTAR
           END-IF.
           IF NOT 88-FS-ACTTAR-OK
              MOVE '1100-ABRO-ARCHIVOS'  TO WCANCELA-PARRAFO
              MOVE 'ACTTAR'              TO WCANCELA-RECURSO
              MOVE 'OPEN EXTEND'         TO WCANCELA-OPERACION
              MOVE FS-ACTTAR             TO WCANCELA-CODRET
              MOVE 'ERROR EN OPEN'       TO WCANCELA-MENSAJE
              PERFORM 99999-CANCELO
           END-IF.

       FIN-1100.
           EXIT.

                    MOVE 'BAJA'            TO WS-VALOR-NUEVO
                    PERFORM 2700-GRABO-HISTORIA

      *        LA ACTIVACION SOLO LA HACE PGMACTTAR, CONTRA LA
      *        IDENTIDAD DEL TITULAR.
               WHEN 88-TARNOV-ES-MODIFICACION
                AND TARNOV-ESTADO = 'A'
                AND 88-TAR-PEND-ACTIVACION
                    MOVE 'TARJETA PENDIENTE DE ACTIVACION'
                      TO WS-MJE-ERROR
                    PERFORM 2900-RECHAZO-NOVEDAD

               WHEN 88-TARNOV-ES-MODIFICACION
                    PERFORM 2200-APLICO-MODIFICACION

           MOVE '/'                       TO TAR-FEC-VTO (5:1).
           MOVE FEC-AAAA IN TARNOV-FEC-VTO
             TO FEC-AAAA IN TAR-FEC-VTO.
           SET 88-TAR-PEND-ACTIVACION     TO TRUE.

           PERFORM 2800-GRABO-TARJACT.

           PERFORM 2850-GRABO-ACTIVACION.

           ADD 1                          TO WS-CANT-ALTAS.

           MOVE 'AL'                      TO WS-COD-CAMPO-HIST.
       FIN-2800.
           EXIT.

      *------------------------------------------------------------
      * EL PLASTICO NUEVO QUEDA PENDIENTE EN EL REGISTRO DE
      * ACTIVACION HASTA QUE EL TITULAR LO ACTIVE (PGMACTTAR).
      *------------------------------------------------------------
       2850-GRABO-ACTIVACION.

           INITIALIZE REG-ACTTAR.
           MOVE TAR-NRO-TARJETA           TO ACT-NRO-TARJETA.
           MOVE SPACES                    TO ACT-TARJETA-ANT.
           SET 88-ACT-NUEVA               TO TRUE.
           MOVE WS-CURRENT-DATE-DATE      TO ACT-FECHA-EMISION.
           SET 88-ACT-PENDIENTE           TO TRUE.
           MOVE TARNOV-USUARIO            TO ACT-USUARIO.

           WRITE REG-ACTTAR-FD FROM REG-ACTTAR.

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    ADD 1 TO WS-GRABADAS-ACTTAR
               WHEN OTHER
                    MOVE '2850-GRABO-ACTIVACION' TO WCANCELA-PARRAFO
                    MOVE 'ACTTAR'              TO WCANCELA-RECURSO
                    MOVE 'WRITE'               TO WCANCELA-OPERACION
                    MOVE FS-ACTTAR             TO WCANCELA-CODRET
                    MOVE 'ERROR EN WRITE'      TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-2850.
           EXIT.

       2900-RECHAZO-NOVEDAD.

           MOVE SPACES                    TO REG-TARNOVRECH-FD.
           CLOSE TARHIST.
           CLOSE CTATAR.
           CLOSE CTAVINC.
           CLOSE ACTTAR.

       FIN-3100.
           EXIT.
                                              WS-CANT-CUENTAS-ABIERTAS.
           DISPLAY 'TARJETAS GRABADAS TARJACT  : ' WS-GRABADAS-TARJACT.
           DISPLAY 'HISTORIA GRABADA TARHIST   : ' WS-GRABADAS-TARHIST.
           DISPLAY 'PENDIENTES DE ACTIVACION   : ' WS-GRABADAS-ACTTAR.
           DISPLAY '**************************************************'.

       FIN-3200.
