      *     DE COMUNICACIONES (WMSGCOLA.cpy); EL DESPACHADOR
      *     PGMDESPACHO RESUELVE TITULAR, CONSENTIMIENTO Y CANAL
      *   - RECIEN ENTONCES PASA LA TARJETA VIEJA A VENCIDA
      * LA TARJETA NUEVA NACE PENDIENTE DE ACTIVACION ('P') Y QUEDA
      * EN EL REGISTRO DE ACTIVACION (WACTTAR.cpy) CON ORIGEN
      * REPOSICION; LA ACTIVA PGMACTTAR CUANDO EL TITULAR CONFIRMA
      * QUE LA RECIBIO.
      * ORDEN DE PASOS: PRIMERO SE REGRABA EL MAESTRO (VIEJAS A 'V')
      * GUARDANDO LAS ALTAS EN TABLA, Y AL FINAL SE AGREGAN LAS
      * TARJETAS NUEVAS CON OPEN EXTEND.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MSGCOLA.

           SELECT ACTTAR         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Activaci
      -    'onTarjetas.txt'
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-ACTTAR.

       DATA DIVISION.
       FILE SECTION.
       FD  RENOVACIONES
           BLOCK 0.
       01  REG-MSGCOLA-FD                PIC X(149).

       FD  ACTTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACTTAR-FD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-RENOVACIONES               PIC X(02) VALUE ' '.
           88 88-FS-RENOVACIONES-OK                VALUE '00'.
           88 88-FS-MSGCOLA-OK                     VALUE '00'.
           88 88-FS-MSGCOLA-NOEXISTE               VALUE '35'.

       77  FS-ACTTAR                     PIC X(02) VALUE ' '.
           88 88-FS-ACTTAR-OK                      VALUE '00'.
           88 88-FS-ACTTAR-NOEXISTE                VALUE '35'.

       77  WS-CANT-PEND-ACTIVACION       PIC 9(05) VALUE 0.

       77  WS-CANT-ENCOLADOS             PIC 9(05) VALUE 0.

       77  WS-LEIDAS-RENOVACIONES        PIC 9(05) VALUE 0.

       COPY WMSGCOLA.

       COPY WACTTAR.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                    STOP RUN
           END-EVALUATE.

      *    EL REGISTRO DE ACTIVACION TAMBIEN LO ALIMENTA ABMTARJ
      *    CON LAS ALTAS: SE AGREGA AL FINAL DE LA MISMA FORMA.
           OPEN EXTEND ACTTAR.

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    CONTINUE
               WHEN 88-FS-ACTTAR-NOEXISTE
                    OPEN OUTPUT ACTTAR
                    IF NOT 88-FS-ACTTAR-OK
                       DISPLAY 'ERROR EN OPEN ACTTAR FS: ' FS-ACTTAR
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ACTTAR FS: ' FS-ACTTAR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * ARMA LA TARJETA NUEVA: NUMERO NUEVO CON VERIFICADOR LUHN,
      * MISMO TIPO, LIMITE Y CLIENTE, ALTA HOY Y VENCIMIENTO A
      * WCN-ANIOS-VIGENCIA ANIOS DEL MES EN CURSO, ESTADO PENDIENTE
      * DE ACTIVACION HASTA QUE EL TITULAR CONFIRME LA RECEPCION.
      *------------------------------------------------------------
       2200-GENERO-REEMPLAZO.

           MOVE WS-VTO-NUEVO-AAAA
             TO FEC-AAAA IN TAR-FEC-VTO IN REG-TARJETA-NUEVA.

           SET 88-TAR-PEND-ACTIVACION IN REG-TARJETA-NUEVA
                                          TO TRUE.

           IF WS-CANT-ALTAS < WCN-TOPE-RENOV
              ADD 1 TO WS-CANT-ALTAS

           PERFORM 2350-ENCOLO-AVISO.

           PERFORM 2360-REGISTRO-ACTIVACION.

       2300-FIN.
           EXIT.

                                          TO MSG-NRO-TARJETA.
           MOVE WS-CURRENT-DATE-DATE      TO MSG-FECHA-ALTA.
           MOVE WS-NUMERO-NUEVO           TO MSG-REFERENCIA.
           MOVE 'SU TARJETA DE REEMPLAZO FUE EMITIDA - ACTIVELA AL RECIB
      -         'IRLA'                    TO MSG-TEXTO.

           WRITE REG-MSGCOLA-FD           FROM REG-MSGCOLA.

       2350-FIN.
           EXIT.

      *------------------------------------------------------------
      * ALTA DEL PLASTICO NUEVO EN EL REGISTRO DE ACTIVACION, CON
      * LA TARJETA QUE REEMPLAZA (PGMACTTAR IDENTIFICA AL TITULAR
      * POR CUALQUIERA DE LAS DOS EN TARCLI).
      *------------------------------------------------------------
       2360-REGISTRO-ACTIVACION.

           INITIALIZE REG-ACTTAR.
           MOVE WS-NUMERO-NUEVO           TO ACT-NRO-TARJETA.
           MOVE TAR-NRO-TARJETA IN REG-MAESTRO-TARJETAS
                                          TO ACT-TARJETA-ANT.
           SET 88-ACT-REPOSICION          TO TRUE.
           MOVE WS-CURRENT-DATE-DATE      TO ACT-FECHA-EMISION.
           SET 88-ACT-PENDIENTE           TO TRUE.
           MOVE 'PGMEMITA'                TO ACT-USUARIO.

           WRITE REG-ACTTAR-FD            FROM REG-ACTTAR.

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    ADD 1 TO WS-CANT-PEND-ACTIVACION
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ACTTAR FS: ' FS-ACTTAR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2360-FIN.
           EXIT.

       2400-VENZO-TARJETA-VIEJA.

           SET 88-TAR-VENCIDA IN REG-MAESTRO-TARJETAS
                    DISPLAY 'ERROR EN CLOSE MSGCOLA FS: ' FS-MSGCOLA
           END-EVALUATE.

           CLOSE ACTTAR.

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN CLOSE ACTTAR FS: ' FS-ACTTAR
           END-EVALUATE.

           PERFORM 3200-TOTALES-CONTROL.

       3000-FIN.
           DISPLAY 'PLASTICOS EMITIDOS         : ' WS-CANT-EMITIDAS.
           DISPLAY 'TARJETAS PASADAS A VENCIDA : ' WS-CANT-VENCIDAS.
           DISPLAY 'AVISOS ENCOLADOS           : ' WS-CANT-ENCOLADOS.
           DISPLAY 'PENDIENTES DE ACTIVACION   : '
                                           WS-CANT-PEND-ACTIVACION.
           DISPLAY 'RENOVACIONES SIN CRUZAR    : ' WS-CANT-SIN-MAESTRO.
           DISPLAY '**************************************************'.

