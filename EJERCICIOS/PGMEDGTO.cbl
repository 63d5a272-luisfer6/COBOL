      *   07 SIN CREDITO DISPONIBLE (PLASTICO O CUENTA)
      *   08 SIN COTIZACION DE LA MONEDA PARA LA FECHA DEL GASTO
      *   09 MONTO CONVERTIDO EXCEDE LA CAPACIDAD DEL REGISTRO
      *   10 COMERCIO SUSPENDIDO EN EL MAESTRO DE COMERCIOS (ABMCOMER)
      *   11 ADELANTO EN EFECTIVO QUE EXCEDE EL SUBLIMITE DE ADELANTOS
      *   12 TARJETA PENDIENTE DE ACTIVACION (PLASTICO NUEVO O DE
      *      REPOSICION QUE EL TITULAR TODAVIA NO ACTIVO, VER PGMACTTAR)
      * EL COMERCIO SOLO SE VALIDA CUANDO VIENE INFORMADO (GTO-COMERCIO
      * MAYOR A CERO); LOS GASTOS ANTERIORES A LA DIMENSION DE COMERCIO
      * VIENEN EN CERO Y PASAN SIN ESA VALIDACION.
      * ENTRA CON GTO-MONTO-ORIGEN Y SE CONVIERTE A PESOS CON LA
      * COTIZACION DE LA FECHA DEL GASTO (MAESTRO COTIZA), DEJANDO
      * LA TASA USADA EN GTO-TASA Y EL IMPORTE EN GTO-MONTO.
      * UN ADELANTO EN EFECTIVO (GTO-CATEGORIA 'AE') ADEMAS DEL
      * DISPONIBLE GENERAL CONSUME UN SUBLIMITE PROPIO DEL PLASTICO:
      * WCN-PCT-LIM-ADELANTO POR CIENTO DE TAR-LIMITE, MENOS LOS
      * ADELANTOS YA ACEPTADOS A LA TARJETA EN LA CORRIDA.
      * GASTOSOK LLEVA HEADER Y TRAILER DE CONTROL ESTANDAR (CANTIDAD
      * Y SUMA DE GTO-MONTO, VER UTLCTLARC) QUE VERIFICAN SUS
      * CONSUMIDORES ANTES DE PROCESARLO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEDGTO.
       FD  COMERCIOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERCIOS-FD               PIC X(80).

       FD  GASTOSOK
           RECORDING MODE IS F
           88 88-RECH-LIMITE                        VALUE '07'.
           88 88-RECH-COTIZACION                    VALUE '08'.
           88 88-RECH-CONVERSION                    VALUE '09'.
           88 88-RECH-COM-SUSPENDIDO                VALUE '10'.
           88 88-RECH-LIM-ADELANTO                  VALUE '11'.
           88 88-RECH-PEND-ACTIVACION               VALUE '12'.

       77  FS-COMERCIOS                   PIC X(02) VALUE ' '.
           88 88-FS-COMERCIOS-OK                    VALUE '00'.

       77  WS-VALIDA-COMERCIOS            PIC X(01) VALUE 'N'.
       77  WS-COMERCIO-ENCONTRADO         PIC X(01) VALUE 'N'.
       77  WS-COMERCIO-SUSPENDIDO         PIC X(01) VALUE 'N'.

       77  WS-TARJETA-GASTO               PIC X(19) VALUE SPACES.
       77  WS-ESTADO-TARJETA              PIC X(01) VALUE SPACES.
              10 WTJ-LIMITE               PIC 9(05).
              10 WTJ-ACUM                 PIC 9(09)V99.
              10 WTJ-CTA-POS              PIC 9(04).
              10 WTJ-ACUM-ADELANTO        PIC 9(09)V99.

      *------------------------------------------------------
      * TABLA DEL MAESTRO DE COMERCIOS PARA VALIDAR LA
           05 WS-COMERCIO-TAB OCCURS 200 TIMES
                              INDEXED BY IDX-COMERCIO.
              10 WCM-ID                   PIC 9(05).
              10 WCM-ESTADO               PIC X(01).

      *------------------------------------------------------
      * CAPA DE CUENTAS (ADICIONALES): UNA TARJETA VINCULADA
       77  WS-IDX-CTA                     PIC 9(04) VALUE 0.
       77  WS-DISPONIBLE                  PIC S9(09)V99 VALUE 0.

      *------------------------------------------------------
      * SUBLIMITE DE ADELANTOS EN EFECTIVO: PORCENTAJE DEL
      * LIMITE DEL PLASTICO.
      *------------------------------------------------------
       77  WCN-PCT-LIM-ADELANTO           PIC 9(03) VALUE 30.
       77  WS-LIMITE-ADELANTO             PIC 9(09)V99 VALUE 0.

      *------------------------------------------------------
      * COTIZACIONES DEL MAESTRO COTIZA (MONEDA + FECHA) PARA
      * CONVERTIR A PESOS LOS GASTOS EN MONEDA EXTRANJERA.
      *------------------------------------------------------
       COPY WUTLVFEC.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE GASTOSOK (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

       01  WS-FECHA-GASTO.
           05 WS-FGTO-AAAA                PIC 9(04).
           05 WS-FGTO-MM                  PIC 9(02).
                    STOP RUN
           END-EVALUATE

           INITIALIZE WUTLCTLARC
           SET 88-UTLCTLARC-HEADER TO TRUE
           MOVE 'GASTOSOK'         TO UTLCTLARC-ARCHIVO
           MOVE 'PGMEDGTO'         TO UTLCTLARC-PROGRAMA
           CALL 'UTLCTLARC' USING WUTLCTLARC

           WRITE REG-GASTOSOK-FD FROM UTLCTLARC-REGISTRO

           IF NOT 88-FS-GASTOSOK-OK
              DISPLAY 'ERROR EN WRITE HEADER GASTOSOK FS: ' FS-GASTOSOK
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF

           OPEN OUTPUT GASTOSRECH

           EVALUATE TRUE
              MOVE TAR-LIMITE      TO WTJ-LIMITE      (WS-CANT-TARJETAS)
              MOVE 0               TO WTJ-ACUM        (WS-CANT-TARJETAS)
              MOVE 0               TO WTJ-CTA-POS     (WS-CANT-TARJETAS)
              MOVE 0               TO WTJ-ACUM-ADELANTO
                                                      (WS-CANT-TARJETAS)
           ELSE
              DISPLAY 'TABLA DE TARJETAS COMPLETA - TARJETA: '
                                                      TAR-NRO-TARJETA
                       IF WS-CANT-COMERCIOS < WCN-TOPE-COMERCIOS
                          ADD 1 TO WS-CANT-COMERCIOS
                          MOVE COM-ID TO WCM-ID (WS-CANT-COMERCIOS)
                          MOVE COM-ESTADO
                            TO WCM-ESTADO (WS-CANT-COMERCIOS)
                       ELSE
                          DISPLAY 'TABLA DE COMERCIOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
           END-PERFORM.

           MOVE 'N' TO WS-COMERCIO-ENCONTRADO.
           MOVE 'N' TO WS-COMERCIO-SUSPENDIDO.

           IF WS-VALIDA-COMERCIOS = 'S'
           AND GTO-COMERCIO NUMERIC
                        UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
                 IF WCM-ID (IDX-COMERCIO) = GTO-COMERCIO
                    MOVE 'S' TO WS-COMERCIO-ENCONTRADO
                    IF WCM-ESTADO (IDX-COMERCIO) = 'S'
                       MOVE 'S' TO WS-COMERCIO-SUSPENDIDO
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
                    SET 88-RECH-BLOQUEADA      TO TRUE
               WHEN WS-ESTADO-TARJETA = 'V'
                    SET 88-RECH-VENCIDA        TO TRUE
               WHEN WS-ESTADO-TARJETA = 'P'
                    SET 88-RECH-PEND-ACTIVACION TO TRUE
               WHEN GTO-NUM-CUOTA > GTO-TOT-CUOTAS
                    SET 88-RECH-CUOTAS         TO TRUE
               WHEN WS-COMERCIO-ENCONTRADO = 'N'
                    SET 88-RECH-COMERCIO       TO TRUE
               WHEN WS-COMERCIO-SUSPENDIDO = 'S'
                    SET 88-RECH-COM-SUSPENDIDO TO TRUE
               WHEN 88-WUTLVFEC-ERROR
                    SET 88-RECH-FECHA          TO TRUE
               WHEN OTHER
              SET 88-RECH-LIMITE TO TRUE
           END-IF.

           IF 88-GASTO-ACEPTADO
           AND 88-GTO-CAT-ADELANTO
              PERFORM 2160-VALIDO-ADELANTO
           END-IF.

       2150-FIN.
           EXIT.

      *------------------------------------------------------------
      * SUBLIMITE DE ADELANTOS EN EFECTIVO: EL ADELANTO NO PUEDE
      * LLEVAR LO ADELANTADO AL PLASTICO EN LA CORRIDA POR ENCIMA
      * DE WCN-PCT-LIM-ADELANTO POR CIENTO DE SU TAR-LIMITE (AUNQUE
      * LA CUENTA TENGA DISPONIBLE).
      *------------------------------------------------------------
       2160-VALIDO-ADELANTO.

           COMPUTE WS-LIMITE-ADELANTO ROUNDED =
                   WTJ-LIMITE (WS-TARJETA-POS)
                 * WCN-PCT-LIM-ADELANTO / 100.

           COMPUTE WS-DISPONIBLE =
                   WS-LIMITE-ADELANTO
                 - WTJ-ACUM-ADELANTO (WS-TARJETA-POS)
                 - GTO-MONTO.

           IF WS-DISPONIBLE < 0
              SET 88-RECH-LIM-ADELANTO TO TRUE
           END-IF.

       2160-FIN.
           EXIT.

       2200-GRABO-ACEPTADO.

           WRITE REG-GASTOSOK-FD FROM REG-GASTOS.
           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
                    ADD 1 TO WS-CANT-ACEPTADOS
                    MOVE REG-GASTOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE GASTOSOK FS: ' FS-GASTOSOK
                    DISPLAY 'SE CANCELA EL PROCESO'
      *    EL GASTO ACEPTADO CONSUME CREDITO PARA LOS QUE VIENEN
      *    DETRAS EN LA MISMA CORRIDA.
           ADD GTO-MONTO TO WTJ-ACUM (WS-TARJETA-POS).
           IF 88-GTO-CAT-ADELANTO
              ADD GTO-MONTO TO WTJ-ACUM-ADELANTO (WS-TARJETA-POS)
           END-IF.
           IF WTJ-CTA-POS (WS-TARJETA-POS) > 0
              MOVE WTJ-CTA-POS (WS-TARJETA-POS) TO WS-CUENTA-POS
              ADD GTO-MONTO TO WCU-ACUM (WS-CUENTA-POS)
                    MOVE 'CUOTAS INCONSISTENTES' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-COMERCIO
                    MOVE 'COMERCIO INEXISTENTE'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-COM-SUSPENDIDO
                    MOVE 'COMERCIO SUSPENDIDO'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA DE GASTO INVALIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CONVERSION
                    MOVE 'MONTO CONVERTIDO EXCEDIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-LIM-ADELANTO
                    MOVE 'EXCEDE SUBLIMITE DE ADELANTOS'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-PEND-ACTIVACION
                    MOVE 'TARJETA PEND. DE ACTIVACION'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-GASTOSRECH-FD.
                    DISPLAY 'ERROR EN CLOSE GASTOSENT FS: ' FS-GASTOSENT
           END-EVALUATE.

           SET 88-UTLCTLARC-TRAILER TO TRUE.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-GASTOSOK-FD FROM UTLCTLARC-REGISTRO.

           IF NOT 88-FS-GASTOSOK-OK
              DISPLAY 'ERROR EN WRITE TRAILER GASTOSOK FS: ' FS-GASTOSOK
           END-IF.

           CLOSE GASTOSOK.

           EVALUATE TRUE
