      * ORDENADA POR DIAS DE MORA Y SALDO DESCENDENTES, CON NOMBRE Y
      * TELEFONO DEL TITULAR OBTENIDOS VIA TARCLI CONTRA EL MAESTRO
      * DE CLIENTES.
      * SALCIERRE TRAE SOLO LAS TARJETAS CERRADAS EN EL CICLO DE
      * FACTURACION DEL DIA; LA MOROSIDAD DE LAS TARJETAS DE OTROS
      * CICLOS SE ARRASTRA SIN CAMBIOS DE MORAANT A MORANUE.
      * LAS TARJETAS CASTIGADAS (REGISTRO DE CASTIGOS, ABMCASTIG)
      * SALEN DE LA CARTERA ACTIVA: NO SE ARRASTRAN DE MORAANT NI
      * SE GRABAN EN MORANUE NI EN LA COLA DE COBRANZAS; SU GESTION
      * PASA A LA AGENCIA DE RECUPERO ASIGNADA.
      * LA COLA DE COBRANZAS Y LOS MENSAJES DE CONSOLA MUESTRAN EL
      * NUMERO DE TARJETA ENMASCARADO (PRIMEROS 6 Y ULTIMOS 4, VER
      * UTLMASK); MORANUE CONSERVA EL NUMERO COMPLETO.
      * SALCIERRE Y PAGOS SE VERIFICAN ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COBRANZA.

           SELECT CASTIGOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASTIGOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTIGOS.

           SELECT WORK-MORA     ASSIGN       TO 'WORKMORA.TMP'.

       DATA DIVISION.
       FD  TASAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASAS-FD                  PIC X(26).

       FD  TARCLI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COBRANZA-FD               PIC X(133).

       FD  CASTIGOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTIGOS-FD               PIC X(120).

      *------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT (COLA DE COBRANZAS POR
      * DIAS DE MORA Y SALDO DESCENDENTES)
       77  WS-ARCH-MORAANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-MORANUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-COBRANZA           PIC X(128) VALUE SPACES.
       77  WS-ARCH-CASTIGOS           PIC X(128) VALUE SPACES.

       77  FS-SALCIERRE                  PIC  X(02) VALUE ' '.
           88 88-FS-SALCIERRE-OK                    VALUE '00'.
       77  FS-COBRANZA                   PIC  X(02) VALUE ' '.
           88 88-FS-COBRANZA-OK                     VALUE '00'.

       77  FS-CASTIGOS                   PIC  X(02) VALUE ' '.
           88 88-FS-CASTIGOS-OK                     VALUE '00'.
           88 88-FS-CASTIGOS-EOF                    VALUE '10'.
           88 88-FS-CASTIGOS-NOEXISTE               VALUE '35'.

       77  WS-LEIDOS-SALCIERRE           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-SALCIERRE-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-PAGOS               PIC  9(09) VALUE 0.
       77  WS-GRABADOS-COBRANZA-ED       PIC  ZZZ.ZZZ.ZZ9.
       77  WS-TARJETAS-EN-MORA           PIC  9(09) VALUE 0.
       77  WS-TARJETAS-EN-MORA-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-TARJETAS-CASTIGADAS        PIC  9(09) VALUE 0.
       77  WS-TARJETAS-CASTIGADAS-ED     PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * TARJETAS CASTIGADAS (CARTERA 'T' DEL REGISTRO DE
      * CASTIGOS). SI EL ARCHIVO NO EXISTE NO HAY CASTIGOS.
      *------------------------------------------------------
       77  WCN-TOPE-CASTIGADAS           PIC  9(04) VALUE 2000.
       77  WS-CANT-CASTIGADAS            PIC  9(04) VALUE 0.
       77  WS-TARJETA-BUSCADA            PIC  X(19) VALUE SPACES.
       77  WS-TARJETA-CASTIGADA          PIC  X(01) VALUE 'N'.
           88 88-TARJETA-CASTIGADA                  VALUE 'S'.
       01  WS-TABLA-CASTIGADAS.
           05 WS-CASTIGADA-TAB OCCURS 2000 TIMES
                               INDEXED BY IDX-CASTIGADA.
              10 WKC-NRO-TARJETA         PIC  X(19).

      *------------------------------------------------------
      * TABLA DE PAGOS DEL CICLO SUMADOS POR TARJETA

       77  WCN-TOPE-TASAS                PIC  9(02) VALUE 10.
       77  WS-CANT-TASAS                 PIC  9(02) VALUE 0.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-TASA-VIGENTE               PIC  X(01) VALUE 'N'.
           88 88-TASA-VIGENTE                       VALUE 'S'.
       01  WS-TABLA-TASAS.
           05 WS-TASA-TAB OCCURS 10 TIMES
                          INDEXED BY IDX-TASA.
                          INDEXED BY IDX-MORA.
              10 WMR-NRO-TARJETA         PIC  X(19).
              10 WMR-CICLOS-IMPAGOS      PIC  9(03).
              10 WMR-REGISTRO            PIC  X(58).
              10 WMR-PROCESADA           PIC  X(01).
                 88 88-WMR-PROCESADA               VALUE 'S'.

      *------------------------------------------------------
      * VINCULO TARJETA - CLIENTE Y DATOS DE CONTACTO DEL

       COPY WMORATAR.

       COPY WCASTIGO.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA EN LAS SALIDAS
      * LEGIBLES (VER UTLMASK)
      *------------------------------------------------------
       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE SALCIERRE Y PAGOS
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           PERFORM 2000-PROCESO
                UNTIL 88-FS-SALCIERRE-EOF.

           PERFORM 2400-ARRASTRO-OTROS-CICLOS.

           PERFORM 4000-COLA-COBRANZAS.

           MOVE 'S' TO WS-FIN-NORMAL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1007-CONTROLO-SALCIERRE.
           PERFORM 1008-CONTROLO-PAGOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PAGOS.
           PERFORM 1030-CARGO-TARJETAS.
           PERFORM 1040-CARGO-TASAS.
           PERFORM 1045-CARGO-CASTIGOS.
           PERFORM 1050-CARGO-MORAANT.
           PERFORM 1060-CARGO-TARCLI.
           PERFORM 1070-CARGO-CLIENTES.

           MOVE 'COBRANZA'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COBRANZA

           MOVE 'CASTIGOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASTIGOS.

       FIN-1005.
           EXIT.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1007-CONTROLO-SALCIERRE.
      *------------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'GENMORA'              TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1007.
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
           MOVE 'GENMORA'              TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'PAGOS RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------


           READ PAGOS INTO REG-PAGOS

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-PAGOS-OK
                      OR (REG-PAGOS-FD (1:7) NOT = 'HEADER '
                      AND REG-PAGOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-PAGOS
               READ PAGOS INTO REG-PAGOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    ADD 1 TO WS-LEIDOS-PAGOS
                                  TO WPG-NRO-TARJETA (WS-CANT-PAGOS)
                 MOVE PAG-IMPORTE TO WPG-IMPORTE (WS-CANT-PAGOS)
              ELSE
                 MOVE PAG-NRO-TARJETA TO UTLMASK-TARJETA
                 PERFORM 4050-ENMASCARO-TARJETA
                 DISPLAY 'TABLA DE PAGOS COMPLETA - TARJETA: '
                                                 UTLMASK-TARJETA-MASC
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.
               WHEN 88-FS-TASAS-OK
                    PERFORM 1041-LEO-TASAS
                    PERFORM UNTIL 88-FS-TASAS-EOF
                       PERFORM 1042-VIGENCIA-TASA
                       IF 88-TASA-VIGENTE
                       AND WS-CANT-TASAS < WCN-TOPE-TASAS
                          ADD 1 TO WS-CANT-TASAS
                          MOVE TAS-TIPO-TARJETA
                            TO WTT-TIPO-TARJETA (WS-CANT-TASAS)
       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * EL ARCHIVO TRAE TODAS LAS VERSIONES DE CADA TASA: SOLO SE
      * TOMA LA VIGENTE A LA FECHA DE PROCESO (DESDE EN CERO O
      * BLANCO = DESDE SIEMPRE, HASTA EN CERO O BLANCO = ABIERTA).
      *------------------------------------------------------------
       1042-VIGENCIA-TASA.
      *-------------------

           IF TAS-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO TAS-VIG-DESDE
           END-IF.
           IF TAS-VIG-HASTA NOT NUMERIC OR TAS-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO TAS-VIG-HASTA
           END-IF.

           IF TAS-VIG-DESDE NOT > WS-FECHA-PROCESO
           AND TAS-VIG-HASTA NOT < WS-FECHA-PROCESO
              SET 88-TASA-VIGENTE       TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TASA-VIGENTE
           END-IF.

       FIN-1042.
           EXIT.

      *------------------------------------------------------------
      * CARGA LAS TARJETAS CASTIGADAS DEL REGISTRO DE CASTIGOS:
      * NO SE ARRASTRAN NI SE EVALUA SU MORA.
      *------------------------------------------------------------
       1045-CARGO-CASTIGOS.
      *--------------------

           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
                    PERFORM 1046-LEO-CASTIGOS
                    PERFORM UNTIL 88-FS-CASTIGOS-EOF
                       IF 88-CAS-TARJETA
                          AND WS-CANT-CASTIGADAS < WCN-TOPE-CASTIGADAS
                          ADD 1 TO WS-CANT-CASTIGADAS
                          MOVE CAS-NRO-TARJETA
                            TO WKC-NRO-TARJETA (WS-CANT-CASTIGADAS)
                       END-IF
                       PERFORM 1046-LEO-CASTIGOS
                    END-PERFORM
                    CLOSE CASTIGOS

               WHEN 88-FS-CASTIGOS-NOEXISTE
                    DISPLAY 'REGISTRO DE CASTIGOS INEXISTENTE - '
                    DISPLAY 'NO HAY TARJETAS CASTIGADAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTIGOS'
                    DISPLAY 'FILE STATUS' FS-CASTIGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1045.
           EXIT.

       1046-LEO-CASTIGOS.
      *------------------

           INITIALIZE REG-CASTIGO.

           READ CASTIGOS INTO REG-CASTIGO

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
               WHEN 88-FS-CASTIGOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CASTIGOS FS: ' FS-CASTIGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1046.
           EXIT.

       1047-BUSCO-CASTIGADA.
      *---------------------

           MOVE 'N' TO WS-TARJETA-CASTIGADA.

           PERFORM VARYING IDX-CASTIGADA FROM 1 BY 1
                     UNTIL IDX-CASTIGADA > WS-CANT-CASTIGADAS
                        OR 88-TARJETA-CASTIGADA
              IF WKC-NRO-TARJETA (IDX-CASTIGADA) = WS-TARJETA-BUSCADA
                 SET 88-TARJETA-CASTIGADA TO TRUE
              END-IF
           END-PERFORM.

       FIN-1047.
           EXIT.

      *------------------------------------------------------------
      * CARGA LA MOROSIDAD DEL CICLO ANTERIOR. SI EL ARCHIVO NO
      * EXISTE ES LA PRIMERA CORRIDA DEL SUBSISTEMA Y TODAS LAS
               WHEN 88-FS-MORAANT-OK
                    PERFORM 1051-LEO-MORAANT
                    PERFORM UNTIL 88-FS-MORAANT-EOF
                       MOVE MORA-NRO-TARJETA TO WS-TARJETA-BUSCADA
                       PERFORM 1047-BUSCO-CASTIGADA
                       IF WS-CANT-MORA < WCN-TOPE-MORA
                          AND NOT 88-TARJETA-CASTIGADA
                          ADD 1 TO WS-CANT-MORA
                          MOVE MORA-NRO-TARJETA
                            TO WMR-NRO-TARJETA (WS-CANT-MORA)
                          MOVE MORA-CICLOS-IMPAGOS
                            TO WMR-CICLOS-IMPAGOS (WS-CANT-MORA)
                          MOVE REG-MORATAR
                            TO WMR-REGISTRO (WS-CANT-MORA)
                          MOVE 'N'
                            TO WMR-PROCESADA (WS-CANT-MORA)
                       END-IF
                       PERFORM 1051-LEO-MORAANT
                    END-PERFORM
       2000-PROCESO.
      *-------------

           MOVE SAL-NRO-TARJETA TO WS-TARJETA-BUSCADA.
           PERFORM 1047-BUSCO-CASTIGADA.

           IF 88-TARJETA-CASTIGADA
              ADD 1 TO WS-TARJETAS-CASTIGADAS
           ELSE
              PERFORM 2100-EVALUO-MORA
              PERFORM 2300-GRABO-MORANUE
           END-IF.

           PERFORM 2200-LEO-SALCIERRE.

       FIN-2000.

           IF WS-HAY-TASA = 'N'
              AND SAL-SALDO-ANTERIOR > 0
              MOVE SAL-NRO-TARJETA TO UTLMASK-TARJETA
              PERFORM 4050-ENMASCARO-TARJETA
              DISPLAY 'SIN TASA PARA TARJETA: ' UTLMASK-TARJETA-MASC
                      ' - NO SE EVALUA SU MORA'
           END-IF.

              IF WMR-NRO-TARJETA (IDX-MORA) = SAL-NRO-TARJETA
                 MOVE WMR-CICLOS-IMPAGOS (IDX-MORA)
                                          TO WS-CICLOS-ANTERIORES
                 SET 88-WMR-PROCESADA (IDX-MORA) TO TRUE
              END-IF
           END-PERFORM.


           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-LEIDOS-SALCIERRE
       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * LAS TARJETAS DE MORAANT QUE NO CERRARON EN ESTE CICLO DE
      * FACTURACION CONSERVAN SU MOROSIDAD TAL CUAL HASTA SU CIERRE.
      *------------------------------------------------------------
       2400-ARRASTRO-OTROS-CICLOS.
      *---------------------------

           PERFORM VARYING IDX-MORA FROM 1 BY 1
                     UNTIL IDX-MORA > WS-CANT-MORA
              IF NOT 88-WMR-PROCESADA (IDX-MORA)
                 WRITE REG-MORANUE-FD FROM WMR-REGISTRO (IDX-MORA)
                 EVALUATE TRUE
                     WHEN 88-FS-MORANUE-OK
                          ADD 1 TO WS-GRABADOS-MORANUE
                     WHEN OTHER
                          DISPLAY 'ERROR EN WRITE MORANUE FS: '
                                                          FS-MORANUE
                          PERFORM 3000-FINALIZO
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIN-2400.
           EXIT.

      *------------------------------------------------------------
      * LAS TARJETAS EN MORA SE GUARDAN EN UNA TABLA AUXILIAR QUE
      * LUEGO SE VUELCA AL SORT DE LA COLA DE COBRANZAS (NO SE
              ADD 1 TO WS-CANT-COLA
              MOVE REG-MORATAR TO WCB-REG-MORATAR (WS-CANT-COLA)
           ELSE
              MOVE SAL-NRO-TARJETA TO UTLMASK-TARJETA
              PERFORM 4050-ENMASCARO-TARJETA
              DISPLAY 'TABLA DE COLA DE COBRANZAS COMPLETA - '
                      'TARJETA: ' UTLMASK-TARJETA-MASC
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE MORA-DIAS-MORA           TO WS-DIAS-ED.
           MOVE MORA-SALDO-CIERRE        TO WS-SALDO-ED.
           MOVE MORA-PAGO-MINIMO         TO WS-PAGO-MIN-ED.
           MOVE MORA-NRO-TARJETA         TO UTLMASK-TARJETA.
           PERFORM 4050-ENMASCARO-TARJETA.

           MOVE SPACES                   TO REG-COBRANZA-FD.
           MOVE UTLMASK-TARJETA-MASC     TO REG-COBRANZA-FD (01:19).
           MOVE MORA-BUCKET              TO REG-COBRANZA-FD (21:03).
           MOVE WS-DIAS-ED               TO REG-COBRANZA-FD (26:03).
           MOVE WS-SALDO-ED              TO REG-COBRANZA-FD (31:13).
       FIN-4040.
           EXIT.

      *------------------------------------------------------------
      * NUMERO DE TARJETA PARA UNA SALIDA LEGIBLE: EL LLAMADOR DEJA
      * EL NUMERO EN UTLMASK-TARJETA Y USA UTLMASK-TARJETA-MASC.
      *------------------------------------------------------------
       4050-ENMASCARO-TARJETA.
      *-----------------------

           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.

       FIN-4050.
           EXIT.

       3000-FINALIZO.
      *--------------

           MOVE WS-GRABADOS-MORANUE     TO WS-GRABADOS-MORANUE-ED.
           MOVE WS-TARJETAS-EN-MORA     TO WS-TARJETAS-EN-MORA-ED.
           MOVE WS-GRABADOS-COBRANZA    TO WS-GRABADOS-COBRANZA-ED.
           MOVE WS-TARJETAS-CASTIGADAS  TO WS-TARJETAS-CASTIGADAS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-TARJETAS-EN-MORA-ED.
           DISPLAY 'CANT. RENGLONES COLA COBRANZAS : '
                                               WS-GRABADOS-COBRANZA-ED.
           DISPLAY 'CANT. TARJETAS CASTIGADAS OMIT.: '
                                            WS-TARJETAS-CASTIGADAS-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
