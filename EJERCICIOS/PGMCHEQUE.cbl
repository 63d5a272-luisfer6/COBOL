      * UN CHEQUE ACEPTADO CON FECHA FUTURA (DIFERIDO) NO SE DEPOSITA:
      * QUEDA EN CUSTODIA (ESTADO ' ') HASTA QUE EL LIBERADOR DIARIO
      * PGMVALORES LO PASE A DEPOSITADO AL LLEGAR SU FECHA.
      * TOPES DE CONCENTRACION (LIMCHQ): LA EXPOSICION DE CADA
      * LIBRADOR (NOMBRE + NUMERO) Y DE CADA CLIENTE (NOMBRE) ES LO
      * QUE TENEMOS DE EL EN CUSTODIA O DEPOSITADO SIN ACREDITAR EN
      * LA CARTERA ACTUALIZADA, MAS LO YA ACEPTADO EN ESTA CORRIDA.
      * EL CHEQUE QUE HARIA PASAR UN TOPE SE RECHAZA O SE DERIVA A
      * TESORERIA (CHEQDERIV) SEGUN LA ACCION DEL TOPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHEQUE.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RIESGO.

           SELECT CARTERA        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CheqCust
      -    'odiaAct.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CARTERA.

           SELECT LIMCHQ         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\LimitesC
      -    'heques.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIMCHQ.

           SELECT CHEQDERIV      ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CheqDeri
      -    'vados.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHEQDERIV.

           SELECT CLIENTES       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Clientes
      -    'GNU.dat'
           BLOCK 0.
       01  REG-RIESGO-FD                  PIC X(34).

       FD  CARTERA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CARTERA-FD                 PIC X(55).

       FD  LIMCHQ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIMCHQ-FD                  PIC X(40).

       FD  CHEQDERIV
           RECORDING MODE IS F
           BLOCK 0.
       01  CHEQDERIV-FD                   PIC X(55).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.

       77  WS-CANT-RIESGO-RECH            PIC 9(09) VALUE 0.

      *-----------------------------------------------
      * TOPES DE CONCENTRACION (WLIMCHQ). EL TOPE CON
      * NOMBRE EN BLANCO ES EL GENERAL DE SU TIPO. SI
      * EL ARCHIVO NO EXISTE NO HAY TOPES.
      *-----------------------------------------------
       01  FS-LIMCHQ                      PIC X(02) VALUE ' '.
           88 88-FS-LIMCHQ-OK                        VALUE '00'.
           88 88-FS-LIMCHQ-EOF                       VALUE '10'.
           88 88-FS-LIMCHQ-NOEXISTE                  VALUE '35'.

       77  WCN-TOPE-LIMITES               PIC 9(04) VALUE 300.
       77  WS-CANT-LIMITES                PIC 9(04) VALUE 0.
       01  WS-TABLA-LIMITES.
           05 WS-LIMITE-TAB OCCURS 300 TIMES
                            INDEXED BY IDX-LIMITE.
              10 WLM-TIPO                 PIC X(01).
              10 WLM-NOMBRE               PIC X(15).
              10 WLM-NUMERO               PIC X(04).
              10 WLM-TOPE                 PIC 9(09)V99.
              10 WLM-ACCION               PIC X(01).

      *-----------------------------------------------
      * EXPOSICION POR LIBRADOR Y POR CLIENTE: SE
      * CARGA DE LA CARTERA ACTUALIZADA (LA QUE DEJA
      * PGMVALORES) Y SE LE SUMA CADA CHEQUE ACEPTADO.
      * SIN CARTERA SE PARTE DE CERO.
      *-----------------------------------------------
       01  FS-CARTERA                     PIC X(02) VALUE ' '.
           88 88-FS-CARTERA-OK                       VALUE '00'.
           88 88-FS-CARTERA-EOF                      VALUE '10'.
           88 88-FS-CARTERA-NOEXISTE                 VALUE '35'.

       01  FS-CHEQDERIV                   PIC X(02) VALUE ' '.
           88 88-FS-CHEQDERIV-OK                     VALUE '00'.

       77  WCN-TOPE-EXPOSICION            PIC 9(04) VALUE 2000.
       77  WS-CANT-EXP-LIBRADOR           PIC 9(04) VALUE 0.
       01  WS-TABLA-EXP-LIBRADOR.
           05 WS-EXP-LIBRADOR-TAB OCCURS 2000 TIMES
                                  INDEXED BY IDX-EXP-LIB.
              10 WEL-NOMBRE               PIC X(15).
              10 WEL-NUMERO               PIC X(04).
              10 WEL-IMPORTE              PIC 9(11)V99.

       77  WS-CANT-EXP-CLIENTE            PIC 9(04) VALUE 0.
       01  WS-TABLA-EXP-CLIENTE.
           05 WS-EXP-CLIENTE-TAB OCCURS 2000 TIMES
                                 INDEXED BY IDX-EXP-CLI.
              10 WEC-NOMBRE               PIC X(15).
              10 WEC-IMPORTE              PIC 9(11)V99.

       77  WS-POS-EXP-LIBRADOR            PIC 9(04) VALUE 0.
       77  WS-POS-EXP-CLIENTE             PIC 9(04) VALUE 0.
       77  WS-TOPE-APLICADO               PIC 9(09)V99 VALUE 0.
       77  WS-ACCION-APLICADA             PIC X(01) VALUE ' '.
       77  WS-EXPOSICION-NUEVA            PIC 9(11)V99 VALUE 0.
       77  WS-EXPOSICION-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOPE-ED                     PIC ZZZ.ZZZ.ZZ9,99.

      *    RESULTADO DE LOS TOPES PARA EL CHEQUE EN CURSO: SI
      *    PASA MAS DE UNO MANDA EL RECHAZO SOBRE LA DERIVACION.
       77  WS-CONCENTRACION               PIC X(01) VALUE 'N'.
           88 88-CONC-DENTRO-TOPE                    VALUE 'N'.
           88 88-CONC-RECHAZA                        VALUE 'R'.
           88 88-CONC-DERIVA                         VALUE 'D'.

       77  WS-TOPE-PROPIO                 PIC X(01) VALUE 'N'.
       77  WS-CONC-MOTIVO                 PIC X(08) VALUE SPACES.
       77  WS-CONC-MOTIVO-DECIDE          PIC X(08) VALUE SPACES.
       77  WS-CONC-EXPOSICION             PIC 9(11)V99 VALUE 0.
       77  WS-CONC-TOPE                   PIC 9(09)V99 VALUE 0.

       77  WS-CANT-CONC-RECH              PIC 9(09) VALUE 0.
       77  WS-CANT-DERIVADOS              PIC 9(09) VALUE 0.

       01  WS-EFECTIVO-ESPERADO           PIC 9(06)V99.

       01  WS-FECHA-CHEQUE.

       COPY WCLIENTE.

       COPY WLIMCHQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 1400-CARGO-RIESGO.

           PERFORM 1500-CARGO-LIMITES.

           PERFORM 1600-CARGO-CARTERA.

           PERFORM 1200-LEER-CHEQUE.

       1000-FIN.
                    DISPLAY 'FILE STATUS: ' FS-CHEQRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE

           OPEN OUTPUT CHEQDERIV

           EVALUATE TRUE
               WHEN 88-FS-CHEQDERIV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHEQDERIV'
                    DISPLAY 'FILE STATUS: ' FS-CHEQDERIV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
      *    LO MISMO PARA UN LIBRADOR EN BANDA DE RIESGO 'E'.
           PERFORM 2060-CONSULTO-RIESGO.

      *    Y EL QUE HARIA PASAR UN TOPE DE CONCENTRACION.
           PERFORM 2070-CONSULTO-CONCENTRACION.

           EVALUATE TRUE
               WHEN WS-LIBRADOR-VETADO = 'S'
                    PERFORM 2250-RECHAZAR-VETADO
               WHEN WS-LIBRADOR-RIESGO = 'S'
                    PERFORM 2260-RECHAZAR-RIESGO
               WHEN WS-EFECTIVO-ESPERADO NOT = EFECTIVO
                    PERFORM 2200-RECHAZAR-CHEQUE
               WHEN 88-CONC-RECHAZA
                    PERFORM 2270-RECHAZAR-CONCENTRACION
               WHEN 88-CONC-DERIVA
                    PERFORM 2280-DERIVAR-CHEQUE
               WHEN OTHER
                    PERFORM 2100-ACUMULAR-RECONCILIADO
           END-EVALUATE.

           PERFORM 1200-LEER-CHEQUE.

           EVALUATE TRUE
               WHEN 88-FS-CHEQACEP-OK
                    PERFORM 2075-SUMO-EXPOSICION
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CHEQACEP'
                    DISPLAY 'FILE STATUS: ' FS-CHEQACEP
       2060-FIN.
           EXIT.

      *------------------------------------------------------------
      * TOPES DE CONCENTRACION: EL CHEQUE SE SUMA A LA EXPOSICION
      * ACTUAL DEL LIBRADOR Y A LA DEL CLIENTE; SI ALGUNA PASA SU
      * TOPE (PROPIO O GENERAL) SE RECHAZA O SE DERIVA SEGUN LA
      * ACCION DEL TOPE.
      *------------------------------------------------------------
       2070-CONSULTO-CONCENTRACION.

           SET 88-CONC-DENTRO-TOPE TO TRUE.

           PERFORM 2071-BUSCO-EXP-LIBRADOR.
           PERFORM 2073-BUSCO-TOPE-LIBRADOR.

           IF WS-ACCION-APLICADA NOT = ' '
              MOVE EFECTIVO TO WS-EXPOSICION-NUEVA
              IF WS-POS-EXP-LIBRADOR > 0
                 ADD WEL-IMPORTE (WS-POS-EXP-LIBRADOR)
                   TO WS-EXPOSICION-NUEVA
              END-IF
              IF WS-EXPOSICION-NUEVA > WS-TOPE-APLICADO
                 MOVE 'LIBRADOR' TO WS-CONC-MOTIVO
                 PERFORM 2078-MARCO-EXCESO
              END-IF
           END-IF.

           PERFORM 2072-BUSCO-EXP-CLIENTE.
           PERFORM 2074-BUSCO-TOPE-CLIENTE.

           IF WS-ACCION-APLICADA NOT = ' '
              MOVE EFECTIVO TO WS-EXPOSICION-NUEVA
              IF WS-POS-EXP-CLIENTE > 0
                 ADD WEC-IMPORTE (WS-POS-EXP-CLIENTE)
                   TO WS-EXPOSICION-NUEVA
              END-IF
              IF WS-EXPOSICION-NUEVA > WS-TOPE-APLICADO
                 MOVE 'CLIENTE' TO WS-CONC-MOTIVO
                 PERFORM 2078-MARCO-EXCESO
              END-IF
           END-IF.

       2070-FIN.
           EXIT.

       2071-BUSCO-EXP-LIBRADOR.

           MOVE 0 TO WS-POS-EXP-LIBRADOR.

           PERFORM VARYING IDX-EXP-LIB FROM 1 BY 1
                     UNTIL IDX-EXP-LIB > WS-CANT-EXP-LIBRADOR
                        OR WS-POS-EXP-LIBRADOR > 0
              IF WEL-NOMBRE (IDX-EXP-LIB) = NOMBRE
                 AND WEL-NUMERO (IDX-EXP-LIB) = NUMERO
                 SET WS-POS-EXP-LIBRADOR TO IDX-EXP-LIB
              END-IF
           END-PERFORM.

       2071-FIN.
           EXIT.

       2072-BUSCO-EXP-CLIENTE.

           MOVE 0 TO WS-POS-EXP-CLIENTE.

           PERFORM VARYING IDX-EXP-CLI FROM 1 BY 1
                     UNTIL IDX-EXP-CLI > WS-CANT-EXP-CLIENTE
                        OR WS-POS-EXP-CLIENTE > 0
              IF WEC-NOMBRE (IDX-EXP-CLI) = NOMBRE
                 SET WS-POS-EXP-CLIENTE TO IDX-EXP-CLI
              END-IF
           END-PERFORM.

       2072-FIN.
           EXIT.

      *    EL TOPE PROPIO DEL LIBRADOR MANDA SOBRE EL GENERAL.
       2073-BUSCO-TOPE-LIBRADOR.

           MOVE 'N' TO WS-TOPE-PROPIO.
           MOVE ' ' TO WS-ACCION-APLICADA.
           MOVE 0   TO WS-TOPE-APLICADO.

           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                     UNTIL IDX-LIMITE > WS-CANT-LIMITES
              IF WLM-TIPO (IDX-LIMITE) = 'L'
                 EVALUATE TRUE
                     WHEN WLM-NOMBRE (IDX-LIMITE) = NOMBRE
                      AND WLM-NUMERO (IDX-LIMITE) = NUMERO
                          MOVE 'S' TO WS-TOPE-PROPIO
                          MOVE WLM-TOPE (IDX-LIMITE)
                            TO WS-TOPE-APLICADO
                          MOVE WLM-ACCION (IDX-LIMITE)
                            TO WS-ACCION-APLICADA
                     WHEN WLM-NOMBRE (IDX-LIMITE) = SPACES
                      AND WS-TOPE-PROPIO = 'N'
                          MOVE WLM-TOPE (IDX-LIMITE)
                            TO WS-TOPE-APLICADO
                          MOVE WLM-ACCION (IDX-LIMITE)
                            TO WS-ACCION-APLICADA
                 END-EVALUATE
              END-IF
           END-PERFORM.

       2073-FIN.
           EXIT.

      *    EL TOPE PROPIO DEL CLIENTE MANDA SOBRE EL GENERAL.
       2074-BUSCO-TOPE-CLIENTE.

           MOVE 'N' TO WS-TOPE-PROPIO.
           MOVE ' ' TO WS-ACCION-APLICADA.
           MOVE 0   TO WS-TOPE-APLICADO.

           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                     UNTIL IDX-LIMITE > WS-CANT-LIMITES
              IF WLM-TIPO (IDX-LIMITE) = 'C'
                 EVALUATE TRUE
                     WHEN WLM-NOMBRE (IDX-LIMITE) = NOMBRE
                          MOVE 'S' TO WS-TOPE-PROPIO
                          MOVE WLM-TOPE (IDX-LIMITE)
                            TO WS-TOPE-APLICADO
                          MOVE WLM-ACCION (IDX-LIMITE)
                            TO WS-ACCION-APLICADA
                     WHEN WLM-NOMBRE (IDX-LIMITE) = SPACES
                      AND WS-TOPE-PROPIO = 'N'
                          MOVE WLM-TOPE (IDX-LIMITE)
                            TO WS-TOPE-APLICADO
                          MOVE WLM-ACCION (IDX-LIMITE)
                            TO WS-ACCION-APLICADA
                 END-EVALUATE
              END-IF
           END-PERFORM.

       2074-FIN.
           EXIT.

      *    SUMA EL CHEQUE EN CURSO A LA EXPOSICION DE SU LIBRADOR Y
      *    DE SU CLIENTE (CARGA DE CARTERA Y CHEQUES ACEPTADOS).
       2075-SUMO-EXPOSICION.

           PERFORM 2071-BUSCO-EXP-LIBRADOR.

           IF WS-POS-EXP-LIBRADOR = 0
              IF WS-CANT-EXP-LIBRADOR >= WCN-TOPE-EXPOSICION
                 DISPLAY 'TABLA DE EXPOSICION POR LIBRADOR COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-EXP-LIBRADOR
              MOVE WS-CANT-EXP-LIBRADOR TO WS-POS-EXP-LIBRADOR
              MOVE NOMBRE TO WEL-NOMBRE (WS-POS-EXP-LIBRADOR)
              MOVE NUMERO TO WEL-NUMERO (WS-POS-EXP-LIBRADOR)
              MOVE 0      TO WEL-IMPORTE (WS-POS-EXP-LIBRADOR)
           END-IF.

           ADD EFECTIVO TO WEL-IMPORTE (WS-POS-EXP-LIBRADOR).

           PERFORM 2072-BUSCO-EXP-CLIENTE.

           IF WS-POS-EXP-CLIENTE = 0
              IF WS-CANT-EXP-CLIENTE >= WCN-TOPE-EXPOSICION
                 DISPLAY 'TABLA DE EXPOSICION POR CLIENTE COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-EXP-CLIENTE
              MOVE WS-CANT-EXP-CLIENTE TO WS-POS-EXP-CLIENTE
              MOVE NOMBRE TO WEC-NOMBRE (WS-POS-EXP-CLIENTE)
              MOVE 0      TO WEC-IMPORTE (WS-POS-EXP-CLIENTE)
           END-IF.

           ADD EFECTIVO TO WEC-IMPORTE (WS-POS-EXP-CLIENTE).

       2075-FIN.
           EXIT.

      *    GUARDA EL EXCESO QUE DECIDE: EL RECHAZO MANDA SOBRE LA
      *    DERIVACION.
       2078-MARCO-EXCESO.

           IF WS-ACCION-APLICADA = 'R'
              OR NOT 88-CONC-RECHAZA
              IF WS-ACCION-APLICADA = 'R'
                 SET 88-CONC-RECHAZA TO TRUE
              ELSE
                 SET 88-CONC-DERIVA  TO TRUE
              END-IF
              MOVE WS-CONC-MOTIVO      TO WS-CONC-MOTIVO-DECIDE
              MOVE WS-EXPOSICION-NUEVA TO WS-CONC-EXPOSICION
              MOVE WS-TOPE-APLICADO    TO WS-CONC-TOPE
           END-IF.

       2078-FIN.
           EXIT.

       2250-RECHAZAR-VETADO.

           DISPLAY 'CHEQUE DE LIBRADOR EN LISTA NEGRA - NUMERO: '
       2260-FIN.
           EXIT.

       2270-RECHAZAR-CONCENTRACION.

           MOVE WS-CONC-EXPOSICION TO WS-EXPOSICION-ED.
           MOVE WS-CONC-TOPE       TO WS-TOPE-ED.

           DISPLAY 'CHEQUE EXCEDE TOPE DE CONCENTRACION - NUMERO: '
                   CHEQUE-NUMERO
           DISPLAY 'LIBRADOR: ' NOMBRE ' ' NUMERO
                   ' TOPE POR ' WS-CONC-MOTIVO-DECIDE
           DISPLAY 'EXPOSICION: ' WS-EXPOSICION-ED
                   ' TOPE: ' WS-TOPE-ED.

           WRITE CHEQRECH-FD    FROM REG-CHEQUE.

           EVALUATE TRUE
               WHEN 88-FS-CHEQRECH-OK
                    ADD 1        TO WS-CANT-RECHAZADOS
                    ADD 1        TO WS-CANT-CONC-RECH
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CHEQRECH'
                    DISPLAY 'FILE STATUS: ' FS-CHEQRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2270-FIN.
           EXIT.

      *    EL DERIVADO NO SE ACEPTA NI SE RECHAZA: QUEDA EN CHEQDERIV
      *    PARA QUE TESORERIA DECIDA Y LO REINGRESE SI LO AUTORIZA.
       2280-DERIVAR-CHEQUE.

           MOVE WS-CONC-EXPOSICION TO WS-EXPOSICION-ED.
           MOVE WS-CONC-TOPE       TO WS-TOPE-ED.

           DISPLAY 'CHEQUE DERIVADO A TESORERIA POR CONCENTRACION - '
                   'NUMERO: ' CHEQUE-NUMERO
           DISPLAY 'LIBRADOR: ' NOMBRE ' ' NUMERO
                   ' TOPE POR ' WS-CONC-MOTIVO-DECIDE
           DISPLAY 'EXPOSICION: ' WS-EXPOSICION-ED
                   ' TOPE: ' WS-TOPE-ED.

           WRITE CHEQDERIV-FD   FROM REG-CHEQUE.

           EVALUATE TRUE
               WHEN 88-FS-CHEQDERIV-OK
                    ADD 1        TO WS-CANT-DERIVADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CHEQDERIV'
                    DISPLAY 'FILE STATUS: ' FS-CHEQDERIV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2280-FIN.
           EXIT.

       1300-CARGO-LISTA-NEGRA.

           OPEN INPUT LIBRNEG.
       1420-FIN.
           EXIT.

       1500-CARGO-LIMITES.

           OPEN INPUT LIMCHQ.

           EVALUATE TRUE
               WHEN 88-FS-LIMCHQ-OK
                    PERFORM 1510-LEO-LIMCHQ
                    PERFORM UNTIL 88-FS-LIMCHQ-EOF
                       IF (88-LCH-LIBRADOR OR 88-LCH-CLIENTE)
                          AND (88-LCH-RECHAZA OR 88-LCH-DERIVA)
                          AND WS-CANT-LIMITES < WCN-TOPE-LIMITES
                          ADD 1 TO WS-CANT-LIMITES
                          MOVE LCH-TIPO
                            TO WLM-TIPO (WS-CANT-LIMITES)
                          MOVE LCH-NOMBRE
                            TO WLM-NOMBRE (WS-CANT-LIMITES)
                          MOVE LCH-NUMERO
                            TO WLM-NUMERO (WS-CANT-LIMITES)
                          MOVE LCH-TOPE
                            TO WLM-TOPE (WS-CANT-LIMITES)
                          MOVE LCH-ACCION
                            TO WLM-ACCION (WS-CANT-LIMITES)
                       END-IF
                       PERFORM 1510-LEO-LIMCHQ
                    END-PERFORM
                    CLOSE LIMCHQ

               WHEN 88-FS-LIMCHQ-NOEXISTE
                    DISPLAY 'TOPES DE CONCENTRACION INEXISTENTES - '
                    DISPLAY 'SIN LIMITE POR LIBRADOR NI CLIENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIMCHQ FS: ' FS-LIMCHQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1500-FIN.
           EXIT.

       1510-LEO-LIMCHQ.

           INITIALIZE REG-LIMCHQ.

           READ LIMCHQ INTO REG-LIMCHQ

           EVALUATE TRUE
               WHEN 88-FS-LIMCHQ-OK
               WHEN 88-FS-LIMCHQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ LIMCHQ FS: ' FS-LIMCHQ
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1510-FIN.
           EXIT.

      *------------------------------------------------------------
      * EXPOSICION DE PARTIDA: CHEQUES DE LA CARTERA ACTUALIZADA
      * QUE SIGUEN EN CUSTODIA O DEPOSITADOS SIN ACREDITAR. LOS
      * ACREDITADOS, RECHAZADOS, ENDOSADOS Y DESCONTADOS YA NO SON
      * RIESGO NUESTRO SOBRE EL LIBRADOR.
      *------------------------------------------------------------
       1600-CARGO-CARTERA.

           OPEN INPUT CARTERA.

           EVALUATE TRUE
               WHEN 88-FS-CARTERA-OK
                    PERFORM 1610-LEO-CARTERA
                    PERFORM UNTIL 88-FS-CARTERA-EOF
                       IF 88-CHEQUE-RECIBIDO
                          OR 88-CHEQUE-DEPOSITADO
                          PERFORM 2075-SUMO-EXPOSICION
                       END-IF
                       PERFORM 1610-LEO-CARTERA
                    END-PERFORM
                    CLOSE CARTERA

               WHEN 88-FS-CARTERA-NOEXISTE
                    DISPLAY 'CARTERA DE CHEQUES INEXISTENTE - '
                    DISPLAY 'SIN EXPOSICION PREVIA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CARTERA FS: ' FS-CARTERA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1600-FIN.
           EXIT.

       1610-LEO-CARTERA.

           INITIALIZE REG-CHEQUE.

           READ CARTERA INTO REG-CHEQUE

           EVALUATE TRUE
               WHEN 88-FS-CARTERA-OK
               WHEN 88-FS-CARTERA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CARTERA FS: ' FS-CARTERA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1610-FIN.
           EXIT.

       2200-RECHAZAR-CHEQUE.

           DISPLAY 'CHEQUE NO RECONCILIA - NUMERO: ' CHEQUE-NUMERO
                    DISPLAY 'ERROR EN CLOSE CHEQRECH FS: ' FS-CHEQRECH
           END-EVALUATE.

           CLOSE CHEQDERIV.

           EVALUATE TRUE
               WHEN 88-FS-CHEQDERIV-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN CLOSE CHEQDERIV FS: '
                            FS-CHEQDERIV
           END-EVALUATE.

       3100-FIN.
           EXIT.

                                              WS-CANT-VETADOS-RECH.
           DISPLAY 'RECH. POR RIESGO BANDA E   : '
                                              WS-CANT-RIESGO-RECH.
           DISPLAY 'RECH. POR CONCENTRACION    : '
                                              WS-CANT-CONC-RECH.
           DISPLAY 'DERIVADOS A TESORERIA      : '
                                              WS-CANT-DERIVADOS.
           DISPLAY '**************************************************'.

       3200-FIN.
