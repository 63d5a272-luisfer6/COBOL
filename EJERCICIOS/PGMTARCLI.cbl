      *   - TARJETAS QUE NO EXISTEN EN EL MAESTRO DE TARJETAS
      *   - CLIENTES INEXISTENTES EN EL MAESTRO DE CLIENTES
      *   - CLIENTES DADOS DE BAJA (CLI-STATUS INACTIVO)
      *   - CLIENTES CON EL LEGAJO KYC VENCIDO (DOCUMENTO VENCIDO O
      *     REVISION PERIODICA PENDIENTE, SEGUN UTLKYC) O SIN LEGAJO
      * CON ESTE CRUCE LOS ESTADOS DE CUENTA Y AVISOS PUEDEN IMPRIMIR
      * NOMBRE Y DOMICILIO REALES DEL TITULAR.
      ******************************************************************
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RIESGO.

           SELECT KYC            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\LegajosK
      -    'YC.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-KYC.

           SELECT TARCLI         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TarjClie
      -    'nte.txt'
           BLOCK 0.
       01  REG-RIESGO-FD                 PIC  X(34).

       FD  KYC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-KYC-FD                    PIC  X(100).

       FD  TARCLI
           RECORDING MODE IS F
           BLOCK 0.
              10 WRG-CLI-ID              PIC 9(10).
       77  WS-TARJETA-ENCONTRADA         PIC X(01) VALUE 'N'.

      *-----------------------------------------------
      * LEGAJOS KYC (ABMKYC): UN CLIENTE SIN LEGAJO O
      * CON EL LEGAJO VENCIDO NO VINCULA TARJETAS
      * NUEVAS. SI EL MAESTRO NO EXISTE NO SE CONTROLA.
      *-----------------------------------------------
       77  FS-KYC                        PIC X(02) VALUE ' '.
           88 88-FS-KYC-OK                         VALUE '00'.
           88 88-FS-KYC-EOF                        VALUE '10'.
           88 88-FS-KYC-NOEXISTE                   VALUE '35'.

       77  WS-HAY-KYC                    PIC X(01) VALUE 'N'.
       77  WS-FECHA-PROCESO              PIC 9(08) VALUE 0.
       77  WCN-TOPE-LEGAJOS              PIC 9(05) VALUE 10000.
       77  WS-CANT-LEGAJOS               PIC 9(05) VALUE 0.
       77  WS-LEGAJO-ENCONTRADO          PIC X(01) VALUE 'N'.
       01  WS-TABLA-LEGAJOS.
           05 WS-LEGAJO-TAB OCCURS 10000 TIMES
                            INDEXED BY IDX-LEGAJO.
              10 WKY-CLI-ID              PIC 9(10).
              10 WKY-FECHA-VTO-DOC       PIC 9(08).
              10 WKY-FECHA-VERIF         PIC 9(08).

      *------------------------------------------------------
      * TABLA DEL MAESTRO DE TARJETAS PARA VALIDAR QUE EL
      * VINCULO REFERENCIE UNA TARJETA REALMENTE EMITIDA.

       COPY WRIESGO.

       COPY WKYC.

       COPY WUTLKYC.

       COPY WCANCELA.

       PROCEDURE DIVISION.

           MOVE CTE-PROGRAMA              TO WCANCELA-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-ABRO-ARCHIVOS.

           PERFORM 1200-CARGO-TARJETAS.

           PERFORM 1250-CARGO-RIESGO.

           PERFORM 1270-CARGO-KYC.

           PERFORM 1300-LEO-VINCULO.

       FIN-1000.
       FIN-1260.
           EXIT.

      *------------------------------------------------------------
      * CARGA LOS LEGAJOS KYC (ABMKYC) CON LAS FECHAS QUE DECIDEN
      * SU VIGENCIA; LA REGLA LA APLICA UTLKYC EN 2150.
      *------------------------------------------------------------
       1270-CARGO-KYC.

           OPEN INPUT KYC.

           EVALUATE TRUE
               WHEN 88-FS-KYC-OK
                    MOVE 'S' TO WS-HAY-KYC
                    PERFORM 1280-LEO-KYC
                    PERFORM UNTIL 88-FS-KYC-EOF
                       IF WS-CANT-LEGAJOS < WCN-TOPE-LEGAJOS
                          ADD 1 TO WS-CANT-LEGAJOS
                          MOVE KYC-CLI-ID
                            TO WKY-CLI-ID (WS-CANT-LEGAJOS)
                          MOVE KYC-FECHA-VTO-DOC
                            TO WKY-FECHA-VTO-DOC (WS-CANT-LEGAJOS)
                          MOVE KYC-FECHA-VERIFICACION
                            TO WKY-FECHA-VERIF (WS-CANT-LEGAJOS)
                       ELSE
                          MOVE '1270-CARGO-KYC'    TO WCANCELA-PARRAFO
                          MOVE 'KYC'               TO WCANCELA-RECURSO
                          MOVE 'TABLA'             TO WCANCELA-OPERACION
                          MOVE 'OV'                TO WCANCELA-CODRET
                          MOVE 'TABLA DE LEGAJOS KYC COMPLETA'
                                                   TO WCANCELA-MENSAJE
                          PERFORM 99999-CANCELO
                       END-IF
                       PERFORM 1280-LEO-KYC
                    END-PERFORM
                    CLOSE KYC

               WHEN 88-FS-KYC-NOEXISTE
                    DISPLAY 'MAESTRO DE LEGAJOS KYC INEXISTENTE - '
                    DISPLAY 'NO SE CONTROLA LA VIGENCIA KYC'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN KYC FS: ' FS-KYC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       FIN-1270.
           EXIT.

       1280-LEO-KYC.

           INITIALIZE REG-KYC.
           READ KYC INTO REG-KYC.

       FIN-1280.
           EXIT.

       1300-LEO-VINCULO.

           INITIALIZE REG-TARCLI.
              END-IF
           END-IF.

           IF WS-MJE-ERROR = ' '
           AND WS-HAY-KYC = 'S'
              PERFORM 2150-VALIDO-KYC
           END-IF.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * UN CLIENTE SIN LEGAJO KYC O CON EL LEGAJO VENCIDO (DOCUMENTO
      * VENCIDO O REVISION PERIODICA PENDIENTE SEGUN SU BANDA DE
      * RIESGO, VER UTLKYC) NO VINCULA TARJETAS NUEVAS.
      *------------------------------------------------------------
       2150-VALIDO-KYC.

           MOVE 'N' TO WS-LEGAJO-ENCONTRADO.
           SET IDX-LEGAJO TO 1.
           SEARCH WS-LEGAJO-TAB
               AT END
                  CONTINUE
               WHEN IDX-LEGAJO > WS-CANT-LEGAJOS
                  CONTINUE
               WHEN WKY-CLI-ID (IDX-LEGAJO) = TARCLI-CLI-ID
                  MOVE 'S' TO WS-LEGAJO-ENCONTRADO
           END-SEARCH.

           IF WS-LEGAJO-ENCONTRADO = 'N'
              MOVE 'CLIENTE SIN LEGAJO KYC'  TO WS-MJE-ERROR
           ELSE
              INITIALIZE WUTLKYC
              MOVE TARCLI-CLI-ID             TO WUTLKYC-CLI-ID
              MOVE WKY-FECHA-VTO-DOC (IDX-LEGAJO)
                                             TO WUTLKYC-FECHA-VTO-DOC
              MOVE WKY-FECHA-VERIF (IDX-LEGAJO)
                                             TO WUTLKYC-FECHA-VERIF
              MOVE WS-FECHA-PROCESO          TO WUTLKYC-FECHA-PROCESO
              CALL 'UTLKYC' USING WUTLKYC
              EVALUATE TRUE
                  WHEN 88-WUTLKYC-ERROR
                       MOVE 'LEGAJO KYC INVALIDO'  TO WS-MJE-ERROR
                  WHEN 88-WUTLKYC-DOC-VENCIDO
                       MOVE 'KYC VENCIDO - DOCUMENTO'
                                                   TO WS-MJE-ERROR
                  WHEN 88-WUTLKYC-REVISION-VENCIDA
                       MOVE 'KYC VENCIDO - REVISION'
                                                   TO WS-MJE-ERROR
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       FIN-2150.
           EXIT.

       2110-LEO-CLIENTE.

           INITIALIZE REG-CLIENTES
