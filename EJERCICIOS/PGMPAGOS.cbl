      *   - PAGOS DEL MES  = SUMA DE LOS PAGOS RECIBIDOS POR TARJETA
      * LOS CARGOS DEL MES Y EL SALDO DE CIERRE LOS COMPLETA LUEGO
      * GENTARJETAS AL EMITIR EL ESTADO DE CUENTA.
      * LAS TARJETAS DE OTROS CICLOS DE FACTURACION (AUN SIN CERRAR)
      * SE TOMAN DEL ARCHIVO DE SALDOS ABIERTOS (SALABIERTO) QUE DEJA
      * GENTARJETAS, CONSERVANDO SU SALDO ANTERIOR Y LOS PAGOS YA
      * ACUMULADOS EN EL CICLO ABIERTO.
      * EMITE ADEMAS UN LISTADO DE PAGOS POSTEADOS POR TARJETA.
      * LAS TARJETAS DEL LEDGER DE CASTIGOS (CASTIGOS, VER ABMCASTIG)
      * YA NO SON CARTERA ACTIVA: NO SE ARRASTRAN A SALDOS Y SUS
      * PAGOS NO SE POSTEAN, SE GRABAN COMO RECUPERO EN LA COLA
      * RECUPTAR (EN EXTEND) QUE APLICA ABMCASTIG.
      * PAGOS SE VERIFICA ANTES DE PROCESAR (HEADER / TRAILER
      * ESTANDAR DE CADA TANDA, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA. LO MISMO VALE
      * PARA SALDOANT (SALCIERRE DE GENTARJETAS, CON SU HEADER Y
      * TRAILER), QUE SOLO PUEDE FALTAR EN EL PRIMER CICLO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAGOS.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALDOANT.

           SELECT SALABIERTO     ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\SaldosTa
      -    'rjetasAbiertos.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALABIERTO.

           SELECT SALDOS         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\SaldosTa
      -    'rjetas.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LISTADO.

           SELECT CASTIGOS       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Castigos
      -    '.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTIGOS.

           SELECT RECUPTAR       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Recupero
      -    'sTarjetas.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECUPTAR.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS
           BLOCK 0.
       01  REG-SALDOANT-FD                PIC X(63).

       FD  SALABIERTO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SALABIERTO-FD              PIC X(63).

       FD  SALDOS
           RECORDING MODE IS F
           BLOCK 0.
           BLOCK 0.
       01  REG-LISTADO-FD                 PIC X(80).

       FD  CASTIGOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTIGOS-FD                PIC X(120).

       FD  RECUPTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECUPTAR-FD                PIC X(70).

       WORKING-STORAGE SECTION.
       77  FS-PAGOS                       PIC X(02) VALUE ' '.
           88 88-FS-PAGOS-OK                        VALUE '00'.
           88 88-FS-SALDOANT-EOF                    VALUE '10'.
           88 88-FS-SALDOANT-NOEXISTE               VALUE '35'.

       77  FS-SALABIERTO                  PIC X(02) VALUE ' '.
           88 88-FS-SALABIERTO-OK                   VALUE '00'.
           88 88-FS-SALABIERTO-EOF                  VALUE '10'.
           88 88-FS-SALABIERTO-NOEXISTE             VALUE '35'.

       77  FS-SALDOS                      PIC X(02) VALUE ' '.
           88 88-FS-SALDOS-OK                       VALUE '00'.

       77  FS-LISTADO                     PIC X(02) VALUE ' '.
           88 88-FS-LISTADO-OK                      VALUE '00'.

       77  FS-CASTIGOS                    PIC X(02) VALUE ' '.
           88 88-FS-CASTIGOS-OK                     VALUE '00'.
           88 88-FS-CASTIGOS-EOF                    VALUE '10'.
           88 88-FS-CASTIGOS-NOEXISTE               VALUE '35'.

       77  FS-RECUPTAR                    PIC X(02) VALUE ' '.
           88 88-FS-RECUPTAR-OK                     VALUE '00'.
           88 88-FS-RECUPTAR-NOEXISTE               VALUE '35'.

       77  WS-LEIDOS-PAGOS                PIC 9(09) VALUE 0.
       77  WS-LEIDOS-PAGOS-ED             PIC ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-SALDOANT             PIC 9(09) VALUE 0.
       77  WS-LEIDOS-SALDOANT-ED          PIC ZZZ.ZZZ.ZZ9.
       77  WS-LEIDOS-SALABIERTO           PIC 9(09) VALUE 0.
       77  WS-LEIDOS-SALABIERTO-ED        PIC ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-SALDOS             PIC 9(09) VALUE 0.
       77  WS-GRABADOS-SALDOS-ED          PIC ZZZ.ZZZ.ZZ9.
       77  WS-ACUM-PAGOS                  PIC 9(11)V99 VALUE 0.
       77  WS-ACUM-PAGOS-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMPORTE-ED                  PIC ZZZZZZ9,99.
       77  WS-GRABADOS-RECUPTAR           PIC 9(09) VALUE 0.
       77  WS-GRABADOS-RECUPTAR-ED        PIC ZZZ.ZZZ.ZZ9.
       77  WS-SALDOS-CASTIGADOS           PIC 9(09) VALUE 0.
       77  WS-SALDOS-CASTIGADOS-ED        PIC ZZZ.ZZZ.ZZ9.
       77  WS-ACUM-RECUPEROS              PIC 9(11)V99 VALUE 0.
       77  WS-ACUM-RECUPEROS-ED           PIC Z.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * TARJETAS CASTIGADAS (LEDGER CASTIGOS, CARTERA 'T')
      *------------------------------------------------------
       77  WCN-TOPE-CASTIGADAS            PIC 9(05) VALUE 2000.
       77  WS-CANT-CASTIGADAS             PIC 9(05) VALUE 0.
       77  WS-TARJETA-BUSCADA             PIC X(19) VALUE SPACES.
       77  WS-TARJETA-CASTIGADA           PIC X(01) VALUE 'N'.
       01  WS-TABLA-CASTIGADAS.
           05 WS-CASTIGADA-TAB OCCURS 2000 TIMES
                               INDEXED BY IDX-CASTIGADA.
              10 WSC-NRO-TARJETA          PIC X(19).

      *------------------------------------------------------
      * TABLA DE SALDOS POR TARJETA: SE CARGA CON EL ARCHIVO

       COPY WSALTAR.

       COPY WCASTIGO.

       COPY WRECUPERO.

      *   HEADER / TRAILER DE CONTROL DE PAGOS (VER UTLCTLARC)
       COPY WUTLCTLARC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       1000-INICIO.

           PERFORM 1050-CONTROLO-PAGOS.

           PERFORM 1060-CONTROLO-SALDOANT.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1150-CARGO-CASTIGOS.

           PERFORM 1200-CARGO-SALDO-ANTERIOR.

           PERFORM 1250-CARGO-SALDO-ABIERTO.

           PERFORM 1300-LEER-PAGO.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * PAGOS SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER DE CADA TANDA) ANTES DE PROCESARLO. EL
      * RECHAZO YA QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1050-CONTROLO-PAGOS.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'PAGOS'                TO UTLCTLARC-ARCHIVO.
           MOVE
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\PagosTar
      -    'jetas.txt'                 TO UTLCTLARC-PATH.
           MOVE 'PGMPAGOS'             TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'PAGOS RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1050-FIN.
           EXIT.

      *------------------------------------------------------------
      * SALDOANT ES EL SALCIERRE DEL CICLO ANTERIOR: SE VERIFICA
      * COMPLETO ANTES DE CARGARLO. SI NO EXISTE (RC 04) LO TRATA
      * 1200 COMO PRIMER CICLO.
      *------------------------------------------------------------
       1060-CONTROLO-SALDOANT.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\SaldosTa
      -    'rjetasCierre.txt'          TO UTLCTLARC-PATH.
           MOVE 'PGMPAGOS'             TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALDOANT RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1060-FIN.
           EXIT.

       1100-ABRIR-ARCHIVOS.

           OPEN INPUT PAGOS
                    DISPLAY 'FILE STATUS: ' FS-LISTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE

      *    RECUPTAR ES UNA COLA QUE VACIA ABMCASTIG: SE AGREGA AL
      *    FINAL Y SE CREA EN LA PRIMERA CORRIDA.
           OPEN EXTEND RECUPTAR

           EVALUATE TRUE
               WHEN 88-FS-RECUPTAR-OK
                    CONTINUE
               WHEN 88-FS-RECUPTAR-NOEXISTE
                    OPEN OUTPUT RECUPTAR
                    IF NOT 88-FS-RECUPTAR-OK
                       DISPLAY 'ERROR EN OPEN RECUPTAR'
                       DISPLAY 'FILE STATUS: ' FS-RECUPTAR
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECUPTAR'
                    DISPLAY 'FILE STATUS: ' FS-RECUPTAR
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA LAS TARJETAS DEL LEDGER DE CASTIGOS. SI EL ARCHIVO NO
      * EXISTE TODAVIA NO SE CASTIGO NINGUNA TARJETA.
      *------------------------------------------------------------
       1150-CARGO-CASTIGOS.

           OPEN INPUT CASTIGOS

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
                    PERFORM 1160-LEER-CASTIGO
                    PERFORM UNTIL 88-FS-CASTIGOS-EOF
                       IF 88-CAS-TARJETA
                          PERFORM 1170-TABLA-CASTIGO
                       END-IF
                       PERFORM 1160-LEER-CASTIGO
                    END-PERFORM
                    CLOSE CASTIGOS

               WHEN 88-FS-CASTIGOS-NOEXISTE
                    DISPLAY 'ARCHIVO CASTIGOS INEXISTENTE - '
                    DISPLAY 'NO HAY TARJETAS CASTIGADAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTIGOS'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1150-FIN.
           EXIT.

       1160-LEER-CASTIGO.

           INITIALIZE REG-CASTIGO.

           READ CASTIGOS INTO REG-CASTIGO

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
               WHEN 88-FS-CASTIGOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CASTIGOS FS: ' FS-CASTIGOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1160-FIN.
           EXIT.

       1170-TABLA-CASTIGO.

           IF WS-CANT-CASTIGADAS < WCN-TOPE-CASTIGADAS
              ADD 1 TO WS-CANT-CASTIGADAS
              MOVE CAS-NRO-TARJETA
                              TO WSC-NRO-TARJETA (WS-CANT-CASTIGADAS)
           ELSE
              DISPLAY 'TABLA DE TARJETAS CASTIGADAS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1170-FIN.
           EXIT.

      *------------------------------------------------------------
      * DEJA EN WS-TARJETA-CASTIGADA 'S' SI WS-TARJETA-BUSCADA ESTA
      * EN EL LEDGER DE CASTIGOS.
      *------------------------------------------------------------
       1180-BUSCO-CASTIGADA.

           MOVE 'N' TO WS-TARJETA-CASTIGADA

           PERFORM VARYING IDX-CASTIGADA FROM 1 BY 1
                     UNTIL IDX-CASTIGADA > WS-CANT-CASTIGADAS
              IF WSC-NRO-TARJETA (IDX-CASTIGADA) = WS-TARJETA-BUSCADA
                 MOVE 'S' TO WS-TARJETA-CASTIGADA
              END-IF
           END-PERFORM.

       1180-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA EL ARCHIVO DE SALDOS DE CIERRE DEL CICLO ANTERIOR EN
      * LA TABLA. SI EL ARCHIVO NO EXISTE ES LA PRIMERA CORRIDA DEL
               WHEN 88-FS-SALDOANT-OK
                    PERFORM 1210-LEER-SALDOANT
                    PERFORM UNTIL 88-FS-SALDOANT-EOF
                       MOVE SAL-NRO-TARJETA TO WS-TARJETA-BUSCADA
                       PERFORM 1180-BUSCO-CASTIGADA
                       IF WS-TARJETA-CASTIGADA = 'S'
                          ADD 1 TO WS-SALDOS-CASTIGADOS
                       ELSE
                          PERFORM 1220-TABLA-SALDOANT
                       END-IF
                       PERFORM 1210-LEER-SALDOANT
                    END-PERFORM
                    CLOSE SALDOANT

           READ SALDOANT INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS EN 1060: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-SALDOANT-OK
                      OR (REG-SALDOANT-FD (1:7) NOT = 'HEADER '
                      AND REG-SALDOANT-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALDOANT INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALDOANT-OK
                    ADD 1 TO WS-LEIDOS-SALDOANT
       1220-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA LOS SALDOS DE LAS TARJETAS DE OTROS CICLOS QUE SIGUEN
      * ABIERTOS: MANTIENEN EL SALDO ANTERIOR Y LOS PAGOS YA
      * POSTEADOS. SI EL ARCHIVO NO EXISTE NO HAY CICLOS ABIERTOS.
      *------------------------------------------------------------
       1250-CARGO-SALDO-ABIERTO.

           OPEN INPUT SALABIERTO

           EVALUATE TRUE
               WHEN 88-FS-SALABIERTO-OK
                    PERFORM 1260-LEER-SALABIERTO
                    PERFORM UNTIL 88-FS-SALABIERTO-EOF
                       MOVE SAL-NRO-TARJETA TO WS-TARJETA-BUSCADA
                       PERFORM 1180-BUSCO-CASTIGADA
                       IF WS-TARJETA-CASTIGADA = 'S'
                          ADD 1 TO WS-SALDOS-CASTIGADOS
                       ELSE
                          PERFORM 1270-TABLA-SALABIERTO
                       END-IF
                       PERFORM 1260-LEER-SALABIERTO
                    END-PERFORM
                    CLOSE SALABIERTO

               WHEN 88-FS-SALABIERTO-NOEXISTE
                    DISPLAY 'ARCHIVO SALABIERTO INEXISTENTE - '
                    DISPLAY 'NO HAY CICLOS ABIERTOS PENDIENTES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALABIERTO'
                    DISPLAY 'FILE STATUS: ' FS-SALABIERTO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1250-FIN.
           EXIT.

       1260-LEER-SALABIERTO.

           INITIALIZE REG-SALTAR.

           READ SALABIERTO INTO REG-SALTAR

           EVALUATE TRUE
               WHEN 88-FS-SALABIERTO-OK
                    ADD 1 TO WS-LEIDOS-SALABIERTO
               WHEN 88-FS-SALABIERTO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SALABIERTO FS: '
                                                       FS-SALABIERTO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1260-FIN.
           EXIT.

       1270-TABLA-SALABIERTO.

           IF WS-CANT-SALDOS < WCN-TOPE-SALDOS
              ADD 1 TO WS-CANT-SALDOS
              MOVE SAL-NRO-TARJETA   TO WST-NRO-TARJETA (WS-CANT-SALDOS)
              MOVE SAL-SALDO-ANTERIOR TO
                                    WST-SALDO-ANTERIOR (WS-CANT-SALDOS)
              MOVE SAL-PAGOS-MES     TO WST-PAGOS-MES (WS-CANT-SALDOS)
           ELSE
              DISPLAY 'TABLA DE SALDOS COMPLETA - TARJETA: '
                                                      SAL-NRO-TARJETA
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1270-FIN.
           EXIT.

       1300-LEER-PAGO.

           INITIALIZE REG-PAGOS.

           READ PAGOS INTO REG-PAGOS

      *    HEADER Y TRAILER YA VERIFICADOS EN 1050: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-PAGOS-OK
                      OR (REG-PAGOS-FD (1:7) NOT = 'HEADER '
                      AND REG-PAGOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-PAGOS
               READ PAGOS INTO REG-PAGOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-PAGOS-OK
                    ADD 1 TO WS-LEIDOS-PAGOS

       2000-PROCESO.

           MOVE PAG-NRO-TARJETA TO WS-TARJETA-BUSCADA.
           PERFORM 1180-BUSCO-CASTIGADA.

           IF WS-TARJETA-CASTIGADA = 'S'
              PERFORM 2300-GRABO-RECUPERO
           ELSE
              PERFORM 2100-POSTEO-PAGO
           END-IF.

           PERFORM 2200-LISTO-PAGO.

           MOVE PAG-FECHA           TO REG-LISTADO-FD (22:10).
           MOVE WS-IMPORTE-ED       TO REG-LISTADO-FD (34:10).
           MOVE PAG-CANAL           TO REG-LISTADO-FD (46:02).
           IF WS-TARJETA-CASTIGADA = 'S'
              MOVE 'RECUPERO CASTIGO' TO REG-LISTADO-FD (50:16)
           END-IF.

           WRITE REG-LISTADO-FD.

       2200-FIN.
           EXIT.

      *------------------------------------------------------------
      * PAGO A UNA TARJETA CASTIGADA: NO VUELVE A LA CARTERA, SE
      * GRABA COMO RECUPERO PARA ABMCASTIG. UN AJUSTE INTERNO ('AJ')
      * NO ES COBRO Y NO SE REGISTRA.
      *------------------------------------------------------------
       2300-GRABO-RECUPERO.

           IF 88-PAG-CANAL-AJUSTE
              DISPLAY 'AJUSTE SOBRE TARJETA CASTIGADA IGNORADO: '
                                                      PAG-NRO-TARJETA
           ELSE
              INITIALIZE REG-RECUPERO
              SET 88-RCP-PAGO-TARJETA TO TRUE
              SET 88-RCP-TARJETA      TO TRUE
              MOVE PAG-NRO-TARJETA    TO RCP-NRO-TARJETA
              MOVE 0                  TO RCP-CLI-ID
                                         RCP-NRO-FACTURA
              MOVE FEC-AAAA OF PAG-FECHA TO RCP-FECHA (1:4)
              MOVE FEC-MM   OF PAG-FECHA TO RCP-FECHA (5:2)
              MOVE FEC-DD   OF PAG-FECHA TO RCP-FECHA (7:2)
              MOVE PAG-IMPORTE        TO RCP-IMPORTE
              MOVE SPACES             TO RCP-AGENCIA
              MOVE PAG-CANAL          TO RCP-CANAL

              WRITE REG-RECUPTAR-FD FROM REG-RECUPERO

              EVALUATE TRUE
                  WHEN 88-FS-RECUPTAR-OK
                       ADD 1           TO WS-GRABADOS-RECUPTAR
                       ADD PAG-IMPORTE TO WS-ACUM-RECUPEROS
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE RECUPTAR FS: '
                                                         FS-RECUPTAR
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
              END-EVALUATE
           END-IF.

       2300-FIN.
           EXIT.

       3000-FINALIZAR.

           PERFORM 3100-GRABO-SALDOS
                    DISPLAY 'ERROR EN CLOSE LISTADO FS: ' FS-LISTADO
           END-EVALUATE.

           CLOSE RECUPTAR.

           EVALUATE TRUE
               WHEN 88-FS-RECUPTAR-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN CLOSE RECUPTAR FS: ' FS-RECUPTAR
           END-EVALUATE.

       3200-FIN.
           EXIT.


           MOVE WS-LEIDOS-PAGOS       TO WS-LEIDOS-PAGOS-ED.
           MOVE WS-LEIDOS-SALDOANT    TO WS-LEIDOS-SALDOANT-ED.
           MOVE WS-LEIDOS-SALABIERTO  TO WS-LEIDOS-SALABIERTO-ED.
           MOVE WS-GRABADOS-SALDOS    TO WS-GRABADOS-SALDOS-ED.
           MOVE WS-ACUM-PAGOS         TO WS-ACUM-PAGOS-ED.
           MOVE WS-SALDOS-CASTIGADOS  TO WS-SALDOS-CASTIGADOS-ED.
           MOVE WS-GRABADOS-RECUPTAR  TO WS-GRABADOS-RECUPTAR-ED.
           MOVE WS-ACUM-RECUPEROS     TO WS-ACUM-RECUPEROS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-LEIDOS-PAGOS-ED.
           DISPLAY 'CANT. SALDOS CICLO ANTERIOR    : '
                                               WS-LEIDOS-SALDOANT-ED.
           DISPLAY 'CANT. SALDOS CICLOS ABIERTOS   : '
                                               WS-LEIDOS-SALABIERTO-ED.
           DISPLAY 'CANT. SALDOS GRABADOS          : '
                                               WS-GRABADOS-SALDOS-ED.
           DISPLAY 'IMPORTE TOTAL PAGOS POSTEADOS  : '
                                               WS-ACUM-PAGOS-ED.
           DISPLAY 'CANT. SALDOS CASTIGADOS EXCL.  : '
                                               WS-SALDOS-CASTIGADOS-ED.
           DISPLAY 'CANT. RECUPEROS A RECUPTAR     : '
                                               WS-GRABADOS-RECUPTAR-ED.
           DISPLAY 'IMPORTE TOTAL RECUPEROS        : '
                                               WS-ACUM-RECUPEROS-ED.
           DISPLAY '**************************************************'.

       3300-FIN.
