      *  - GRABA LA LISTA DE CLIENTES EXCEDIDOS (CLIHOLD) QUE LA
      *    CARGA DE VENTAS CONSULTA PARA FRENAR NUEVAS VENTAS A
      *    PLAZO DE QUIEN SUPERO SU TOLERANCIA DE CREDITO.
      *  - CASTIGOS: LAS FACTURAS DADAS DE BAJA COMO INCOBRABLES EN
      *    EL REGISTRO DE CASTIGOS (ABMCASTIG) PASAN A ESTADO 'K' Y
      *    SALEN DE LA CARTERA ACTIVA. LOS PAGOS QUE LLEGUEN SOBRE
      *    ELLAS NO SE IMPUTAN: SE GRABAN COMO RECUPERO EN LA COLA
      *    RECUPCC QUE CONSUME ABMCASTIG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RIESGO.

           SELECT CASTIGOS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CASTIGOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CASTIGOS.

           SELECT RECUPCC       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECUPCC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECUPCC.

       DATA DIVISION.

       FILE SECTION.
       FD  CTAANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTAANT-FD                 PIC X(65).

       FD  CTAPAG
           RECORDING MODE IS F
       FD  CTANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTANUE-FD                 PIC X(65).

       FD  AGINGCC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RIESGO-FD                 PIC X(34).

       FD  CASTIGOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CASTIGOS-FD               PIC X(120).

       FD  RECUPCC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECUPCC-FD                PIC X(70).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
       77  WS-ARCH-AGINGCC            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIHOLD            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RIESGO             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CASTIGOS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECUPCC            PIC X(128) VALUE SPACES.

      *------------------------------------------------------
      * REGISTRO DE CASTIGOS (ABMCASTIG): FACTURAS DE CTA CTE
      * DADAS DE BAJA COMO INCOBRABLES. SI NO EXISTE NO HAY
      * FACTURAS CASTIGADAS. LOS PAGOS SOBRE ELLAS VAN A LA
      * COLA DE RECUPEROS RECUPCC (SE ABRE EN EXTEND).
      *------------------------------------------------------
       77  FS-CASTIGOS                   PIC  X(02) VALUE ' '.
           88 88-FS-CASTIGOS-OK                     VALUE '00'.
           88 88-FS-CASTIGOS-EOF                    VALUE '10'.
           88 88-FS-CASTIGOS-NOEXISTE               VALUE '35'.

       77  FS-RECUPCC                    PIC  X(02) VALUE ' '.
           88 88-FS-RECUPCC-OK                      VALUE '00'.
           88 88-FS-RECUPCC-NOEXISTE                VALUE '35'.

       77  WCN-TOPE-CASTIGADAS           PIC  9(04) VALUE 2000.
       77  WS-CANT-CASTIGADAS            PIC  9(04) VALUE 0.
       01  WS-TABLA-CASTIGADAS.
           05 WS-CASTIGADA-TAB OCCURS 2000 TIMES
                               INDEXED BY IDX-CASTIGADA.
              10 WKC-CLI-ID              PIC  9(10).
              10 WKC-NRO-FACTURA         PIC  9(08).

       77  WS-IDX-CASTIGADA              PIC  9(05) VALUE 0.
       77  WS-FACTURAS-CASTIGADAS        PIC  9(09) VALUE 0.
       77  WS-FACTURAS-CASTIGADAS-ED     PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RECUPCC           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RECUPCC-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ACUM-RECUPEROS             PIC  9(11)V99 VALUE 0.
       77  WS-ACUM-RECUPEROS-ED          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * CALIFICACION DE RIESGO (PGMRIESGO): LOS CLIENTES EN
              10 WCC-IMPORTE             PIC  9(11)V99.
              10 WCC-PAGADO              PIC  9(11)V99.
              10 WCC-ESTADO              PIC  X(01).
              10 WCC-ID-SUCURSAL         PIC  9(04).

      *------------------------------------------------------
      * AGING POR CLIENTE (SE ARMA AL FINAL)

       COPY WRIESGO.

       COPY WCASTIGO.

       COPY WRECUPERO.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1015-CARGO-CASTIGOS.
           PERFORM 1020-CARGO-CTAANT.
           PERFORM 1050-CARGO-RIESGO.
           PERFORM 1080-PRIMERA-LECTURA.

           MOVE 'RIESGO'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RIESGO

           MOVE 'CASTIGOS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CASTIGOS

           MOVE 'RECUPCC'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECUPCC.

       FIN-1005.
           EXIT.
                    DISPLAY 'ERROR EN OPEN CLIHOLD'
                    DISPLAY 'FILE STATUS' FS-CLIHOLD
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA COLA DE RECUPEROS SE ACUMULA HASTA QUE LA CONSUME
      *    ABMCASTIG; LA PRIMERA VEZ SE CREA.
           OPEN EXTEND RECUPCC

           EVALUATE TRUE
               WHEN 88-FS-RECUPCC-OK
                    CONTINUE
               WHEN 88-FS-RECUPCC-NOEXISTE
                    OPEN OUTPUT RECUPCC
                    IF NOT 88-FS-RECUPCC-OK
                       DISPLAY 'ERROR EN OPEN RECUPCC'
                       DISPLAY 'FILE STATUS' FS-RECUPCC
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECUPCC'
                    DISPLAY 'FILE STATUS' FS-RECUPCC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * CARGA LAS FACTURAS DE CTA CTE CASTIGADAS (CARTERA 'C') DEL
      * REGISTRO DE CASTIGOS PARA PASARLAS A ESTADO 'K' AL LEVANTAR
      * EL MAESTRO ANTERIOR.
      *------------------------------------------------------------
       1015-CARGO-CASTIGOS.
      *--------------------

           OPEN INPUT CASTIGOS.

           EVALUATE TRUE
               WHEN 88-FS-CASTIGOS-OK
                    PERFORM 1016-LEO-CASTIGOS
                    PERFORM UNTIL 88-FS-CASTIGOS-EOF
                       IF 88-CAS-CTACTE
                          PERFORM 1017-TABLA-CASTIGO
                       END-IF
                       PERFORM 1016-LEO-CASTIGOS
                    END-PERFORM
                    CLOSE CASTIGOS

               WHEN 88-FS-CASTIGOS-NOEXISTE
                    DISPLAY 'REGISTRO DE CASTIGOS INEXISTENTE - '
                    DISPLAY 'NO HAY FACTURAS CASTIGADAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CASTIGOS'
                    DISPLAY 'FILE STATUS' FS-CASTIGOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1015.
           EXIT.

       1016-LEO-CASTIGOS.
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

       FIN-1016.
           EXIT.

       1017-TABLA-CASTIGO.
      *-------------------

           IF WS-CANT-CASTIGADAS < WCN-TOPE-CASTIGADAS
              ADD 1 TO WS-CANT-CASTIGADAS
              MOVE CAS-CLI-ID      TO WKC-CLI-ID (WS-CANT-CASTIGADAS)
              MOVE CAS-NRO-FACTURA
                              TO WKC-NRO-FACTURA (WS-CANT-CASTIGADAS)
           ELSE
              DISPLAY 'TABLA DE FACTURAS CASTIGADAS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1017.
           EXIT.

       1020-CARGO-CTAANT.
      *------------------

              MOVE CTA-IMPORTE   TO WCC-IMPORTE (WS-CANT-CTACTE)
              MOVE CTA-PAGADO    TO WCC-PAGADO (WS-CANT-CTACTE)
              MOVE CTA-ESTADO    TO WCC-ESTADO (WS-CANT-CTACTE)
              IF 88-CTA-ABIERTA
                 PERFORM 1023-MARCO-CASTIGADA
              END-IF
              IF CTA-ID-SUCURSAL NUMERIC
                 MOVE CTA-ID-SUCURSAL
                                 TO WCC-ID-SUCURSAL (WS-CANT-CTACTE)
              ELSE
                 MOVE 0          TO WCC-ID-SUCURSAL (WS-CANT-CTACTE)
              END-IF
           ELSE
              DISPLAY 'TABLA DE CTA CTE COMPLETA'
              PERFORM 3000-FINALIZO
       FIN-1022.
           EXIT.

       1023-MARCO-CASTIGADA.
      *---------------------

           PERFORM VARYING IDX-CASTIGADA FROM 1 BY 1
                     UNTIL IDX-CASTIGADA > WS-CANT-CASTIGADAS
              IF WKC-CLI-ID (IDX-CASTIGADA) = CTA-CLI-ID
                 AND WKC-NRO-FACTURA (IDX-CASTIGADA) = CTA-NRO-FACTURA
                 MOVE 'K'        TO WCC-ESTADO (WS-CANT-CTACTE)
                 ADD 1           TO WS-FACTURAS-CASTIGADAS
                 SET IDX-CASTIGADA TO WS-CANT-CASTIGADAS
              END-IF
           END-PERFORM.

       FIN-1023.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

              MOVE IMP-TOTAL     TO WCC-IMPORTE (WS-CANT-CTACTE)
              MOVE 0             TO WCC-PAGADO (WS-CANT-CTACTE)
              MOVE 'A'           TO WCC-ESTADO (WS-CANT-CTACTE)
              MOVE ID-SUCURSAL   TO WCC-ID-SUCURSAL (WS-CANT-CTACTE)
              ADD 1 TO WS-ALTAS-CTACTE
           ELSE
              DISPLAY 'TABLA DE CTA CTE COMPLETA'
      *------------------------------------------------------------
      * APLICA EL PAGO A LA FACTURA INFORMADA O, EN CERO, A LAS
      * FACTURAS ABIERTAS MAS ANTIGUAS DEL CLIENTE HASTA AGOTARLO.
      * UN SOBRANTE SIN FACTURA DONDE IMPUTAR SE AVISA POR CONSOLA,
      * SALVO QUE EL CLIENTE TENGA FACTURAS CASTIGADAS: ENTONCES SE
      * GRABA COMO RECUPERO SOBRE LA CASTIGADA MAS ANTIGUA.
      *------------------------------------------------------------
       2520-APLICO-UN-PAGO.
      *--------------------
              PERFORM UNTIL WS-RESTO-PAGO = 0
                 PERFORM 2540-BUSCO-MAS-VIEJA
                 IF WS-IDX-MAS-VIEJA = 0
                    PERFORM 2560-BUSCO-CASTIGADA
                    IF WS-IDX-CASTIGADA = 0
                       DISPLAY 'PAGO CON SOBRANTE SIN IMPUTAR - '
                               'CLIENTE: ' PCC-CLI-ID
                               ' RESTO: ' WS-RESTO-PAGO
                       MOVE 0 TO WS-RESTO-PAGO
                    ELSE
                       PERFORM 2570-GRABO-RECUPERO
                    END-IF
                 ELSE
                    PERFORM 2550-IMPUTO-EN-INDICE
                 END-IF
           END-PERFORM.

           IF WS-IDX-MAS-VIEJA = 0
              PERFORM 2560-BUSCO-CASTIGADA
           END-IF.

           IF WS-IDX-MAS-VIEJA = 0
              AND WS-IDX-CASTIGADA > 0
              PERFORM 2570-GRABO-RECUPERO
           END-IF.

           IF WS-IDX-MAS-VIEJA = 0
              AND WS-RESTO-PAGO > 0
              DISPLAY 'PAGO A FACTURA INEXISTENTE O CANCELADA - '
                      'CLIENTE: ' PCC-CLI-ID
                      ' FACTURA: ' PCC-NRO-FACTURA
              MOVE 0 TO WS-RESTO-PAGO
           END-IF.

           IF WS-IDX-MAS-VIEJA > 0
              PERFORM 2550-IMPUTO-EN-INDICE
              IF WS-RESTO-PAGO > 0
                 DISPLAY 'PAGO SUPERA EL SALDO DE LA FACTURA - '
       FIN-2550.
           EXIT.

      *------------------------------------------------------------
      * BUSCA UNA FACTURA CASTIGADA DEL CLIENTE: LA INFORMADA EN EL
      * PAGO O, SI VIENE EN CERO, LA DE VENCIMIENTO MAS ANTIGUO.
      *------------------------------------------------------------
       2560-BUSCO-CASTIGADA.
      *---------------------

           MOVE 0        TO WS-IDX-CASTIGADA.
           MOVE 99999999 TO WS-VTO-MAS-VIEJO.

           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                     UNTIL IDX-CTACTE > WS-CANT-CTACTE
              IF WCC-CLI-ID (IDX-CTACTE) = PCC-CLI-ID
                 AND WCC-ESTADO (IDX-CTACTE) = 'K'
                 AND (PCC-NRO-FACTURA = 0
                  OR WCC-NRO-FACTURA (IDX-CTACTE) = PCC-NRO-FACTURA)
                 AND WCC-FECHA-VTO (IDX-CTACTE) < WS-VTO-MAS-VIEJO
                 SET WS-IDX-CASTIGADA TO IDX-CTACTE
                 MOVE WCC-FECHA-VTO (IDX-CTACTE)
                   TO WS-VTO-MAS-VIEJO
              END-IF
           END-PERFORM.

       FIN-2560.
           EXIT.

      *------------------------------------------------------------
      * EL RESTO DEL PAGO NO SE IMPUTA A LA FACTURA CASTIGADA (SU
      * SALDO YA FUE DADO DE BAJA): VA ENTERO A LA COLA RECUPCC.
      *------------------------------------------------------------
       2570-GRABO-RECUPERO.
      *--------------------

           INITIALIZE REG-RECUPERO.
           SET 88-RCP-PAGO-CTACTE        TO TRUE.
           SET 88-RCP-CTACTE             TO TRUE.
           MOVE PCC-CLI-ID               TO RCP-CLI-ID.
           MOVE WCC-NRO-FACTURA (WS-IDX-CASTIGADA)
                                         TO RCP-NRO-FACTURA.
           MOVE WS-FECHA-PROCESO         TO RCP-FECHA.
           MOVE WS-RESTO-PAGO            TO RCP-IMPORTE.
           MOVE SPACES                   TO RCP-AGENCIA.
           MOVE 'CC'                     TO RCP-CANAL.

           WRITE REG-RECUPCC-FD FROM REG-RECUPERO.

           EVALUATE TRUE
               WHEN 88-FS-RECUPCC-OK
                    ADD 1             TO WS-GRABADOS-RECUPCC
                    ADD WS-RESTO-PAGO TO WS-ACUM-RECUPEROS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECUPCC FS: ' FS-RECUPCC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE 0 TO WS-RESTO-PAGO.

       FIN-2570.
           EXIT.

       4000-GRABO-MAESTRO-NUEVO.
      *-------------------------

              MOVE WCC-IMPORTE (IDX-CTACTE)       TO CTA-IMPORTE
              MOVE WCC-PAGADO (IDX-CTACTE)        TO CTA-PAGADO
              MOVE WCC-ESTADO (IDX-CTACTE)        TO CTA-ESTADO
              MOVE WCC-ID-SUCURSAL (IDX-CTACTE)   TO CTA-ID-SUCURSAL

              WRITE REG-CTANUE-FD FROM REG-CTACTE
              EVALUATE TRUE
                    DISPLAY 'ERROR CLOSE CLIHOLD FS: ' FS-CLIHOLD
           END-EVALUATE.

           CLOSE RECUPCC
           EVALUATE TRUE
               WHEN 88-FS-RECUPCC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECUPCC FS: ' FS-RECUPCC
           END-EVALUATE.

       FIN-3100.
           EXIT.

           MOVE WS-PAGOS-APLICADOS      TO WS-PAGOS-APLICADOS-ED.
           MOVE WS-GRABADOS-CTANUE      TO WS-GRABADOS-CTANUE-ED.
           MOVE WS-CLIENTES-EXCEDIDOS   TO WS-CLIENTES-EXCEDIDOS-ED.
           MOVE WS-FACTURAS-CASTIGADAS  TO WS-FACTURAS-CASTIGADAS-ED.
           MOVE WS-GRABADOS-RECUPCC     TO WS-GRABADOS-RECUPCC-ED.
           MOVE WS-ACUM-RECUPEROS       TO WS-ACUM-RECUPEROS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-GRABADOS-CTANUE-ED.
           DISPLAY 'CANT. CLIENTES EXCEDIDOS       : '
                                             WS-CLIENTES-EXCEDIDOS-ED.
           DISPLAY 'CANT. FACTURAS PASADAS A CASTIGO: '
                                            WS-FACTURAS-CASTIGADAS-ED.
           DISPLAY 'CANT. RECUPEROS A RECUPCC      : '
                                               WS-GRABADOS-RECUPCC-ED.
           DISPLAY 'IMPORTE RECUPEROS A RECUPCC    : '
                                               WS-ACUM-RECUPEROS-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
