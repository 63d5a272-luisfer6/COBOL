      *    MENSUAL O ANUAL EN SU MES)
      *  - LIQUIDA LA TARIFA DE REPOSICION 'R' POR CADA PLASTICO
      *    EMBOZADO POR PGMEMITAR EN EL CICLO (ARCHIVO EMBOZADO)
      *  - LIQUIDA LA TARIFA DE ADELANTO 'E' POR CADA ADELANTO EN
      *    EFECTIVO ACEPTADO EN EL CICLO (GASTOSOK DE PGMEDGTO CON
      *    GTO-CATEGORIA 'AE', VERIFICADO CON SU HEADER / TRAILER):
      *    MONTO FIJO O PORCENTAJE DEL IMPORTE DEL ADELANTO. EL
      *    CARGO SALE CON FEE-ORIGEN 'E' PARA LA SECCION DE
      *    ADELANTOS DEL ESTADO DE CUENTA
      *  - RESPETA LAS EXENCIONES NEGOCIADAS (WEXENTAR)
      *  - GRABA LOS CARGOS DEL CICLO EN FEECICLO (LOS FACTURA
      *    GENTARJETAS CON SU RENGLON PROPIO) Y EL RESUMEN DE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMBOZADO.

           SELECT GASTOSOK      ASSIGN       TO
                                 DYNAMIC WS-ARCH-GASTOSOK
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-GASTOSOK.

           SELECT FEECICLO      ASSIGN       TO
                                 DYNAMIC WS-ARCH-FEECICLO
                                 ORGANIZATION IS LINE SEQUENTIAL
       FD  TARIFAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARIFA-FD                 PIC X(60).

       FD  EXENTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMBOZADO-FD               PIC X(60).

       FD  GASTOSOK
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GASTOSOK-FD               PIC X(81).

       FD  FEECICLO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FEECICLO-FD               PIC X(53).

       FD  FEEREV
           RECORDING MODE IS F
       77  WS-ARCH-EXENTAR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALANT             PIC X(128) VALUE SPACES.
       77  WS-ARCH-EMBOZADO           PIC X(128) VALUE SPACES.
       77  WS-ARCH-GASTOSOK           PIC X(128) VALUE SPACES.
       77  WS-ARCH-FEECICLO           PIC X(128) VALUE SPACES.
       77  WS-ARCH-FEEREV             PIC X(128) VALUE SPACES.

           88 88-FS-EMBOZADO-EOF                    VALUE '10'.
           88 88-FS-EMBOZADO-NOEXISTE               VALUE '35'.

       77  FS-GASTOSOK                   PIC  X(02) VALUE ' '.
           88 88-FS-GASTOSOK-OK                     VALUE '00'.
           88 88-FS-GASTOSOK-EOF                    VALUE '10'.

       77  WS-HAY-GASTOSOK               PIC  X(01) VALUE 'N'.
       77  WS-LEIDOS-ADELANTOS           PIC  9(07) VALUE 0.

       77  FS-FEECICLO                   PIC  X(02) VALUE ' '.
           88 88-FS-FEECICLO-OK                     VALUE '00'.

      *------------------------------------------------------
       77  WCN-TOPE-TARIFAS              PIC  9(02) VALUE 50.
       77  WS-CANT-TARIFAS               PIC  9(02) VALUE 0.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-TARIFA-VIGENTE             PIC  X(01) VALUE 'N'.
           88 88-TARIFA-VIGENTE                     VALUE 'S'.
       01  WS-TABLA-TARIFAS.
           05 WS-TARIFA-TAB OCCURS 50 TIMES
                            INDEXED BY IDX-TARIFA.

       COPY WFEECICLO.

       COPY WGASTOS.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE GASTOSOK (UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------

           PERFORM 2500-CARGOS-REPOSICION.

           PERFORM 2600-CARGOS-ADELANTO THRU FIN-2600.

           PERFORM 4000-RESUMEN-RECAUDACION.

           MOVE 'S' TO WS-FIN-NORMAL.
           MOVE WS-FPR-MM TO WS-MM-PROCESO.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-GASTOSOK.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-TARIFAS.
           PERFORM 1030-CARGO-EXENCIONES.
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMBOZADO

           MOVE 'GASTOSOK'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-GASTOSOK

           MOVE 'FEECICLO'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FEECICLO
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * GASTOSOK (ADELANTOS DEL CICLO) SE VERIFICA COMPLETO ANTES DE
      * LIQUIDAR NADA: UN ARCHIVO RECHAZADO CANCELA LA CORRIDA (YA
      * QUEDO INFORMADO POR CANCELA) PARA NO PERDER CARGOS; SI NO
      * EXISTE EL CICLO NO TIENE CARGOS POR ADELANTO.
      *------------------------------------------------------------
       1008-CONTROLO-GASTOSOK.
      *-----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'GASTOSOK'           TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-GASTOSOK     TO UTLCTLARC-PATH.
           MOVE 'PGMCARGOS'          TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO     TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           EVALUATE TRUE
               WHEN 88-UTLCTLARC-OK
                    MOVE 'S' TO WS-HAY-GASTOSOK
               WHEN 88-UTLCTLARC-NO-EXISTE
                    MOVE 'N' TO WS-HAY-GASTOSOK
               WHEN OTHER
                    DISPLAY 'GASTOSOK RECHAZADO: ' UTLCTLARC-MSG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

               WHEN 88-FS-TARIFAS-OK
                    PERFORM 1021-LEO-TARIFA
                    PERFORM UNTIL 88-FS-TARIFAS-EOF
                       PERFORM 1022-VIGENCIA-TARIFA
                       IF 88-TARIFA-VIGENTE
                       AND WS-CANT-TARIFAS < WCN-TOPE-TARIFAS
                          ADD 1 TO WS-CANT-TARIFAS
                          MOVE TRF-COD
                            TO WTF-COD (WS-CANT-TARIFAS)
       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * EL MAESTRO TRAE TODAS LAS VERSIONES DE CADA TARIFA: SOLO SE
      * LIQUIDA LA VIGENTE A LA FECHA DE PROCESO (DESDE EN CERO O
      * BLANCO = DESDE SIEMPRE, HASTA EN CERO O BLANCO = ABIERTA).
      *------------------------------------------------------------
       1022-VIGENCIA-TARIFA.
      *---------------------

           IF TRF-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO TRF-VIG-DESDE
           END-IF.
           IF TRF-VIG-HASTA NOT NUMERIC OR TRF-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO TRF-VIG-HASTA
           END-IF.

           IF TRF-VIG-DESDE NOT > WS-FECHA-PROCESO
           AND TRF-VIG-HASTA NOT < WS-FECHA-PROCESO
              SET 88-TARIFA-VIGENTE     TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TARIFA-VIGENTE
           END-IF.

       FIN-1022.
           EXIT.

       1030-CARGO-EXENCIONES.
      *----------------------

      *-------------------

           IF WTF-PERIODICIDAD (WS-IDX-TARIFA) = 'R'
           OR WTF-PERIODICIDAD (WS-IDX-TARIFA) = 'E'
              GO TO FIN-2100
           END-IF.

           MOVE WTF-DESCRIPCION (WS-IDX-TARIFA)
                                          TO FEE-DESCRIPCION.
           MOVE WS-IMPORTE-CARGO          TO FEE-IMPORTE.
           IF WTF-PERIODICIDAD (WS-IDX-TARIFA) = 'E'
              MOVE 'E'                    TO FEE-ORIGEN
           END-IF.

           WRITE REG-FEECICLO-FD FROM REG-FEECICLO.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * TARIFA DE ADELANTO 'E': UN CARGO POR CADA ADELANTO EN
      * EFECTIVO ACEPTADO EN EL CICLO (GASTOSOK, GTO-CATEGORIA 'AE').
      * EL HEADER Y EL TRAILER DE CONTROL NO SON GASTOS.
      *------------------------------------------------------------
       2600-CARGOS-ADELANTO.
      *---------------------

           IF WS-HAY-GASTOSOK NOT = 'S'
              DISPLAY 'SIN GASTOSOK EN EL CICLO - '
              DISPLAY 'SIN CARGOS POR ADELANTO'
              GO TO FIN-2600
           END-IF.

           OPEN INPUT GASTOSOK.

           IF NOT 88-FS-GASTOSOK-OK
              DISPLAY 'ERROR EN OPEN GASTOSOK'
              DISPLAY 'FILE STATUS' FS-GASTOSOK
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2610-LEO-GASTOSOK.
           PERFORM UNTIL 88-FS-GASTOSOK-EOF
              IF 88-GTO-CAT-ADELANTO
                 ADD 1 TO WS-LEIDOS-ADELANTOS
                 MOVE GTO-NUM-TARJETA TO TAR-NRO-TARJETA
                 PERFORM VARYING WS-IDX-TARIFA FROM 1 BY 1
                          UNTIL WS-IDX-TARIFA > WS-CANT-TARIFAS
                    IF WTF-PERIODICIDAD (WS-IDX-TARIFA) = 'E'
                       PERFORM 2620-CARGO-ADELANTO THRU FIN-2620
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 2610-LEO-GASTOSOK
           END-PERFORM.

           CLOSE GASTOSOK.

       FIN-2600.
           EXIT.

       2610-LEO-GASTOSOK.
      *------------------

           INITIALIZE REG-GASTOS.
           READ GASTOSOK INTO REG-GASTOS.

           PERFORM UNTIL NOT 88-FS-GASTOSOK-OK
                   OR (REG-GASTOSOK-FD (1:7) NOT = 'HEADER '
                   AND REG-GASTOSOK-FD (1:7) NOT = 'TRAILER')
              INITIALIZE REG-GASTOS
              READ GASTOSOK INTO REG-GASTOS
           END-PERFORM.

           IF NOT 88-FS-GASTOSOK-OK
              AND NOT 88-FS-GASTOSOK-EOF
              DISPLAY 'ERROR EN READ GASTOSOK FS: ' FS-GASTOSOK
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2610.
           EXIT.

       2620-CARGO-ADELANTO.
      *--------------------

           PERFORM 2200-VERIFICO-EXENCION.
           IF WS-TARJETA-EXENTA = 'S'
              GO TO FIN-2620
           END-IF.

           IF WTF-MODO (WS-IDX-TARIFA) = 'M'
              MOVE WTF-MONTO (WS-IDX-TARIFA) TO WS-IMPORTE-CARGO
           ELSE
              COMPUTE WS-IMPORTE-CARGO ROUNDED =
                      GTO-MONTO
                    * WTF-PORCENTAJE (WS-IDX-TARIFA) / 100
           END-IF.
           IF WS-IMPORTE-CARGO = 0
              GO TO FIN-2620
           END-IF.

           PERFORM 2400-GRABO-CARGO.

       FIN-2620.
           EXIT.

      *------------------------------------------------------------
      * RESUMEN DE RECAUDACION POR CODIGO DE TARIFA
      *------------------------------------------------------------
           DISPLAY '**************************************************'.
           DISPLAY 'TARJETAS LEIDAS                : '
                                           WS-LEIDAS-TARJETAS.
           DISPLAY 'ADELANTOS EN EFECTIVO LEIDOS   : '
                                           WS-LEIDOS-ADELANTOS.
           DISPLAY 'CARGOS LIQUIDADOS              : '
                                           WS-GRABADOS-CARGOS.
           DISPLAY 'IMPORTE TOTAL LIQUIDADO        : '
