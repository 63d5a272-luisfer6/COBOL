      *    LA COTIZACION DE LA FECHA (O LA ULTIMA DISPONIBLE).
      *  - COMERCIOS: LAS ORDENES DE PAGO DE LIQCOMER (ORDPAGO)
      *    EGRESAN A LOS DIAS DE PLAZO DE PAGO PACTADOS.
      *  - PROVEEDORES: LAS FACTURAS PENDIENTES DEL MAESTRO DE
      *    CUENTAS A PAGAR (FACPRVNUE, LO MANTIENE PGMFACPRV)
      *    EGRESAN A SU VENCIMIENTO; LAS VENCIDAS, MANIANA.
      * EMITE EN PROYECCION UNA PAGINA DE DETALLE POR FUENTE Y EL
      * RESUMEN DIA POR DIA CON LA POSICION ACUMULADA Y LOS CORTES
      * A 30 / 60 / 90 DIAS. LOS DIAS SE CUENTAN EN ANIO COMERCIAL
      * DE 360 DIAS (MES DE 30), SUFICIENTE PARA LA PROYECCION.
      * SALCIERRE, RESXDIA Y ORDPAGO SE VERIFICAN ANTES DE PROCESAR
      * (HEADER / TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO
      * TRUNCADO, DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ORDPAGO.

           SELECT FACPRV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACPRV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACPRV.

           SELECT COTIZA        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COTIZA
                                 ORGANIZATION IS LINE SEQUENTIAL
       FD  ORDPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDPAGO-FD                PIC X(110).

       FD  FACPRV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACPRV-FD                 PIC X(150).

       FD  COTIZA
           RECORDING MODE IS F
       77  WS-ARCH-SALCIERRE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-RESXDIA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ORDPAGO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACPRV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-COTIZA             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PROYECCION         PIC X(128) VALUE SPACES.

           88 88-FS-ORDPAGO-EOF                     VALUE '10'.
           88 88-FS-ORDPAGO-NOEXISTE                VALUE '35'.

       77  FS-FACPRV                     PIC  X(02) VALUE ' '.
           88 88-FS-FACPRV-OK                       VALUE '00'.
           88 88-FS-FACPRV-EOF                      VALUE '10'.
           88 88-FS-FACPRV-NOEXISTE                 VALUE '35'.

       77  FS-COTIZA                     PIC  X(02) VALUE ' '.
           88 88-FS-COTIZA-OK                       VALUE '00'.
           88 88-FS-COTIZA-EOF                      VALUE '10'.
              10 WDI-ING-TARJETAS        PIC S9(13)V99.
              10 WDI-ING-RECAUDACION     PIC S9(13)V99.
              10 WDI-EGR-COMERCIOS       PIC S9(13)V99.
              10 WDI-EGR-PROVEEDORES     PIC S9(13)V99.

      *------------------------------------------------------
      * COTIZACIONES PARA VALORIZAR MONEDAS DISTINTAS DE ARS
       77  WS-LEIDOS-SALCIERRE           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RESXDIA             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-ORDPAGO             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-FACPRV              PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PROYECCION        PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PROYECCION-ED     PIC  ZZZ.ZZZ.ZZ9.

       77  WS-NETO-DIA                   PIC S9(13)V99 VALUE 0.
       77  WS-POSICION                   PIC S9(13)V99 VALUE 0.
       77  WS-DIA-ED                     PIC  ZZ9.
       77  WS-IMP1-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP2-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP3-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP4-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP5-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP6-ED                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WCHEQUE.


       COPY WCOTIZA.

       COPY WFACPRV.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE SALCIERRE, RESXDIA Y ORDPAGO
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           PERFORM 2200-PROYECTO-TARJETAS.
           PERFORM 2300-PROYECTO-RECAUDACION.
           PERFORM 2400-PROYECTO-COMERCIOS.
           PERFORM 2500-PROYECTO-PROVEEDORES.

           PERFORM 4000-EMITO-PROYECCION.

                                   + WS-FECPRO-DD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1007-CONTROLO-SALCIERRE.
           PERFORM 1008-CONTROLO-RESXDIA.
           PERFORM 1009-CONTROLO-ORDPAGO.
           PERFORM 1010-ABRO-PROYECCION.
           PERFORM 1020-CARGO-COTIZAS.

              MOVE 0 TO WDI-ING-TARJETAS (IDX-DIA)
              MOVE 0 TO WDI-ING-RECAUDACION (IDX-DIA)
              MOVE 0 TO WDI-EGR-COMERCIOS (IDX-DIA)
              MOVE 0 TO WDI-EGR-PROVEEDORES (IDX-DIA)
           END-PERFORM.

       FIN-1000.
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ORDPAGO

           MOVE 'FACPRVNUE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACPRV

           MOVE 'COTIZA'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COTIZA
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
           MOVE 'PRYTESOR'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1007.
           EXIT.

      *------------------------------------------------------------
      * RESXDIA SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-RESXDIA.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RESXDIA'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-RESXDIA        TO UTLCTLARC-PATH.
           MOVE 'PRYTESOR'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'RESXDIA RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

      *------------------------------------------------------------
      * ORDPAGO SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1009-CONTROLO-ORDPAGO.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'ORDPAGO'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-ORDPAGO        TO UTLCTLARC-PATH.
           MOVE 'PRYTESOR'             TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'ORDPAGO RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1009.
           EXIT.

       1010-ABRO-PROYECCION.
      *---------------------


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

           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-RESXDIA-OK
                      OR (REG-RESXDIA-FD (1:7) NOT = 'HEADER '
                      AND REG-RESXDIA-FD (1:7) NOT = 'TRAILER')
               INITIALIZE RESUMEN-RECAUDACION-REG
               READ RESXDIA INTO RESUMEN-RECAUDACION-REG
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    ADD 1 TO WS-LEIDOS-RESXDIA

           READ ORDPAGO INTO REG-LIQCOM

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-ORDPAGO-OK
                      OR (REG-ORDPAGO-FD (1:7) NOT = 'HEADER '
                      AND REG-ORDPAGO-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-LIQCOM
               READ ORDPAGO INTO REG-LIQCOM
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-ORDPAGO-OK
                    ADD 1 TO WS-LEIDOS-ORDPAGO
       FIN-2420.
           EXIT.

      *------------------------------------------------------------
      * PROVEEDORES: CADA FACTURA PENDIENTE EGRESA SU TOTAL EL DIA
      * DE VENCIMIENTO. LAS YA VENCIDAS SE PROYECTAN PARA MANIANA.
      *------------------------------------------------------------
       2500-PROYECTO-PROVEEDORES.
      *--------------------------

           OPEN INPUT FACPRV.

           EVALUATE TRUE
               WHEN 88-FS-FACPRV-OK
                    PERFORM 2510-LEO-FACPRV
                    PERFORM UNTIL 88-FS-FACPRV-EOF
                       IF 88-FAC-PENDIENTE
                          PERFORM 2520-UBICO-FACTURA
                       END-IF
                       PERFORM 2510-LEO-FACPRV
                    END-PERFORM
                    CLOSE FACPRV

               WHEN 88-FS-FACPRV-NOEXISTE
                    DISPLAY 'ARCHIVO FACPRVNUE INEXISTENTE - '
                    DISPLAY 'PROYECCION SIN PAGOS A PROVEEDORES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACPRVNUE'
                    DISPLAY 'FILE STATUS' FS-FACPRV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-FACPRV.
      *----------------

           INITIALIZE REG-FACPRV.

           READ FACPRV INTO REG-FACPRV

           EVALUATE TRUE
               WHEN 88-FS-FACPRV-OK
                    ADD 1 TO WS-LEIDOS-FACPRV
               WHEN 88-FS-FACPRV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ FACPRVNUE FS: ' FS-FACPRV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2520-UBICO-FACTURA.
      *-------------------

           MOVE FAC-FECHA-VTO TO WS-FECHA-AUX.

           PERFORM 5000-CALCULO-DIA-INDICE.

           IF WS-DIA-INDICE < 1
              MOVE 1 TO WS-DIA-INDICE
           END-IF.

           IF WS-DIA-INDICE <= WCN-HORIZONTE
              ADD FAC-TOTAL
                TO WDI-EGR-PROVEEDORES (WS-DIA-INDICE)
           END-IF.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * DIA INDICE = DIAS COMERCIALES ENTRE LA FECHA AUXILIAR Y LA
      * FECHA DE PROCESO (1 = MANIANA).

           MOVE SPACES                   TO REG-PROYECCION-FD.
           MOVE 'DIA'                    TO REG-PROYECCION-FD (02:03).
           MOVE 'CHEQUES'                TO REG-PROYECCION-FD (18:07).
           MOVE 'TARJETAS'               TO REG-PROYECCION-FD (36:08).
           MOVE 'RECAUDACION'            TO REG-PROYECCION-FD (52:11).
           MOVE 'COMERCIOS'              TO REG-PROYECCION-FD (73:09).
           MOVE 'PROVEEDORES'            TO REG-PROYECCION-FD (90:11).
           MOVE 'POSICION'               TO REG-PROYECCION-FD (112:08).
           PERFORM 4100-WRITE-PROYECCION.

           MOVE 0 TO WS-POSICION.
           COMPUTE WS-NETO-DIA = WDI-ING-CHEQUES (IDX-DIA)
                               + WDI-ING-TARJETAS (IDX-DIA)
                               + WDI-ING-RECAUDACION (IDX-DIA)
                               - WDI-EGR-COMERCIOS (IDX-DIA)
                               - WDI-EGR-PROVEEDORES (IDX-DIA).
           ADD WS-NETO-DIA TO WS-POSICION.

           MOVE IDX-DIA                       TO WS-DIA-ED.
           MOVE WDI-ING-TARJETAS (IDX-DIA)    TO WS-IMP2-ED.
           MOVE WDI-ING-RECAUDACION (IDX-DIA) TO WS-IMP3-ED.
           MOVE WDI-EGR-COMERCIOS (IDX-DIA)   TO WS-IMP4-ED.
           MOVE WDI-EGR-PROVEEDORES (IDX-DIA) TO WS-IMP5-ED.
           MOVE WS-POSICION                   TO WS-IMP6-ED.

           MOVE SPACES                   TO REG-PROYECCION-FD.
           MOVE WS-DIA-ED                TO REG-PROYECCION-FD (02:03).
           MOVE WS-IMP1-ED               TO REG-PROYECCION-FD (07:18).
           MOVE WS-IMP2-ED               TO REG-PROYECCION-FD (26:18).
           MOVE WS-IMP3-ED               TO REG-PROYECCION-FD (45:18).
           MOVE WS-IMP4-ED               TO REG-PROYECCION-FD (64:18).
           MOVE WS-IMP5-ED               TO REG-PROYECCION-FD (83:18).
           MOVE WS-IMP6-ED               TO REG-PROYECCION-FD (102:18).

           IF IDX-DIA = 30 OR IDX-DIA = 60 OR IDX-DIA = 90
              MOVE '<=='                 TO REG-PROYECCION-FD (121:03)
           END-IF.

           PERFORM 4100-WRITE-PROYECCION.
                                               WS-LEIDOS-RESXDIA.
           DISPLAY 'CANT. ORDENES DE PAGO          : '
                                               WS-LEIDOS-ORDPAGO.
           DISPLAY 'CANT. FACTURAS DE PROVEEDORES  : '
                                               WS-LEIDOS-FACPRV.
           DISPLAY 'CANT. RENGLONES PROYECTADOS    : '
                                             WS-GRABADOS-PROYECCION-ED.
           DISPLAY '**************************************************'.
