       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMMUESTRA.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MUESTREO ESTADISTICO PARA AUDITORIA INTERNA. POR CADA PEDIDO
      * DEL ARCHIVO MUESTPAR (VER WMUESTPAR.cpy) TOMA UNA POBLACION:
      *   GASTOS  : GASTOS DE TARJETAS (GASTOS)
      *   RECCORR : CORRECCIONES DE RECAUDACION (RECDIAR, ANULACIONES
      *             Y DEVOLUCIONES)
      *   VTADEV  : DEVOLUCIONES DE VENTAS (VENTAS TIPO 'C')
      *   CLIHIST : CAMBIOS AL MAESTRO DE CLIENTES (CLIHIST)
      * ACOTADA AL PERIODO PEDIDO, Y EXTRAE LA MUESTRA CON EL METODO
      * QUE FIJA AUDITORIA:
      *   A : ALEATORIO SIMPLE SIN REPOSICION (SELECCION SECUENCIAL,
      *       CADA REGISTRO ENTRA CON PROBABILIDAD FALTANTES/RESTANTES)
      *   S : SISTEMATICO, INTERVALO POBLACION/TAMANIO CON ARRANQUE
      *       ALEATORIO DENTRO DEL PRIMER INTERVALO
      *   M : UNIDAD MONETARIA, INTERVALO IMPORTE TOTAL/TAMANIO CON
      *       ARRANQUE ALEATORIO; EL ITEM QUE CONTIENE EL PESO
      *       SELECCIONADO ENTRA A LA MUESTRA
      * EL ALEATORIO ES UN GENERADOR CONGRUENCIAL (PARK-MILLER,
      * 16807 MOD 2**31-1) QUE ARRANCA DE LA SEMILLA DE AUDITORIA:
      * LA MISMA SEMILLA SOBRE LA MISMA POBLACION DA LA MISMA MUESTRA.
      * CADA POBLACION SE LEE DOS VECES: LA PRIMERA LA MIDE (CANTIDAD
      * E IMPORTE) Y ARMA LA DISTRIBUCION DEL PRIMER DIGITO DE LOS
      * IMPORTES; LA SEGUNDA EXTRAE. LOS ITEMS VAN AL ARCHIVO MUESTRA
      * (VER WMUESTRA.cpy) Y AL REPORTE RPTMUESTRA, QUE CIERRA CADA
      * PEDIDO CON LA PRUEBA DE BENFORD DEL PRIMER DIGITO (FRECUENCIA
      * OBSERVADA CONTRA ESPERADA, Z POR DIGITO, CHI-CUADRADO Y
      * DESVIO ABSOLUTO MEDIO) PARA SENIALAR POBLACIONES CON
      * APARIENCIA DE MANIPULACION. LOS NUMEROS DE TARJETA SALEN
      * ENMASCARADOS (VER UTLMASK).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

           SELECT MUESTPAR      ASSIGN       TO
                                 DYNAMIC WS-ARCH-MUESTPAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MUESTPAR.

           SELECT GASTOS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-GASTOS
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS SEQUENTIAL
                                 RECORD KEY   IS REG-ID-GASTO-KEY-FD
                                 ALTERNATE KEY   REG-NUM-TARJETA-KEY2-FD
                                                   WITH DUPLICATES
                                 FILE STATUS  IS FS-GASTOS.

           SELECT RECDIAR       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECDIAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECDIAR.

           SELECT VENTAS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENTAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENTAS.

           SELECT CLIHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIHIST.

           SELECT MUESTRA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MUESTRA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MUESTRA.

           SELECT RPTMUESTRA    ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTMUESTRA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTMUESTRA.

       DATA DIVISION.

       FILE SECTION.

       FD  MUESTPAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MUESTPAR-FD               PIC X(80).

       FD  GASTOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GASTOS-FD.
           03 REG-ID-GASTO-KEY-FD        PIC  9(03).
           03 FILLER                     PIC  X(02).
           03 REG-NUM-TARJETA-KEY2-FD    PIC  X(19).
           03 FILLER                     PIC  X(57).

       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  RECAUDACION-FD                PIC X(59).

       FD  VENTAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENTAS-FD                 PIC X(100).

       FD  CLIHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIHIST-FD                PIC X(148).

       FD  MUESTRA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MUESTRA-FD                PIC X(230).

       FD  RPTMUESTRA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTMUESTRA-FD             PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-MUESTPAR           PIC X(128) VALUE SPACES.
       77  WS-ARCH-GASTOS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECDIAR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENTAS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-MUESTRA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTMUESTRA         PIC X(128) VALUE SPACES.

       77  FS-MUESTPAR                   PIC  X(02) VALUE ' '.
           88 88-FS-MUESTPAR-OK                     VALUE '00'.
           88 88-FS-MUESTPAR-EOF                    VALUE '10'.
           88 88-FS-MUESTPAR-NOEXISTE               VALUE '35'.

       77  FS-GASTOS                     PIC  X(02) VALUE ' '.
           88 88-FS-GASTOS-OK                       VALUE '00'.
           88 88-FS-GASTOS-EOF                      VALUE '10'.
           88 88-FS-GASTOS-NOEXISTE                 VALUE '35'.

       77  FS-RECDIAR                    PIC  X(02) VALUE ' '.
           88 88-FS-RECDIAR-OK                      VALUE '00'.
           88 88-FS-RECDIAR-EOF                     VALUE '10'.
           88 88-FS-RECDIAR-NOEXISTE                VALUE '35'.

       77  FS-VENTAS                     PIC  X(02) VALUE ' '.
           88 88-FS-VENTAS-OK                       VALUE '00'.
           88 88-FS-VENTAS-EOF                      VALUE '10'.
           88 88-FS-VENTAS-NOEXISTE                 VALUE '35'.

       77  FS-CLIHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-CLIHIST-OK                      VALUE '00'.
           88 88-FS-CLIHIST-EOF                     VALUE '10'.
           88 88-FS-CLIHIST-NOEXISTE                VALUE '35'.

       77  FS-MUESTRA                    PIC  X(02) VALUE ' '.
           88 88-FS-MUESTRA-OK                      VALUE '00'.

       77  FS-RPTMUESTRA                 PIC  X(02) VALUE ' '.
           88 88-FS-RPTMUESTRA-OK                   VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       01  WS-FECHA-AUX.
           05 WS-FECAUX-AAAA             PIC  9(04).
           05 WS-FECAUX-MM               PIC  9(02).
           05 WS-FECAUX-DD               PIC  9(02).

      *------------------------------------------------------
      * POBLACION EN CURSO. CADA LECTURA DEJA EL REGISTRO
      * NORMALIZADO: SI ENTRA EN LA POBLACION, SU FECHA, SU
      * IMPORTE, LA IMAGEN PARA MUESTRA Y EL DETALLE PARA EL
      * REPORTE.
      *------------------------------------------------------
       77  WS-FIN-POBLACION              PIC  X(01) VALUE 'N'.
           88 88-FIN-POBLACION                      VALUE 'S'.
       77  WS-POBLACION-EXISTE           PIC  X(01) VALUE 'N'.
           88 88-POBLACION-EXISTE                   VALUE 'S'.
       77  WS-ELEGIBLE                   PIC  X(01) VALUE 'N'.
           88 88-ELEGIBLE                           VALUE 'S'.
       77  WS-NRO-REGISTRO               PIC  9(09) VALUE 0.
       77  WS-FECHA-REG                  PIC  9(08) VALUE 0.
       77  WS-IMPORTE-REG                PIC  9(11)V99 VALUE 0.
       77  WS-IMAGEN-REG                 PIC  X(150) VALUE SPACES.
       77  WS-DETALLE-REG                PIC  X(78) VALUE SPACES.
       77  WS-NUMERO-ED                  PIC  9(10).
       77  WS-CAJERO-ED                  PIC  9(03).
       77  WS-RECIBO-ED                  PIC  9(08).
       77  WS-SUCURSAL-ED                PIC  9(04).
       77  WS-COMERCIO-ED                PIC  9(05).

      *------------------------------------------------------
      * MEDICION DE LA POBLACION (PRIMERA PASADA)
      *------------------------------------------------------
       77  WS-LEIDOS-POBLACION           PIC  9(09) VALUE 0.
       77  WS-CANT-POBLACION             PIC  9(09) VALUE 0.
       77  WS-IMPORTE-POBLACION          PIC  9(13)V99 VALUE 0.

      *------------------------------------------------------
      * EXTRACCION (SEGUNDA PASADA)
      *   WS-TAMANIO       ITEMS (O EXTRACCIONES) A TOMAR
      *   WS-ORDEN         REGISTROS ELEGIBLES YA RECORRIDOS
      *   WS-CANT-ITEMS    ITEMS DISTINTOS YA SELECCIONADOS
      *   WS-INTERVALO     N/n EN 'S', IMPORTE/n EN 'M'
      *   WS-PUNTO         PROXIMA POSICION O PESO A SELECCIONAR
      *   WS-ACUM-IMPORTE  IMPORTE ACUMULADO AL FIN DEL REGISTRO
      *------------------------------------------------------
       77  WS-TAMANIO                    PIC  9(05) VALUE 0.
       77  WS-CENSO                      PIC  X(01) VALUE 'N'.
           88 88-CENSO                              VALUE 'S'.
       77  WS-ORDEN                      PIC  9(09) VALUE 0.
       77  WS-CANT-ITEMS                 PIC  9(05) VALUE 0.
       77  WS-CANT-EXTRACCIONES          PIC  9(05) VALUE 0.
       77  WS-ACIERTOS                   PIC  9(03) VALUE 0.
       77  WS-INTERVALO                  PIC  9(13)V9(06) VALUE 0.
       77  WS-PUNTO                      PIC  9(13)V9(06) VALUE 0.
       77  WS-ARRANQUE                   PIC  9(13)V9(06) VALUE 0.
       77  WS-ACUM-IMPORTE               PIC  9(13)V99 VALUE 0.
       77  WS-UMBRAL                     PIC  9(09)V9(09) VALUE 0.
       77  WS-FALTANTES                  PIC  9(09) VALUE 0.
       77  WS-RESTANTES                  PIC  9(09) VALUE 0.

      *------------------------------------------------------
      * GENERADOR ALEATORIO PARK-MILLER: X = 16807 * X MOD M,
      * CON M = 2**31 - 1. EL UNIFORME ES X / M EN (0,1).
      *------------------------------------------------------
       77  WCN-MULTIPLICADOR             PIC  9(05) VALUE 16807.
       77  WCN-MODULO                    PIC  9(10) VALUE 2147483647.
       77  WS-ALEAT-X                    PIC  9(10) VALUE 0.
       77  WS-ALEAT-PRODUCTO             PIC  9(15) VALUE 0.
       77  WS-ALEAT-COCIENTE             PIC  9(15) VALUE 0.
       77  WS-ALEAT-U                    PIC  9V9(09) VALUE 0.

      *------------------------------------------------------
      * PRUEBA DE BENFORD DEL PRIMER DIGITO. PROPORCION
      * ESPERADA LOG10(1 + 1/D). UMBRALES DEL DESVIO ABSOLUTO
      * MEDIO (MAD) PARA PRIMER DIGITO: 0,006 CERCANA / 0,012
      * ACEPTABLE / 0,015 MARGINAL / MAS, NO CONFORMIDAD.
      * CHI-CUADRADO CRITICO CON 8 GRADOS DE LIBERTAD AL 5%:
      * 15,507. Z CRITICO AL 5%: 1,96. POR DEBAJO DE
      * WCN-MIN-BENFORD IMPORTES LA PRUEBA ES SOLO ORIENTATIVA.
      *------------------------------------------------------
       01  WCN-BENFORD.
           05 FILLER                     PIC  9V9(05) VALUE 0,30103.
           05 FILLER                     PIC  9V9(05) VALUE 0,17609.
           05 FILLER                     PIC  9V9(05) VALUE 0,12494.
           05 FILLER                     PIC  9V9(05) VALUE 0,09691.
           05 FILLER                     PIC  9V9(05) VALUE 0,07918.
           05 FILLER                     PIC  9V9(05) VALUE 0,06695.
           05 FILLER                     PIC  9V9(05) VALUE 0,05799.
           05 FILLER                     PIC  9V9(05) VALUE 0,05115.
           05 FILLER                     PIC  9V9(05) VALUE 0,04576.
       01  WCN-BENFORD-R REDEFINES WCN-BENFORD.
           05 WBF-ESPERADA OCCURS 9 TIMES PIC 9V9(05).

       77  WCN-MAD-CERCANA               PIC  9V9(05) VALUE 0,00600.
       77  WCN-MAD-ACEPTABLE             PIC  9V9(05) VALUE 0,01200.
       77  WCN-MAD-MARGINAL              PIC  9V9(05) VALUE 0,01500.
       77  WCN-CHI-CRITICO               PIC  9(03)V999 VALUE 15,507.
       77  WCN-Z-CRITICO                 PIC  9V99 VALUE 1,96.
       77  WCN-MIN-BENFORD               PIC  9(05) VALUE 300.

       01  WS-TABLA-DIGITOS.
           05 WS-DIGITO-CANT OCCURS 9 TIMES PIC 9(09).
       77  IDX-DIGITO                    PIC  9(02) VALUE 0.
       77  WS-CANT-BENFORD               PIC  9(09) VALUE 0.
       77  WS-BEN-IMPORTE                PIC  9(11)V99 VALUE 0.
       77  WS-BEN-IMPORTE-X REDEFINES WS-BEN-IMPORTE
                                         PIC  X(13).
       77  WS-BEN-CEROS                  PIC  9(02) VALUE 0.
       77  WS-BEN-OBSERVADA              PIC  9V9(05) VALUE 0.
       77  WS-BEN-DESVIO                 PIC  S9V9(05) VALUE 0.
       77  WS-BEN-DESVIO-ABS             PIC  9V9(05) VALUE 0.
       77  WS-BEN-ESPERADOS              PIC  9(09)V9(04) VALUE 0.
       77  WS-BEN-DOBLE-N                PIC  9(10) VALUE 0.
       77  WS-BEN-CORRECCION             PIC  9V9(09) VALUE 0.
       77  WS-BEN-Z                      PIC  S9(05)V99 VALUE 0.
       77  WS-BEN-CHI                    PIC  9(09)V999 VALUE 0.
       77  WS-BEN-SUMA-DESVIO            PIC  9(02)V9(05) VALUE 0.
       77  WS-BEN-MAD                    PIC  9V9(05) VALUE 0.
       77  WS-BEN-DIGITOS-Z              PIC  9(01) VALUE 0.

      *------------------------------------------------------
      * VALIDACION DEL PEDIDO
      *------------------------------------------------------
       77  WS-PEDIDO-VALIDO              PIC  X(01) VALUE 'S'.
           88 88-PEDIDO-VALIDO                      VALUE 'S'.
       77  WS-MOTIVO-RECHAZO             PIC  X(60) VALUE SPACES.
       77  WS-DESCRIP-POBLACION          PIC  X(40) VALUE SPACES.
       77  WS-DESCRIP-METODO             PIC  X(40) VALUE SPACES.

      *------------------------------------------------------
      * CONTADORES
      *------------------------------------------------------
       77  WS-LEIDOS-MUESTPAR            PIC  9(09) VALUE 0.
       77  WS-PEDIDOS-PROCESADOS         PIC  9(09) VALUE 0.
       77  WS-PEDIDOS-RECHAZADOS         PIC  9(09) VALUE 0.
       77  WS-LEIDOS-TOTAL               PIC  9(09) VALUE 0.
       77  WS-GRABADOS-MUESTRA           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTMUESTRA        PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-CANT-ED                    PIC  Z.ZZZ.ZZZ.ZZ9.
       77  WS-ITEM-ED                    PIC  ZZZZ9.
       77  WS-REGISTRO-ED                PIC  ZZZZZZZZ9.
       77  WS-ACIERTOS-ED                PIC  ZZ9.
       77  WS-SEMILLA-ED                 PIC  Z(09)9.
       77  WS-FECHA-ED                   PIC  9999/99/99.
       77  WS-IMPORTE-ED                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-IMPORTE-TOT-ED             PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-INTERVALO-ED               PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,9999.
       77  WS-PROPORCION-ED              PIC  9,99999.
       77  WS-DESVIO-ED                  PIC  -9,99999.
       77  WS-Z-ED                       PIC  -ZZZZ9,99.
       77  WS-CHI-ED                     PIC  ZZZ.ZZZ.ZZ9,999.

       COPY WMUESTPAR.

       COPY WMUESTRA.

       COPY WGASTOS.

       COPY WRECAUDACION.

       COPY WVENTAS.

       COPY WCLIHIST.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA (VER UTLMASK)
      *------------------------------------------------------
       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM UNTIL 88-FS-MUESTPAR-EOF
              PERFORM 2000-PROCESO-PEDIDO THRU FIN-2000
              PERFORM 1020-LEO-MUESTPAR
           END-PERFORM.

           MOVE 'PEDIDOS PROCESADOS:'    TO REG-RPTMUESTRA-FD (01:19).
           MOVE WS-PEDIDOS-PROCESADOS    TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (21:13).
           MOVE 'RECHAZADOS:'            TO REG-RPTMUESTRA-FD (37:11).
           MOVE WS-PEDIDOS-RECHAZADOS    TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (49:13).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'S' TO WS-FIN-NORMAL.

           PERFORM 3000-FINALIZO.

           GOBACK.

       1000-INICIO.
      *-------------

      *    MARCA DE ARRANQUE PARA LA DURACION DEL JOB EN EL
      *    CONTROL DE CORRIDAS (VER RUNCTL / RPTBATTRD).
           INITIALIZE WRUNCTL.
           SET 88-RUNCTL-MARCA-INICIO TO TRUE.
           CALL 'RUNCTL' USING WRUNCTL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.

           MOVE SPACES                   TO REG-RPTMUESTRA-FD.
           MOVE 'MUESTREO ESTADISTICO PARA AUDITORIA INTERNA -'
                                         TO REG-RPTMUESTRA-FD (01:46).
           MOVE 'FECHA DE PROCESO'       TO REG-RPTMUESTRA-FD (48:16).
           MOVE WS-FECHA-PROCESO         TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTMUESTRA-FD (65:10).
           PERFORM 4600-WRITE-RPTMUESTRA.
           PERFORM 4600-WRITE-RPTMUESTRA.

           PERFORM 1020-LEO-MUESTPAR.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'MUESTPAR'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MUESTPAR

           MOVE 'GASTOS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-GASTOS

           MOVE 'RECDIAR'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECDIAR

           MOVE 'VENTAS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENTAS

           MOVE 'CLIHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIHIST

           MOVE 'MUESTRA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MUESTRA

           MOVE 'RPTMUESTRA'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTMUESTRA.

       FIN-1005.
           EXIT.

       1006-RESUELVO-UN-ARCHIVO.
      *-------------------------

           CALL 'UTLPATH' USING WUTLPATH

           IF NOT 88-WUTLPATH-OK
              DISPLAY 'ERROR DE ARRANQUE - ARCHIVO SIN PATH: '
                      WUTLPATH-LOGICO
              DISPLAY WUTLPATH-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              GOBACK
           END-IF.

       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * SIN PEDIDOS DE AUDITORIA NO HAY NADA QUE MUESTREAR: LA
      * SEMILLA Y EL TAMANIO NO SE SUPONEN NUNCA.
      *------------------------------------------------------------
       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT MUESTPAR

           EVALUATE TRUE
               WHEN 88-FS-MUESTPAR-OK
                    CONTINUE
               WHEN 88-FS-MUESTPAR-NOEXISTE
                    DISPLAY 'ARCHIVO MUESTPAR INEXISTENTE - '
                    DISPLAY 'AUDITORIA NO PIDIO MUESTRAS'
                    PERFORM 3000-FINALIZO
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MUESTPAR'
                    DISPLAY 'FILE STATUS' FS-MUESTPAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           OPEN OUTPUT MUESTRA

           EVALUATE TRUE
               WHEN 88-FS-MUESTRA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MUESTRA'
                    DISPLAY 'FILE STATUS' FS-MUESTRA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           OPEN OUTPUT RPTMUESTRA

           EVALUATE TRUE
               WHEN 88-FS-RPTMUESTRA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTMUESTRA'
                    DISPLAY 'FILE STATUS' FS-RPTMUESTRA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-LEO-MUESTPAR.
      *------------------

           MOVE SPACES TO REG-MUESTPAR.

           READ MUESTPAR INTO REG-MUESTPAR

           EVALUATE TRUE
               WHEN 88-FS-MUESTPAR-OK
                    ADD 1 TO WS-LEIDOS-MUESTPAR
               WHEN 88-FS-MUESTPAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MUESTPAR FS: ' FS-MUESTPAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

      *------------------------------------------------------------
      * UN PEDIDO: SE VALIDA, SE MIDE LA POBLACION, SE EXTRAE LA
      * MUESTRA Y SE CORRE LA PRUEBA DE BENFORD.
      *------------------------------------------------------------
       2000-PROCESO-PEDIDO.
      *--------------------

           PERFORM 2010-VALIDO-PEDIDO THRU FIN-2010.

           PERFORM 4000-ENCABEZADO-PEDIDO.

           IF NOT 88-PEDIDO-VALIDO
              ADD 1                      TO WS-PEDIDOS-RECHAZADOS
              MOVE '  PEDIDO RECHAZADO:' TO REG-RPTMUESTRA-FD (01:19)
              MOVE WS-MOTIVO-RECHAZO     TO REG-RPTMUESTRA-FD (21:60)
              PERFORM 4600-WRITE-RPTMUESTRA
              PERFORM 4600-WRITE-RPTMUESTRA
              GO TO FIN-2000
           END-IF.

           ADD 1                         TO WS-PEDIDOS-PROCESADOS.

           PERFORM 2100-MIDO-POBLACION THRU FIN-2100.

           IF NOT 88-POBLACION-EXISTE
              MOVE '  (SIN ARCHIVO DE LA POBLACION)'
                                         TO REG-RPTMUESTRA-FD (01:31)
              PERFORM 4600-WRITE-RPTMUESTRA
              PERFORM 4600-WRITE-RPTMUESTRA
              GO TO FIN-2000
           END-IF.

           PERFORM 4100-MEDIDA-POBLACION.

           IF WS-CANT-POBLACION = 0
              MOVE '  POBLACION VACIA EN EL PERIODO: SIN MUESTRA'
                                         TO REG-RPTMUESTRA-FD (01:44)
              PERFORM 4600-WRITE-RPTMUESTRA
              PERFORM 4600-WRITE-RPTMUESTRA
              GO TO FIN-2000
           END-IF.

           IF 88-MUP-MONETARIO
           AND WS-IMPORTE-POBLACION = 0
              MOVE '  POBLACION SIN IMPORTE: NO ADMITE UNIDAD MONETARIA'
                                         TO REG-RPTMUESTRA-FD (01:51)
              PERFORM 4600-WRITE-RPTMUESTRA
           ELSE
              PERFORM 2200-PREPARO-METODO
              PERFORM 2300-EXTRAIGO-MUESTRA
              PERFORM 4300-PIE-MUESTRA
           END-IF.

           PERFORM 2500-PRUEBA-BENFORD THRU FIN-2500.

           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-2000.
           EXIT.

       2010-VALIDO-PEDIDO.
      *-------------------

           MOVE 'S'                      TO WS-PEDIDO-VALIDO.
           MOVE SPACES                   TO WS-MOTIVO-RECHAZO.
           MOVE SPACES                   TO WS-DESCRIP-POBLACION.
           MOVE SPACES                   TO WS-DESCRIP-METODO.

           EVALUATE TRUE
               WHEN 88-MUP-GASTOS
                    MOVE 'GASTOS DE TARJETAS (GASTOS)'
                                         TO WS-DESCRIP-POBLACION
               WHEN 88-MUP-RECCORR
                    MOVE 'CORRECCIONES DE RECAUDACION (RECDIAR)'
                                         TO WS-DESCRIP-POBLACION
               WHEN 88-MUP-VTADEV
                    MOVE 'DEVOLUCIONES DE VENTAS (VENTAS)'
                                         TO WS-DESCRIP-POBLACION
               WHEN 88-MUP-CLIHIST
                    MOVE 'CAMBIOS AL MAESTRO DE CLIENTES (CLIHIST)'
                                         TO WS-DESCRIP-POBLACION
               WHEN OTHER
                    MOVE 'POBLACION DESCONOCIDA' TO WS-MOTIVO-RECHAZO
                    GO TO FIN-2010-RECHAZO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-MUP-ALEATORIO
                    MOVE 'ALEATORIO SIMPLE SIN REPOSICION'
                                         TO WS-DESCRIP-METODO
               WHEN 88-MUP-SISTEMATICO
                    MOVE 'SISTEMATICO CON ARRANQUE ALEATORIO'
                                         TO WS-DESCRIP-METODO
               WHEN 88-MUP-MONETARIO
                    MOVE 'UNIDAD MONETARIA'
                                         TO WS-DESCRIP-METODO
               WHEN OTHER
                    MOVE 'METODO DESCONOCIDO (A / S / M)'
                                         TO WS-MOTIVO-RECHAZO
                    GO TO FIN-2010-RECHAZO
           END-EVALUATE.

           IF 88-MUP-MONETARIO
           AND 88-MUP-CLIHIST
              MOVE 'CLIHIST NO TIENE IMPORTE: SIN UNIDAD MONETARIA'
                                         TO WS-MOTIVO-RECHAZO
              GO TO FIN-2010-RECHAZO
           END-IF.

           IF MUP-TAMANIO NOT NUMERIC
           OR MUP-TAMANIO = 0
              MOVE 'TAMANIO DE MUESTRA INVALIDO' TO WS-MOTIVO-RECHAZO
              GO TO FIN-2010-RECHAZO
           END-IF.

           IF MUP-SEMILLA NOT NUMERIC
           OR MUP-SEMILLA = 0
           OR MUP-SEMILLA NOT < WCN-MODULO
              MOVE 'SEMILLA INVALIDA (1 A 2147483646)'
                                         TO WS-MOTIVO-RECHAZO
              GO TO FIN-2010-RECHAZO
           END-IF.

           IF MUP-FECHA-DESDE NOT NUMERIC
           OR MUP-FECHA-HASTA NOT NUMERIC
              MOVE 'PERIODO INVALIDO'    TO WS-MOTIVO-RECHAZO
              GO TO FIN-2010-RECHAZO
           END-IF.

           IF MUP-FECHA-HASTA > 0
           AND MUP-FECHA-DESDE > MUP-FECHA-HASTA
              MOVE 'FECHA DESDE POSTERIOR A FECHA HASTA'
                                         TO WS-MOTIVO-RECHAZO
              GO TO FIN-2010-RECHAZO
           END-IF.

           GO TO FIN-2010.

       FIN-2010-RECHAZO.
           MOVE 'N'                      TO WS-PEDIDO-VALIDO.

       FIN-2010.
           EXIT.

      *------------------------------------------------------------
      * PRIMERA PASADA: CANTIDAD, IMPORTE Y PRIMER DIGITO DE LA
      * POBLACION DEL PERIODO.
      *------------------------------------------------------------
       2100-MIDO-POBLACION.
      *--------------------

           MOVE 0                        TO WS-LEIDOS-POBLACION.
           MOVE 0                        TO WS-CANT-POBLACION.
           MOVE 0                        TO WS-IMPORTE-POBLACION.
           MOVE 0                        TO WS-CANT-BENFORD.
           INITIALIZE WS-TABLA-DIGITOS.

           PERFORM 2110-ABRO-POBLACION.

           IF NOT 88-POBLACION-EXISTE
              GO TO FIN-2100
           END-IF.

           PERFORM 2120-LEO-POBLACION THRU FIN-2120.
           PERFORM UNTIL 88-FIN-POBLACION
              IF 88-ELEGIBLE
                 ADD 1                   TO WS-CANT-POBLACION
                 ADD WS-IMPORTE-REG      TO WS-IMPORTE-POBLACION
                 PERFORM 2150-PRIMER-DIGITO THRU FIN-2150
              END-IF
              PERFORM 2120-LEO-POBLACION THRU FIN-2120
           END-PERFORM.

           MOVE WS-NRO-REGISTRO          TO WS-LEIDOS-POBLACION.
           ADD WS-NRO-REGISTRO           TO WS-LEIDOS-TOTAL.

           PERFORM 2190-CIERRO-POBLACION.

       FIN-2100.
           EXIT.

       2110-ABRO-POBLACION.
      *--------------------

           MOVE 'N'                      TO WS-FIN-POBLACION.
           MOVE 'S'                      TO WS-POBLACION-EXISTE.
           MOVE 0                        TO WS-NRO-REGISTRO.

           EVALUATE TRUE
               WHEN 88-MUP-GASTOS
                    OPEN INPUT GASTOS
                    MOVE FS-GASTOS       TO FS-MUESTRA
               WHEN 88-MUP-RECCORR
                    OPEN INPUT RECDIAR
                    MOVE FS-RECDIAR      TO FS-MUESTRA
               WHEN 88-MUP-VTADEV
                    OPEN INPUT VENTAS
                    MOVE FS-VENTAS       TO FS-MUESTRA
               WHEN 88-MUP-CLIHIST
                    OPEN INPUT CLIHIST
                    MOVE FS-CLIHIST      TO FS-MUESTRA
           END-EVALUATE.

      *    FS-MUESTRA SOLO PRESTA EL CODIGO DE LA APERTURA; EL
      *    ARCHIVO MUESTRA YA ESTA ABIERTO Y NO SE TOCA.
           EVALUATE FS-MUESTRA
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N'             TO WS-POBLACION-EXISTE
                    MOVE 'S'             TO WS-FIN-POBLACION
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DE LA POBLACION '
                            MUP-POBLACION
                    DISPLAY 'FILE STATUS' FS-MUESTRA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE '00'                     TO FS-MUESTRA.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * LEE EL SIGUIENTE REGISTRO DE LA POBLACION Y LO NORMALIZA.
      * WS-NRO-REGISTRO CUENTA TODOS LOS REGISTROS DEL ARCHIVO,
      * ENTREN O NO A LA POBLACION.
      *------------------------------------------------------------
       2120-LEO-POBLACION.
      *-------------------

           MOVE 'N'                      TO WS-ELEGIBLE.
           MOVE 0                        TO WS-FECHA-REG.
           MOVE 0                        TO WS-IMPORTE-REG.

           EVALUATE TRUE
               WHEN 88-MUP-GASTOS
                    PERFORM 2130-LEO-GASTO THRU FIN-2130
               WHEN 88-MUP-RECCORR
                    PERFORM 2131-LEO-RECDIAR THRU FIN-2131
               WHEN 88-MUP-VTADEV
                    PERFORM 2132-LEO-VENTA THRU FIN-2132
               WHEN 88-MUP-CLIHIST
                    PERFORM 2133-LEO-CLIHIST THRU FIN-2133
           END-EVALUATE.

           IF 88-FIN-POBLACION
              GO TO FIN-2120
           END-IF.

           ADD 1                         TO WS-NRO-REGISTRO.

           IF NOT 88-ELEGIBLE
              GO TO FIN-2120
           END-IF.

           IF MUP-FECHA-DESDE > 0
           AND WS-FECHA-REG < MUP-FECHA-DESDE
              MOVE 'N'                   TO WS-ELEGIBLE
           END-IF.

           IF MUP-FECHA-HASTA > 0
           AND WS-FECHA-REG > MUP-FECHA-HASTA
              MOVE 'N'                   TO WS-ELEGIBLE
           END-IF.

       FIN-2120.
           EXIT.

       2130-LEO-GASTO.
      *---------------

           MOVE SPACES TO REG-GASTOS.

           READ GASTOS NEXT RECORD INTO REG-GASTOS

           EVALUATE TRUE
               WHEN 88-FS-GASTOS-OK
                    CONTINUE
               WHEN 88-FS-GASTOS-EOF
                    MOVE 'S'             TO WS-FIN-POBLACION
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GASTOS FS: ' FS-GASTOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-FIN-POBLACION
              GO TO FIN-2130
           END-IF.

           MOVE 'S'                      TO WS-ELEGIBLE.
           IF FEC-AAAA NUMERIC AND FEC-MM NUMERIC AND FEC-DD NUMERIC
              MOVE FEC-AAAA              TO WS-FECAUX-AAAA
              MOVE FEC-MM                TO WS-FECAUX-MM
              MOVE FEC-DD                TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-REG
           END-IF.
           IF GTO-MONTO NUMERIC
              MOVE GTO-MONTO             TO WS-IMPORTE-REG
           END-IF.

      *    EL NUMERO DE TARJETA SALE ENMASCARADO EN EL REPORTE Y EN
      *    LA IMAGEN DEL REGISTRO.
           INITIALIZE WUTLMASK.
           SET 88-UTLMASK-TARJETA        TO TRUE.
           MOVE GTO-NUM-TARJETA          TO UTLMASK-TARJETA.
           CALL 'UTLMASK' USING WUTLMASK.

           MOVE REG-GASTOS               TO WS-IMAGEN-REG.
           MOVE UTLMASK-TARJETA-MASC     TO WS-IMAGEN-REG (06:19).

           MOVE SPACES                   TO WS-DETALLE-REG.
           MOVE GTO-COMERCIO             TO WS-COMERCIO-ED.
           STRING 'TARJETA ' UTLMASK-TARJETA-MASC
                  ' COMERCIO ' WS-COMERCIO-ED
                  ' CATEGORIA ' GTO-CATEGORIA
                  ' CUOTA ' GTO-NUM-CUOTA '/' GTO-TOT-CUOTAS
                  DELIMITED BY SIZE
             INTO WS-DETALLE-REG
           END-STRING.

       FIN-2130.
           EXIT.

       2131-LEO-RECDIAR.
      *-----------------

           MOVE SPACES TO RECAUDACION-REG.

           READ RECDIAR INTO RECAUDACION-REG

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    CONTINUE
               WHEN 88-FS-RECDIAR-EOF
                    MOVE 'S'             TO WS-FIN-POBLACION
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECDIAR FS: ' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *    SOLO LAS CORRECCIONES (ANULACIONES Y DEVOLUCIONES)
           IF 88-FIN-POBLACION
           OR NOT 88-REC-CORRECCION
              GO TO FIN-2131
           END-IF.

           MOVE 'S'                      TO WS-ELEGIBLE.
           IF FECHA-RECAUDACION (1:4) NUMERIC
           AND FECHA-RECAUDACION (6:2) NUMERIC
           AND FECHA-RECAUDACION (9:2) NUMERIC
              MOVE FECHA-RECAUDACION (1:4) TO WS-FECAUX-AAAA
              MOVE FECHA-RECAUDACION (6:2) TO WS-FECAUX-MM
              MOVE FECHA-RECAUDACION (9:2) TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-REG
           END-IF.
           IF IMPORTE NUMERIC
              MOVE IMPORTE               TO WS-IMPORTE-REG
           END-IF.

           MOVE RECAUDACION-REG          TO WS-IMAGEN-REG.

           MOVE SPACES                   TO WS-DETALLE-REG.
           MOVE COD-CAJERO               TO WS-CAJERO-ED.
           MOVE REC-NRO-RECIBO           TO WS-RECIBO-ED.
           STRING 'CAJA ' WS-CAJERO-ED
                  ' TURNO ' REC-TURNO
                  ' RECIBO ' WS-RECIBO-ED
                  ' TIPO ' REC-TIPO-MOV
                  ' CONCEPTO ' CONCEPTO-RECAUDACION
                  ' AUTORIZO ' REC-AUTORIZANTE
                  DELIMITED BY SIZE
             INTO WS-DETALLE-REG
           END-STRING.

       FIN-2131.
           EXIT.

       2132-LEO-VENTA.
      *---------------

           MOVE SPACES TO REG-VENTAS.

           READ VENTAS INTO REG-VENTAS

           EVALUATE TRUE
               WHEN 88-FS-VENTAS-OK
                    CONTINUE
               WHEN 88-FS-VENTAS-EOF
                    MOVE 'S'             TO WS-FIN-POBLACION
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENTAS FS: ' FS-VENTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *    SOLO LAS DEVOLUCIONES
           IF 88-FIN-POBLACION
           OR NOT 88-VTA-DEVOLUCION
              GO TO FIN-2132
           END-IF.

           MOVE 'S'                      TO WS-ELEGIBLE.
           IF FECHA-VENTA (1:4) NUMERIC
           AND FECHA-VENTA (6:2) NUMERIC
           AND FECHA-VENTA (9:2) NUMERIC
              MOVE FECHA-VENTA (1:4)     TO WS-FECAUX-AAAA
              MOVE FECHA-VENTA (6:2)     TO WS-FECAUX-MM
              MOVE FECHA-VENTA (9:2)     TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-REG
           END-IF.
           IF IMP-TOTAL NUMERIC
              MOVE IMP-TOTAL             TO WS-IMPORTE-REG
           END-IF.

           MOVE REG-VENTAS               TO WS-IMAGEN-REG.

           MOVE SPACES                   TO WS-DETALLE-REG.
           MOVE VTA-NRO-VENTA            TO WS-RECIBO-ED.
           MOVE ID-SUCURSAL              TO WS-SUCURSAL-ED.
           STRING 'VENTA ' WS-RECIBO-ED
                  ' SUCURSAL ' WS-SUCURSAL-ED
                  ' VENDEDOR ' ID-VENDEDOR
                  ' CLIENTE ' ID-CLIENTE
                  DELIMITED BY SIZE
             INTO WS-DETALLE-REG
           END-STRING.

       FIN-2132.
           EXIT.

       2133-LEO-CLIHIST.
      *-----------------

           MOVE SPACES TO REG-CLIHIST.

           READ CLIHIST INTO REG-CLIHIST

           EVALUATE TRUE
               WHEN 88-FS-CLIHIST-OK
                    CONTINUE
               WHEN 88-FS-CLIHIST-EOF
                    MOVE 'S'             TO WS-FIN-POBLACION
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIHIST FS: ' FS-CLIHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-FIN-POBLACION
              GO TO FIN-2133
           END-IF.

      *    LOS CAMBIOS NO TIENEN IMPORTE: QUEDA EN CERO
           MOVE 'S'                      TO WS-ELEGIBLE.
           IF CLIHIST-FECHA-AAAA NUMERIC
           AND CLIHIST-FECHA-MM NUMERIC
           AND CLIHIST-FECHA-DD NUMERIC
              MOVE CLIHIST-FECHA-AAAA    TO WS-FECAUX-AAAA
              MOVE CLIHIST-FECHA-MM      TO WS-FECAUX-MM
              MOVE CLIHIST-FECHA-DD      TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-REG
           END-IF.

           MOVE REG-CLIHIST              TO WS-IMAGEN-REG.

           MOVE SPACES                   TO WS-DETALLE-REG.
           MOVE CLIHIST-CLI-ID           TO WS-NUMERO-ED.
           STRING 'CLIENTE ' WS-NUMERO-ED
                  ' NOVEDAD ' CLIHIST-NOVEDAD-SEQ
                  ' ' CLIHIST-COD-NOVEDAD
                  ' CAMPO ' CLIHIST-COD-CAMPO
                  ' USUARIO ' CLIHIST-USUARIO
                  DELIMITED BY SIZE
             INTO WS-DETALLE-REG
           END-STRING.

       FIN-2133.
           EXIT.

      *------------------------------------------------------------
      * PRIMER DIGITO SIGNIFICATIVO DEL IMPORTE (LOS IMPORTES EN
      * CERO NO ENTRAN A LA PRUEBA).
      *------------------------------------------------------------
       2150-PRIMER-DIGITO.
      *-------------------

           IF WS-IMPORTE-REG = 0
              GO TO FIN-2150
           END-IF.

           MOVE WS-IMPORTE-REG           TO WS-BEN-IMPORTE.
           MOVE 0                        TO WS-BEN-CEROS.
           INSPECT WS-BEN-IMPORTE-X TALLYING WS-BEN-CEROS
                                    FOR LEADING '0'.
           MOVE WS-BEN-IMPORTE-X (WS-BEN-CEROS + 1:1)
                                         TO IDX-DIGITO.

           ADD 1                         TO WS-DIGITO-CANT (IDX-DIGITO).
           ADD 1                         TO WS-CANT-BENFORD.

       FIN-2150.
           EXIT.

       2190-CIERRO-POBLACION.
      *----------------------

           EVALUATE TRUE
               WHEN 88-MUP-GASTOS
                    CLOSE GASTOS
               WHEN 88-MUP-RECCORR
                    CLOSE RECDIAR
               WHEN 88-MUP-VTADEV
                    CLOSE VENTAS
               WHEN 88-MUP-CLIHIST
                    CLOSE CLIHIST
           END-EVALUATE.

       FIN-2190.
           EXIT.

      *------------------------------------------------------------
      * EL GENERADOR ARRANCA DE LA SEMILLA DEL PEDIDO. UN TAMANIO
      * IGUAL O MAYOR A LA POBLACION ES UN CENSO (EN UNIDAD
      * MONETARIA NO: AHI EL TAMANIO SON EXTRACCIONES DE PESOS).
      *------------------------------------------------------------
       2200-PREPARO-METODO.
      *--------------------

           MOVE MUP-SEMILLA              TO WS-ALEAT-X.
           MOVE MUP-TAMANIO              TO WS-TAMANIO.
           MOVE 'N'                      TO WS-CENSO.
           MOVE 0                        TO WS-INTERVALO.
           MOVE 0                        TO WS-ARRANQUE.

           IF NOT 88-MUP-MONETARIO
           AND WS-TAMANIO NOT < WS-CANT-POBLACION
              MOVE WS-CANT-POBLACION     TO WS-TAMANIO
              MOVE 'S'                   TO WS-CENSO
           END-IF.

           EVALUATE TRUE
               WHEN 88-MUP-SISTEMATICO
                    COMPUTE WS-INTERVALO =
                            WS-CANT-POBLACION / WS-TAMANIO
                    PERFORM 2900-PROXIMO-ALEATORIO
                    COMPUTE WS-ARRANQUE = WS-ALEAT-U * WS-INTERVALO
               WHEN 88-MUP-MONETARIO
                    COMPUTE WS-INTERVALO =
                            WS-IMPORTE-POBLACION / WS-TAMANIO
                    PERFORM 2900-PROXIMO-ALEATORIO
                    COMPUTE WS-ARRANQUE = WS-ALEAT-U * WS-INTERVALO
           END-EVALUATE.

           MOVE WS-ARRANQUE              TO WS-PUNTO.

           PERFORM 4200-DETALLE-METODO.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * SEGUNDA PASADA: LA MISMA LECTURA QUE LA PRIMERA, AHORA
      * DECIDIENDO SI CADA REGISTRO ELEGIBLE ENTRA A LA MUESTRA.
      *------------------------------------------------------------
       2300-EXTRAIGO-MUESTRA.
      *----------------------

           MOVE 0                        TO WS-ORDEN.
           MOVE 0                        TO WS-CANT-ITEMS.
           MOVE 0                        TO WS-CANT-EXTRACCIONES.
           MOVE 0                        TO WS-ACUM-IMPORTE.

           PERFORM 2110-ABRO-POBLACION.

           PERFORM 2120-LEO-POBLACION THRU FIN-2120.
           PERFORM UNTIL 88-FIN-POBLACION
              IF 88-ELEGIBLE
                 PERFORM 2310-EVALUO-REGISTRO THRU FIN-2310
              END-IF
              PERFORM 2120-LEO-POBLACION THRU FIN-2120
           END-PERFORM.

           PERFORM 2190-CIERRO-POBLACION.

       FIN-2300.
           EXIT.

       2310-EVALUO-REGISTRO.
      *---------------------

           ADD 1                         TO WS-ORDEN.
           MOVE 0                        TO WS-ACIERTOS.

           IF 88-CENSO
              MOVE 1                     TO WS-ACIERTOS
              GO TO FIN-2310-SELECCION
           END-IF.

           EVALUATE TRUE

      *        SELECCION SECUENCIAL: ENTRA CON PROBABILIDAD
      *        (ITEMS QUE FALTAN) / (REGISTROS QUE QUEDAN)
               WHEN 88-MUP-ALEATORIO
                    IF WS-CANT-ITEMS < WS-TAMANIO
                       PERFORM 2900-PROXIMO-ALEATORIO
                       COMPUTE WS-RESTANTES =
                               WS-CANT-POBLACION - WS-ORDEN + 1
                       COMPUTE WS-UMBRAL = WS-ALEAT-U * WS-RESTANTES
                       COMPUTE WS-FALTANTES =
                               WS-TAMANIO - WS-CANT-ITEMS
                       IF WS-UMBRAL < WS-FALTANTES
                          MOVE 1         TO WS-ACIERTOS
                       END-IF
                    END-IF

      *        EL REGISTRO N OCUPA LA POSICION [N-1, N): ENTRA SI
      *        EL PUNTO EN CURSO CAE ADENTRO
               WHEN 88-MUP-SISTEMATICO
                    IF WS-PUNTO < WS-ORDEN
                    AND WS-CANT-ITEMS < WS-TAMANIO
                       MOVE 1            TO WS-ACIERTOS
                       ADD WS-INTERVALO  TO WS-PUNTO
                    END-IF

      *        EL REGISTRO OCUPA LOS PESOS [ACUMULADO ANTERIOR,
      *        ACUMULADO): CADA PUNTO QUE CAE ADENTRO ES UNA
      *        EXTRACCION
               WHEN 88-MUP-MONETARIO
                    ADD WS-IMPORTE-REG   TO WS-ACUM-IMPORTE
                    PERFORM UNTIL WS-PUNTO NOT < WS-ACUM-IMPORTE
                               OR WS-CANT-EXTRACCIONES
                                  NOT < WS-TAMANIO
                       ADD 1             TO WS-ACIERTOS
                       ADD 1             TO WS-CANT-EXTRACCIONES
                       ADD WS-INTERVALO  TO WS-PUNTO
                    END-PERFORM
           END-EVALUATE.

           IF WS-ACIERTOS = 0
              GO TO FIN-2310
           END-IF.

       FIN-2310-SELECCION.
           ADD 1                         TO WS-CANT-ITEMS.
           IF NOT 88-MUP-MONETARIO
              ADD 1                      TO WS-CANT-EXTRACCIONES
           END-IF.
           PERFORM 2320-GRABO-ITEM.

       FIN-2310.
           EXIT.

       2320-GRABO-ITEM.
      *----------------

           MOVE SPACES                   TO REG-MUESTRA.
           INITIALIZE REG-MUESTRA.
           MOVE MUP-POBLACION            TO MUE-POBLACION.
           MOVE MUP-METODO               TO MUE-METODO.
           MOVE MUP-SEMILLA              TO MUE-SEMILLA.
           MOVE MUP-REFERENCIA           TO MUE-REFERENCIA.
           MOVE WS-CANT-ITEMS            TO MUE-NRO-ITEM.
           MOVE WS-NRO-REGISTRO          TO MUE-NRO-REGISTRO.
           MOVE WS-FECHA-REG             TO MUE-FECHA.
           MOVE WS-IMPORTE-REG           TO MUE-IMPORTE.
           MOVE WS-ACIERTOS              TO MUE-ACIERTOS.
           MOVE WS-IMAGEN-REG            TO MUE-REGISTRO.

           WRITE REG-MUESTRA-FD FROM REG-MUESTRA.

           EVALUATE TRUE
               WHEN 88-FS-MUESTRA-OK
                    ADD 1 TO WS-GRABADOS-MUESTRA
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE MUESTRA FS: ' FS-MUESTRA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE WS-CANT-ITEMS            TO WS-ITEM-ED.
           MOVE WS-ITEM-ED               TO REG-RPTMUESTRA-FD (01:05).
           MOVE WS-NRO-REGISTRO          TO WS-REGISTRO-ED.
           MOVE WS-REGISTRO-ED           TO REG-RPTMUESTRA-FD (08:09).
           MOVE WS-FECHA-REG             TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTMUESTRA-FD (19:10).
           MOVE WS-IMPORTE-REG           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTMUESTRA-FD (31:17).
           MOVE WS-ACIERTOS              TO WS-ACIERTOS-ED.
           MOVE WS-ACIERTOS-ED           TO REG-RPTMUESTRA-FD (50:03).
           MOVE WS-DETALLE-REG           TO REG-RPTMUESTRA-FD (56:78).
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-2320.
           EXIT.

      *------------------------------------------------------------
      * PRUEBA DE BENFORD DEL PRIMER DIGITO SOBRE TODA LA
      * POBLACION DEL PERIODO (NO SOBRE LA MUESTRA).
      *   Z POR DIGITO CON CORRECCION DE CONTINUIDAD:
      *     (|PO - PE| - 1/(2N)) / RAIZ(PE * (1 - PE) / N)
      *   CHI-CUADRADO: SUMA DE (OBS - ESP)**2 / ESP
      *   MAD: PROMEDIO DE |PO - PE| DE LOS 9 DIGITOS
      *------------------------------------------------------------
       2500-PRUEBA-BENFORD.
      *--------------------

           PERFORM 4600-WRITE-RPTMUESTRA.
           MOVE '  PRUEBA DE BENFORD DEL PRIMER DIGITO DE LOS IMPORTES'
                                         TO REG-RPTMUESTRA-FD (01:53).
           PERFORM 4600-WRITE-RPTMUESTRA.

           IF 88-MUP-CLIHIST
              MOVE '  NO APLICA: LA POBLACION NO TIENE IMPORTES'
                                         TO REG-RPTMUESTRA-FD (01:43)
              PERFORM 4600-WRITE-RPTMUESTRA
              GO TO FIN-2500
           END-IF.

           IF WS-CANT-BENFORD = 0
              MOVE '  SIN IMPORTES DISTINTOS DE CERO EN LA POBLACION'
                                         TO REG-RPTMUESTRA-FD (01:48)
              PERFORM 4600-WRITE-RPTMUESTRA
              GO TO FIN-2500
           END-IF.

           MOVE '  DIGITO'               TO REG-RPTMUESTRA-FD (01:08).
           MOVE 'CANTIDAD'               TO REG-RPTMUESTRA-FD (14:08).
           MOVE 'OBSERVADA'              TO REG-RPTMUESTRA-FD (25:09).
           MOVE 'ESPERADA'               TO REG-RPTMUESTRA-FD (36:08).
           MOVE 'DESVIO'                 TO REG-RPTMUESTRA-FD (47:06).
           MOVE 'Z'                      TO REG-RPTMUESTRA-FD (62:01).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 0                        TO WS-BEN-CHI.
           MOVE 0                        TO WS-BEN-SUMA-DESVIO.
           MOVE 0                        TO WS-BEN-DIGITOS-Z.
           COMPUTE WS-BEN-DOBLE-N = WS-CANT-BENFORD * 2.
           COMPUTE WS-BEN-CORRECCION ROUNDED = 1 / WS-BEN-DOBLE-N.

           PERFORM VARYING IDX-DIGITO FROM 1 BY 1
                     UNTIL IDX-DIGITO > 9
              PERFORM 2510-DIGITO-BENFORD
           END-PERFORM.

           COMPUTE WS-BEN-MAD ROUNDED = WS-BEN-SUMA-DESVIO / 9.

           PERFORM 4600-WRITE-RPTMUESTRA.
           MOVE '  IMPORTES EN LA PRUEBA:'
                                         TO REG-RPTMUESTRA-FD (01:24).
           MOVE WS-CANT-BENFORD          TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (26:13).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE '  CHI-CUADRADO (8 G.L.):'
                                         TO REG-RPTMUESTRA-FD (01:24).
           MOVE WS-BEN-CHI               TO WS-CHI-ED.
           MOVE WS-CHI-ED                TO REG-RPTMUESTRA-FD (26:15).
           IF WS-BEN-CHI > WCN-CHI-CRITICO
              MOVE 'SUPERA EL CRITICO 15,507 (5%)'
                                         TO REG-RPTMUESTRA-FD (43:29)
           ELSE
              MOVE 'NO SUPERA EL CRITICO 15,507 (5%)'
                                         TO REG-RPTMUESTRA-FD (43:32)
           END-IF.
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE '  DESVIO ABSOLUTO MEDIO:'
                                         TO REG-RPTMUESTRA-FD (01:24).
           MOVE WS-BEN-MAD               TO WS-PROPORCION-ED.
           MOVE WS-PROPORCION-ED         TO REG-RPTMUESTRA-FD (26:07).
           EVALUATE TRUE
               WHEN WS-BEN-MAD NOT > WCN-MAD-CERCANA
                    MOVE 'CONFORMIDAD CERCANA'
                                         TO REG-RPTMUESTRA-FD (43:19)
               WHEN WS-BEN-MAD NOT > WCN-MAD-ACEPTABLE
                    MOVE 'CONFORMIDAD ACEPTABLE'
                                         TO REG-RPTMUESTRA-FD (43:21)
               WHEN WS-BEN-MAD NOT > WCN-MAD-MARGINAL
                    MOVE 'CONFORMIDAD MARGINAL'
                                         TO REG-RPTMUESTRA-FD (43:20)
               WHEN OTHER
                    MOVE 'NO CONFORMIDAD - REVISAR LA POBLACION'
                                         TO REG-RPTMUESTRA-FD (43:37)
           END-EVALUATE.
           PERFORM 4600-WRITE-RPTMUESTRA.

           IF WS-BEN-DIGITOS-Z > 0
              MOVE '  DIGITOS CON DESVIO SIGNIFICATIVO (Z > 1,96):'
                                         TO REG-RPTMUESTRA-FD (01:46)
              MOVE WS-BEN-DIGITOS-Z      TO REG-RPTMUESTRA-FD (48:01)
              MOVE '(MARCADOS CON *)'    TO REG-RPTMUESTRA-FD (50:16)
              PERFORM 4600-WRITE-RPTMUESTRA
           END-IF.

           IF WS-CANT-BENFORD < WCN-MIN-BENFORD
              MOVE '  POBLACION CHICA PARA LA PRUEBA: RESULTADO SOLO'
                                         TO REG-RPTMUESTRA-FD (01:48)
              MOVE 'ORIENTATIVO'         TO REG-RPTMUESTRA-FD (50:11)
              PERFORM 4600-WRITE-RPTMUESTRA
           END-IF.

       FIN-2500.
           EXIT.

       2510-DIGITO-BENFORD.
      *--------------------

           COMPUTE WS-BEN-OBSERVADA ROUNDED =
                   WS-DIGITO-CANT (IDX-DIGITO) / WS-CANT-BENFORD.
           COMPUTE WS-BEN-DESVIO =
                   WS-BEN-OBSERVADA - WBF-ESPERADA (IDX-DIGITO).
           IF WS-BEN-DESVIO < 0
              COMPUTE WS-BEN-DESVIO-ABS = 0 - WS-BEN-DESVIO
           ELSE
              MOVE WS-BEN-DESVIO         TO WS-BEN-DESVIO-ABS
           END-IF.
           ADD WS-BEN-DESVIO-ABS         TO WS-BEN-SUMA-DESVIO.

           COMPUTE WS-BEN-ESPERADOS =
                   WS-CANT-BENFORD * WBF-ESPERADA (IDX-DIGITO).
           COMPUTE WS-BEN-CHI ROUNDED = WS-BEN-CHI
                 + (WS-DIGITO-CANT (IDX-DIGITO) - WS-BEN-ESPERADOS)
                 * (WS-DIGITO-CANT (IDX-DIGITO) - WS-BEN-ESPERADOS)
                 / WS-BEN-ESPERADOS.

           COMPUTE WS-BEN-Z ROUNDED =
                   (WS-BEN-DESVIO-ABS - WS-BEN-CORRECCION)
                 / FUNCTION SQRT (WBF-ESPERADA (IDX-DIGITO)
                                * (1 - WBF-ESPERADA (IDX-DIGITO))
                                / WS-CANT-BENFORD).
           IF WS-BEN-Z < 0
              MOVE 0                     TO WS-BEN-Z
           END-IF.

           MOVE IDX-DIGITO (2:1)         TO REG-RPTMUESTRA-FD (05:01).
           MOVE WS-DIGITO-CANT (IDX-DIGITO) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (09:13).
           MOVE WS-BEN-OBSERVADA         TO WS-PROPORCION-ED.
           MOVE WS-PROPORCION-ED         TO REG-RPTMUESTRA-FD (27:07).
           MOVE WBF-ESPERADA (IDX-DIGITO) TO WS-PROPORCION-ED.
           MOVE WS-PROPORCION-ED         TO REG-RPTMUESTRA-FD (37:07).
           MOVE WS-BEN-DESVIO            TO WS-DESVIO-ED.
           MOVE WS-DESVIO-ED             TO REG-RPTMUESTRA-FD (45:08).
           MOVE WS-BEN-Z                 TO WS-Z-ED.
           MOVE WS-Z-ED                  TO REG-RPTMUESTRA-FD (55:09).
           IF WS-BEN-Z > WCN-Z-CRITICO
              MOVE '*'                   TO REG-RPTMUESTRA-FD (65:01)
              ADD 1                      TO WS-BEN-DIGITOS-Z
           END-IF.
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-2510.
           EXIT.

      *------------------------------------------------------------
      * GENERADOR PARK-MILLER: X = 16807 * X MOD (2**31 - 1);
      * EL PRODUCTO ENTRA HOLGADO EN 15 DIGITOS.
      *------------------------------------------------------------
       2900-PROXIMO-ALEATORIO.
      *-----------------------

           COMPUTE WS-ALEAT-PRODUCTO = WS-ALEAT-X * WCN-MULTIPLICADOR.
           DIVIDE WS-ALEAT-PRODUCTO BY WCN-MODULO
              GIVING WS-ALEAT-COCIENTE
              REMAINDER WS-ALEAT-X.
           COMPUTE WS-ALEAT-U = WS-ALEAT-X / WCN-MODULO.

       FIN-2900.
           EXIT.

       4000-ENCABEZADO-PEDIDO.
      *-----------------------

           MOVE ALL '-'                  TO REG-RPTMUESTRA-FD (01:133).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'PEDIDO'                 TO REG-RPTMUESTRA-FD (01:06).
           MOVE WS-LEIDOS-MUESTPAR       TO WS-ITEM-ED.
           MOVE WS-ITEM-ED               TO REG-RPTMUESTRA-FD (08:05).
           MOVE 'REFERENCIA'             TO REG-RPTMUESTRA-FD (15:10).
           MOVE MUP-REFERENCIA           TO REG-RPTMUESTRA-FD (26:20).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'POBLACION :'            TO REG-RPTMUESTRA-FD (01:11).
           MOVE MUP-POBLACION            TO REG-RPTMUESTRA-FD (13:08).
           MOVE WS-DESCRIP-POBLACION     TO REG-RPTMUESTRA-FD (22:40).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'METODO    :'            TO REG-RPTMUESTRA-FD (01:11).
           MOVE MUP-METODO               TO REG-RPTMUESTRA-FD (13:01).
           MOVE WS-DESCRIP-METODO        TO REG-RPTMUESTRA-FD (22:40).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'TAMANIO   :'            TO REG-RPTMUESTRA-FD (01:11).
           IF MUP-TAMANIO NUMERIC
              MOVE MUP-TAMANIO           TO WS-ITEM-ED
              MOVE WS-ITEM-ED            TO REG-RPTMUESTRA-FD (13:05)
           ELSE
              MOVE MUP-TAMANIO           TO REG-RPTMUESTRA-FD (13:05)
           END-IF.
           MOVE 'SEMILLA:'               TO REG-RPTMUESTRA-FD (22:08).
           IF MUP-SEMILLA NUMERIC
              MOVE MUP-SEMILLA           TO WS-SEMILLA-ED
              MOVE WS-SEMILLA-ED         TO REG-RPTMUESTRA-FD (31:10)
           ELSE
              MOVE MUP-SEMILLA           TO REG-RPTMUESTRA-FD (31:10)
           END-IF.
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'PERIODO   :'            TO REG-RPTMUESTRA-FD (01:11).
           IF MUP-FECHA-DESDE NUMERIC
           AND MUP-FECHA-DESDE > 0
              MOVE MUP-FECHA-DESDE       TO WS-FECHA-ED
              MOVE WS-FECHA-ED           TO REG-RPTMUESTRA-FD (13:10)
           ELSE
              MOVE 'SIN LIMITE'          TO REG-RPTMUESTRA-FD (13:10)
           END-IF.
           MOVE 'AL'                     TO REG-RPTMUESTRA-FD (24:02).
           IF MUP-FECHA-HASTA NUMERIC
           AND MUP-FECHA-HASTA > 0
              MOVE MUP-FECHA-HASTA       TO WS-FECHA-ED
              MOVE WS-FECHA-ED           TO REG-RPTMUESTRA-FD (27:10)
           ELSE
              MOVE 'SIN LIMITE'          TO REG-RPTMUESTRA-FD (27:10)
           END-IF.
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-4000.
           EXIT.

       4100-MEDIDA-POBLACION.
      *----------------------

           MOVE 'REGISTROS LEIDOS      :' TO REG-RPTMUESTRA-FD (01:24).
           MOVE WS-LEIDOS-POBLACION      TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (26:13).
           PERFORM 4600-WRITE-RPTMUESTRA.

           MOVE 'POBLACION DEL PERIODO :' TO REG-RPTMUESTRA-FD (01:24).
           MOVE WS-CANT-POBLACION        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (26:13).
           MOVE 'IMPORTE TOTAL:'         TO REG-RPTMUESTRA-FD (42:14).
           MOVE WS-IMPORTE-POBLACION     TO WS-IMPORTE-TOT-ED.
           MOVE WS-IMPORTE-TOT-ED        TO REG-RPTMUESTRA-FD (57:21).
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-4100.
           EXIT.

       4200-DETALLE-METODO.
      *--------------------

           EVALUATE TRUE
               WHEN 88-CENSO
                    MOVE 'TAMANIO MAYOR O IGUAL A LA POBLACION:'
                                         TO REG-RPTMUESTRA-FD (01:37)
                    MOVE 'SE TOMA COMPLETA'
                                         TO REG-RPTMUESTRA-FD (39:16)
                    PERFORM 4600-WRITE-RPTMUESTRA
               WHEN 88-MUP-SISTEMATICO
                    MOVE 'INTERVALO (REGISTROS) :'
                                         TO REG-RPTMUESTRA-FD (01:23)
                    MOVE WS-INTERVALO    TO WS-INTERVALO-ED
                    MOVE WS-INTERVALO-ED TO REG-RPTMUESTRA-FD (26:26)
                    PERFORM 4600-WRITE-RPTMUESTRA
                    MOVE 'ARRANQUE ALEATORIO    :'
                                         TO REG-RPTMUESTRA-FD (01:23)
                    MOVE WS-ARRANQUE     TO WS-INTERVALO-ED
                    MOVE WS-INTERVALO-ED TO REG-RPTMUESTRA-FD (26:26)
                    PERFORM 4600-WRITE-RPTMUESTRA
               WHEN 88-MUP-MONETARIO
                    MOVE 'INTERVALO (PESOS)     :'
                                         TO REG-RPTMUESTRA-FD (01:23)
                    MOVE WS-INTERVALO    TO WS-INTERVALO-ED
                    MOVE WS-INTERVALO-ED TO REG-RPTMUESTRA-FD (26:26)
                    PERFORM 4600-WRITE-RPTMUESTRA
                    MOVE 'ARRANQUE ALEATORIO    :'
                                         TO REG-RPTMUESTRA-FD (01:23)
                    MOVE WS-ARRANQUE     TO WS-INTERVALO-ED
                    MOVE WS-INTERVALO-ED TO REG-RPTMUESTRA-FD (26:26)
                    PERFORM 4600-WRITE-RPTMUESTRA
           END-EVALUATE.

           PERFORM 4600-WRITE-RPTMUESTRA.
           MOVE 'ITEM'                   TO REG-RPTMUESTRA-FD (02:04).
           MOVE 'REGISTRO'               TO REG-RPTMUESTRA-FD (09:08).
           MOVE 'FECHA'                  TO REG-RPTMUESTRA-FD (19:05).
           MOVE 'IMPORTE'                TO REG-RPTMUESTRA-FD (41:07).
           MOVE 'EXT'                    TO REG-RPTMUESTRA-FD (50:03).
           MOVE 'DETALLE'                TO REG-RPTMUESTRA-FD (56:07).
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-4200.
           EXIT.

       4300-PIE-MUESTRA.
      *-----------------

           PERFORM 4600-WRITE-RPTMUESTRA.
           MOVE 'ITEMS SELECCIONADOS   :' TO REG-RPTMUESTRA-FD (01:23).
           MOVE WS-CANT-ITEMS            TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTMUESTRA-FD (26:13).
           IF 88-MUP-MONETARIO
              MOVE 'EXTRACCIONES:'       TO REG-RPTMUESTRA-FD (42:13)
              MOVE WS-CANT-EXTRACCIONES  TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-RPTMUESTRA-FD (56:13)
              IF WS-CANT-ITEMS < WS-CANT-EXTRACCIONES
                 MOVE '(ITEMS MAYORES AL INTERVALO SALEN UNA VEZ)'
                                         TO REG-RPTMUESTRA-FD (71:42)
              END-IF
           END-IF.
           PERFORM 4600-WRITE-RPTMUESTRA.

       FIN-4300.
           EXIT.

       4600-WRITE-RPTMUESTRA.
      *----------------------

           WRITE REG-RPTMUESTRA-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTMUESTRA-OK
                    ADD 1 TO WS-GRABADOS-RPTMUESTRA
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTMUESTRA FS: '
                                                      FS-RPTMUESTRA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTMUESTRA-FD.

       FIN-4600.
           EXIT.

       3000-FINALIZO.
      *--------------

           PERFORM 3100-CIERRO-ARCHIVOS.
           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

       3100-CIERRO-ARCHIVOS.
      *---------------------

           CLOSE MUESTPAR MUESTRA RPTMUESTRA.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMMUESTRA'            TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-TOTAL         TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-MUESTRA     TO RUNCTL-GRABADOS.
           MOVE 0                       TO RUNCTL-IMPORTE.
           IF WS-FIN-NORMAL = 'S'
              SET 88-RUNCTL-OK          TO TRUE
           ELSE
              SET 88-RUNCTL-ABEND       TO TRUE
           END-IF.

           CALL 'RUNCTL' USING WRUNCTL.

       FIN-3200.
           EXIT.

       3300-TOTALES-CONTROL.
      *---------------------

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMMUESTRA            '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-MUESTPAR      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PEDIDOS LEIDOS           : ' WS-CONTADOR-ED.
           MOVE WS-PEDIDOS-PROCESADOS   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PEDIDOS PROCESADOS       : ' WS-CONTADOR-ED.
           MOVE WS-PEDIDOS-RECHAZADOS   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PEDIDOS RECHAZADOS       : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-TOTAL         TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGISTROS DE POBLACION   : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-MUESTRA     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ITEMS GRABADOS EN MUESTRA: ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTMUESTRA  TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMMUESTRA.
