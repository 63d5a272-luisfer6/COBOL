       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMACTTAR.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CONTROL DE ACTIVACION DE PLASTICOS NUEVOS Y DE REPOSICION.
      * LAS ALTAS DE ABMTARJ Y LOS REEMPLAZOS DE PGMEMITAR NACEN EN
      * ESTADO 'P' (PENDIENTE DE ACTIVACION) Y QUEDAN EN EL REGISTRO
      * DE ACTIVACION (ACTTAR, WACTTAR). ESTE PROGRAMA:
      *   - APLICA LAS NOVEDADES DE ACTIVACION DE SUCURSAL Y TELEFONO
      *     (ACTNOV, WACTNOV): EL TITULAR SE OBTIENE DE TARCLI POR LA
      *     TARJETA NUEVA O POR LA QUE REEMPLAZA, Y SU DOCUMENTO
      *     FISCAL Y FECHA DE NACIMIENTO DEBEN COINCIDIR CON LOS DEL
      *     MAESTRO DE CLIENTES. A LOS WCN-MAX-INTENTOS FALLIDOS LA
      *     TARJETA SE BLOQUEA.
      *   - REGRABA EN EL LUGAR EL REGISTRO DE ACTIVACION Y EL
      *     MAESTRO DE TARJETAS ('P' -> 'A' ACTIVADA O 'B' BLOQUEADA)
      *   - LISTA EN RPTACTPEN LAS TARJETAS QUE SIGUEN PENDIENTES CON
      *     MAS DE WCN-DIAS-ALERTA DIAS DESDE LA EMISION (POSIBLE ROBO
      *     DEL PLASTICO EN EL CORREO)
      * LOS RECHAZOS VAN A ACTNOVRECH CON MOTIVO:
      *   01 CANAL INVALIDO (O SUCURSAL SIN INFORMAR POR MOSTRADOR)
      *   02 TARJETA SIN ACTIVACION PENDIENTE
      *   03 TITULAR NO IDENTIFICADO (SIN VINCULO EN TARCLI, CLIENTE
      *      INEXISTENTE, DADO DE BAJA O SIN DOCUMENTO FISCAL)
      *   04 LA IDENTIDAD DECLARADA NO COINCIDE CON EL CLIENTE
      *   05 IDENTIDAD NO COINCIDE Y SE AGOTARON LOS INTENTOS: LA
      *      TARJETA QUEDA BLOQUEADA
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

           SELECT ACTNOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-ACTNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ACTNOV.

           SELECT ACTTAR        ASSIGN       TO
                                 DYNAMIC WS-ARCH-ACTTAR
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-ACTTAR.

           SELECT TARCLI        ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARCLI
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TARCLI.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT TARJETAS      ASSIGN       TO
                                 DYNAMIC WS-ARCH-TARJETAS
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-TARJETAS.

           SELECT ACTNOVRECH    ASSIGN       TO
                                 DYNAMIC WS-ARCH-ACTNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ACTNOVRECH.

           SELECT RPTACTPEN     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTACTPEN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTACTPEN.

       DATA DIVISION.

       FILE SECTION.

       FD  ACTNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACTNOV-FD                 PIC X(80).

       FD  ACTTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACTTAR-FD                 PIC X(80).

       FD  TARCLI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TARCLI-FD                 PIC X(29).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  TARJETAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MAESTRO-TARJETAS-FD       PIC X(56).

       FD  ACTNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACTNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(80).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       FD  RPTACTPEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTACTPEN-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-ACTNOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-ACTTAR             PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARCLI             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-TARJETAS           PIC X(128) VALUE SPACES.
       77  WS-ARCH-ACTNOVRECH         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTACTPEN          PIC X(128) VALUE SPACES.

       77  FS-ACTNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-ACTNOV-OK                       VALUE '00'.
           88 88-FS-ACTNOV-EOF                      VALUE '10'.
           88 88-FS-ACTNOV-NOEXISTE                 VALUE '35'.

       77  FS-ACTTAR                     PIC  X(02) VALUE ' '.
           88 88-FS-ACTTAR-OK                       VALUE '00'.
           88 88-FS-ACTTAR-EOF                      VALUE '10'.
           88 88-FS-ACTTAR-NOEXISTE                 VALUE '35'.

       77  FS-TARCLI                     PIC  X(02) VALUE ' '.
           88 88-FS-TARCLI-OK                       VALUE '00'.
           88 88-FS-TARCLI-EOF                      VALUE '10'.
           88 88-FS-TARCLI-NOEXISTE                 VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.
           88 88-FS-CLIENTES-NOEXISTE               VALUE '35'.

       77  FS-TARJETAS                   PIC  X(02) VALUE ' '.
           88 88-FS-TARJETAS-OK                     VALUE '00'.
           88 88-FS-TARJETAS-EOF                    VALUE '10'.
           88 88-FS-TARJETAS-NOEXISTE               VALUE '35'.

       77  FS-ACTNOVRECH                 PIC  X(02) VALUE ' '.
           88 88-FS-ACTNOVRECH-OK                   VALUE '00'.

       77  FS-RPTACTPEN                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTACTPEN-OK                    VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * PARAMETROS (VALORES FIJOS, MISMO CRITERIO QUE LOS
      * UMBRALES WCN-* DE PGMFRAUDE)
      *------------------------------------------------------
       77  WCN-MAX-INTENTOS              PIC  9(02) VALUE 3.
       77  WCN-DIAS-ALERTA               PIC  9(03) VALUE 15.

       77  WS-DIAS-PENDIENTE             PIC S9(07) VALUE 0.

      *------------------------------------------------------
      * REGISTRO DE ACTIVACION EN MEMORIA, EN EL ORDEN DEL
      * ARCHIVO (WAC-CAMBIO = 'S' SE REGRABA AL FINAL)
      *------------------------------------------------------
       77  WCN-TOPE-ACT                  PIC  9(05) VALUE 5000.
       77  WS-CANT-ACT                   PIC  9(05) VALUE 0.
       77  WS-POS-ACT                    PIC  9(05) VALUE 0.
       77  WS-POS-LEIDO                  PIC  9(05) VALUE 0.
       01  WS-TABLA-ACT.
           05 WS-ACT-TAB OCCURS 5000 TIMES
                         INDEXED BY IDX-ACT.
              10 WAC-REGISTRO            PIC  X(80).
              10 WAC-CAMBIO              PIC  X(01).

      *------------------------------------------------------
      * VINCULO TARJETA - CLIENTE Y DATOS DE IDENTIDAD DEL
      * MAESTRO DE CLIENTES
      *------------------------------------------------------
       77  WCN-TOPE-TCL                  PIC  9(05) VALUE 10000.
       77  WS-CANT-TCL                   PIC  9(05) VALUE 0.
       01  WS-TABLA-TCL.
           05 WS-TCL-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-TCL.
              10 WTC-NRO-TARJETA         PIC  X(19).
              10 WTC-CLI-ID              PIC  9(10).

       77  WCN-TOPE-CLI                  PIC  9(05) VALUE 10000.
       77  WS-CANT-CLI                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CLI.
           05 WS-CLI-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-CLI.
              10 WCL-ID                  PIC  9(10).
              10 WCL-TAX-ID              PIC  X(20).
              10 WCL-FECHA-NAC           PIC  9(08).
              10 WCL-ESTADO              PIC  X(01).

       01  WS-FECHA-NAC.
           05 WS-FECHA-NAC-AAAA          PIC  9(04).
           05 WS-FECHA-NAC-MM            PIC  9(02).
           05 WS-FECHA-NAC-DD            PIC  9(02).
       01  WS-FECHA-NAC-NUM REDEFINES WS-FECHA-NAC
                                         PIC  9(08).

       77  WS-CLI-TITULAR                PIC  9(10) VALUE 0.
       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-CANAL                         VALUE '01'.
           88 88-RECH-SIN-PENDIENTE                 VALUE '02'.
           88 88-RECH-TITULAR                       VALUE '03'.
           88 88-RECH-IDENTIDAD                     VALUE '04'.
           88 88-RECH-BLOQUEO                       VALUE '05'.

       77  WS-LEIDOS-ACTTAR              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-ACTNOV              PIC  9(09) VALUE 0.
       77  WS-LEIDAS-TARJETAS            PIC  9(09) VALUE 0.
       77  WS-CANT-ACTIVADAS             PIC  9(09) VALUE 0.
       77  WS-CANT-BLOQUEADAS            PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-REGRABADOS-ACTTAR          PIC  9(09) VALUE 0.
       77  WS-REGRABADAS-TARJETAS        PIC  9(09) VALUE 0.
       77  WS-CANT-PENDIENTES            PIC  9(09) VALUE 0.
       77  WS-CANT-ALERTAS               PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTACTPEN         PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-CANT-ED                    PIC  ZZZZZ9.

       COPY WACTTAR.

       COPY WACTNOV.

       COPY WTARCLI.

       COPY WCLIENTE.

       COPY WTARJETAS.

       COPY WUTLMASK.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO
             UNTIL 88-FS-ACTNOV-EOF.

           PERFORM 2500-REGRABO-ACTTAR THRU FIN-2500.

           PERFORM 2600-REGRABO-TARJETAS THRU FIN-2600.

           PERFORM 4000-EMITO-PENDIENTES.

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
           PERFORM 1020-CARGO-ACTIVACIONES.
           PERFORM 1040-CARGO-TARCLI.
           PERFORM 1050-CARGO-CLIENTES.
           PERFORM 1030-LEO-ACTNOV.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'ACTNOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ACTNOV

           MOVE 'ACTTAR'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ACTTAR

           MOVE 'TARCLI'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARCLI

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'TARJETAS'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TARJETAS

           MOVE 'ACTNOVRECH'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ACTNOVRECH

           MOVE 'RPTACTPEN'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTACTPEN.

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

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT ACTNOV

           EVALUATE TRUE
               WHEN 88-FS-ACTNOV-OK
                    CONTINUE
               WHEN 88-FS-ACTNOV-NOEXISTE
                    DISPLAY 'ACTNOV INEXISTENTE - SIN NOVEDADES'
                    SET 88-FS-ACTNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ACTNOV'
                    DISPLAY 'FILE STATUS' FS-ACTNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT ACTNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-ACTNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ACTNOVRECH'
                    DISPLAY 'FILE STATUS' FS-ACTNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTACTPEN

           EVALUATE TRUE
               WHEN 88-FS-RPTACTPEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTACTPEN'
                    DISPLAY 'FILE STATUS' FS-RPTACTPEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *--------------------------------------------------------------
      * EL REGISTRO LO ALIMENTAN ABMTARJ Y PGMEMITAR CON OPEN
      * EXTEND; SI TODAVIA NO EXISTE NO HAY NADA PENDIENTE.
      *--------------------------------------------------------------
       1020-CARGO-ACTIVACIONES.
      *------------------------

           OPEN INPUT ACTTAR.

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    PERFORM 1021-LEO-ACTTAR
                    PERFORM UNTIL 88-FS-ACTTAR-EOF
                       IF WS-CANT-ACT < WCN-TOPE-ACT
                          ADD 1 TO WS-CANT-ACT
                          MOVE REG-ACTTAR
                            TO WAC-REGISTRO (WS-CANT-ACT)
                          MOVE 'N'
                            TO WAC-CAMBIO   (WS-CANT-ACT)
                       ELSE
                          DISPLAY 'TABLA DE ACTIVACIONES COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-ACTTAR
                    END-PERFORM
                    CLOSE ACTTAR

               WHEN 88-FS-ACTTAR-NOEXISTE
                    DISPLAY 'ACTTAR INEXISTENTE - SIN TARJETAS '
                            'PENDIENTES DE ACTIVACION'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ACTTAR'
                    DISPLAY 'FILE STATUS' FS-ACTTAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-ACTTAR.
      *----------------

           INITIALIZE REG-ACTTAR.

           READ ACTTAR INTO REG-ACTTAR

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    ADD 1 TO WS-LEIDOS-ACTTAR
               WHEN 88-FS-ACTTAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ACTTAR FS: ' FS-ACTTAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-ACTNOV.
      *----------------

           INITIALIZE REG-ACTNOV.

           READ ACTNOV INTO REG-ACTNOV

           EVALUATE TRUE
               WHEN 88-FS-ACTNOV-OK
                    ADD 1 TO WS-LEIDOS-ACTNOV
               WHEN 88-FS-ACTNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ACTNOV FS: ' FS-ACTNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

      *--------------------------------------------------------------
      * SIN TARCLI O SIN CLIENTES NO SE PUEDE VERIFICAR LA IDENTIDAD:
      * SE AVISA Y LAS NOVEDADES SE RECHAZAN POR TITULAR NO
      * IDENTIFICADO (NUNCA SE ACTIVA SIN VERIFICAR).
      *--------------------------------------------------------------
       1040-CARGO-TARCLI.
      *------------------

           OPEN INPUT TARCLI.

           EVALUATE TRUE
               WHEN 88-FS-TARCLI-OK
                    PERFORM 1041-LEO-TARCLI
                    PERFORM UNTIL 88-FS-TARCLI-EOF
                       IF WS-CANT-TCL < WCN-TOPE-TCL
                          ADD 1 TO WS-CANT-TCL
                          MOVE TARCLI-NRO-TARJETA
                            TO WTC-NRO-TARJETA (WS-CANT-TCL)
                          MOVE TARCLI-CLI-ID
                            TO WTC-CLI-ID      (WS-CANT-TCL)
                       ELSE
                          DISPLAY 'TABLA DE TARCLI COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-TARCLI
                    END-PERFORM
                    CLOSE TARCLI

               WHEN 88-FS-TARCLI-NOEXISTE
                    DISPLAY 'TARCLI NO DISPONIBLE - NO SE PUEDE '
                    DISPLAY 'IDENTIFICAR A LOS TITULARES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TARCLI'
                    DISPLAY 'FILE STATUS' FS-TARCLI
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-TARCLI.
      *----------------

           INITIALIZE REG-TARCLI.

           READ TARCLI INTO REG-TARCLI

           EVALUATE TRUE
               WHEN 88-FS-TARCLI-OK
               WHEN 88-FS-TARCLI-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TARCLI FS: ' FS-TARCLI
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-CLIENTES.
      *--------------------

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    PERFORM 1051-LEO-CLIENTE
                    PERFORM UNTIL 88-FS-CLIENTES-EOF
                       IF WS-CANT-CLI < WCN-TOPE-CLI
                          ADD 1 TO WS-CANT-CLI
                          PERFORM 1052-TABLA-CLIENTE
                       ELSE
                          DISPLAY 'TABLA DE CLIENTES COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1051-LEO-CLIENTE
                    END-PERFORM
                    CLOSE CLIENTES

               WHEN 88-FS-CLIENTES-NOEXISTE
                    DISPLAY 'MAESTRO CLIENTES NO DISPONIBLE - NO SE '
                    DISPLAY 'PUEDE VERIFICAR LA IDENTIDAD'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES'
                    DISPLAY 'FILE STATUS' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-CLIENTE.
      *-----------------

           INITIALIZE REG-CLIENTES.

           READ CLIENTES INTO REG-CLIENTES

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
               WHEN 88-FS-CLIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIENTES FS: ' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

      *--------------------------------------------------------------
      * LA FECHA DE NACIMIENTO DEL MAESTRO VIENE AAAA-MM-DD; SE
      * GUARDA AAAAMMDD PARA COMPARAR CON LA DECLARADA.
      *--------------------------------------------------------------
       1052-TABLA-CLIENTE.
      *-------------------

           MOVE CLI-ID                 TO WCL-ID     (WS-CANT-CLI).
           MOVE CLI-TAX-ID             TO WCL-TAX-ID (WS-CANT-CLI).
           MOVE CLI-STATUS             TO WCL-ESTADO (WS-CANT-CLI).

           IF CLI-BIRTH-DATE-AAAA NUMERIC
              AND CLI-BIRTH-DATE-MM NUMERIC
              AND CLI-BIRTH-DATE-DD NUMERIC
              MOVE CLI-BIRTH-DATE-AAAA TO WS-FECHA-NAC-AAAA
              MOVE CLI-BIRTH-DATE-MM   TO WS-FECHA-NAC-MM
              MOVE CLI-BIRTH-DATE-DD   TO WS-FECHA-NAC-DD
           ELSE
              MOVE 0                   TO WS-FECHA-NAC-NUM
           END-IF.

           MOVE WS-FECHA-NAC-NUM       TO WCL-FECHA-NAC (WS-CANT-CLI).

       FIN-1052.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           PERFORM 2100-VALIDO-ACTIVACION THRU FIN-2100.

           EVALUATE TRUE
               WHEN 88-NOVEDAD-ACEPTADA
                    PERFORM 2200-ACTIVO-TARJETA
               WHEN 88-RECH-IDENTIDAD
                    PERFORM 2300-CUENTO-INTENTO
           END-EVALUATE.

           IF NOT 88-NOVEDAD-ACEPTADA
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-ACTNOV.

       FIN-2000.
           EXIT.

      *--------------------------------------------------------------
      * CANAL, ACTIVACION PENDIENTE, TITULAR E IDENTIDAD. AL SALIR
      * CON LA ACTIVACION PENDIENTE ENCONTRADA, WS-POS-ACT LA APUNTA
      * Y REG-ACTTAR LA TIENE CARGADA.
      *--------------------------------------------------------------
       2100-VALIDO-ACTIVACION.
      *-----------------------

           MOVE 0 TO WS-POS-ACT.

           IF NOT 88-ACN-SUCURSAL
              AND NOT 88-ACN-TELEFONO
              SET 88-RECH-CANAL           TO TRUE
              GO TO FIN-2100
           END-IF.

           IF 88-ACN-SUCURSAL
              AND (ACN-SUCURSAL NOT NUMERIC
                   OR ACN-SUCURSAL = 0)
              SET 88-RECH-CANAL           TO TRUE
              GO TO FIN-2100
           END-IF.

           PERFORM VARYING IDX-ACT FROM 1 BY 1
                     UNTIL IDX-ACT > WS-CANT-ACT
                        OR WS-POS-ACT > 0
              MOVE WAC-REGISTRO (IDX-ACT) TO REG-ACTTAR
              IF ACT-NRO-TARJETA = ACN-NRO-TARJETA
                 AND 88-ACT-PENDIENTE
                 SET WS-POS-ACT TO IDX-ACT
              END-IF
           END-PERFORM.

           IF WS-POS-ACT = 0
              SET 88-RECH-SIN-PENDIENTE   TO TRUE
              GO TO FIN-2100
           END-IF.

           PERFORM 2110-BUSCO-TITULAR.

           IF WS-CLI-TITULAR = 0
              SET 88-RECH-TITULAR         TO TRUE
              GO TO FIN-2100
           END-IF.

           MOVE 'N'                       TO WS-ENCONTRADO.
           SET IDX-CLI                    TO 1.
           SEARCH WS-CLI-TAB
               AT END
                  CONTINUE
               WHEN IDX-CLI > WS-CANT-CLI
                  CONTINUE
               WHEN WCL-ID (IDX-CLI) = WS-CLI-TITULAR
                  MOVE 'S'                TO WS-ENCONTRADO
           END-SEARCH.

           IF WS-ENCONTRADO = 'N'
              SET 88-RECH-TITULAR         TO TRUE
              GO TO FIN-2100
           END-IF.

           IF WCL-ESTADO (IDX-CLI) NOT = SPACE
              OR WCL-TAX-ID (IDX-CLI) = SPACES
              SET 88-RECH-TITULAR         TO TRUE
              GO TO FIN-2100
           END-IF.

           IF ACN-TAX-ID NOT = WCL-TAX-ID (IDX-CLI)
              OR ACN-FECHA-NAC NOT NUMERIC
              OR ACN-FECHA-NAC NOT = WCL-FECHA-NAC (IDX-CLI)
              SET 88-RECH-IDENTIDAD       TO TRUE
              GO TO FIN-2100
           END-IF.

       FIN-2100.
           EXIT.

      *--------------------------------------------------------------
      * EL PLASTICO NUEVO TODAVIA PUEDE NO ESTAR EN TARCLI: PARA UNA
      * REPOSICION SE BUSCA TAMBIEN POR LA TARJETA QUE REEMPLAZA.
      *--------------------------------------------------------------
       2110-BUSCO-TITULAR.
      *-------------------

           MOVE 0                         TO WS-CLI-TITULAR.

           PERFORM VARYING IDX-TCL FROM 1 BY 1
                     UNTIL IDX-TCL > WS-CANT-TCL
                        OR WS-CLI-TITULAR > 0
              IF WTC-NRO-TARJETA (IDX-TCL) = ACT-NRO-TARJETA
                 MOVE WTC-CLI-ID (IDX-TCL) TO WS-CLI-TITULAR
              END-IF
           END-PERFORM.

           IF WS-CLI-TITULAR = 0
              AND ACT-TARJETA-ANT NOT = SPACES
              PERFORM VARYING IDX-TCL FROM 1 BY 1
                        UNTIL IDX-TCL > WS-CANT-TCL
                           OR WS-CLI-TITULAR > 0
                 IF WTC-NRO-TARJETA (IDX-TCL) = ACT-TARJETA-ANT
                    MOVE WTC-CLI-ID (IDX-TCL) TO WS-CLI-TITULAR
                 END-IF
              END-PERFORM
           END-IF.

       FIN-2110.
           EXIT.

       2200-ACTIVO-TARJETA.
      *--------------------

           SET 88-ACT-ACTIVADA            TO TRUE.
           MOVE WS-FECHA-PROCESO          TO ACT-FECHA-ACTIVACION.
           MOVE ACN-CANAL                 TO ACT-CANAL.
           MOVE ACN-OPERADOR              TO ACT-USUARIO.

           MOVE REG-ACTTAR      TO WAC-REGISTRO (WS-POS-ACT).
           MOVE 'S'             TO WAC-CAMBIO   (WS-POS-ACT).
           ADD 1                          TO WS-CANT-ACTIVADAS.

           MOVE ACT-NRO-TARJETA           TO UTLMASK-TARJETA.
           PERFORM 2700-ENMASCARO-TARJETA.
           DISPLAY 'TARJETA ACTIVADA ' UTLMASK-TARJETA-MASC
                   ' CANAL ' ACT-CANAL.

       FIN-2200.
           EXIT.

      *--------------------------------------------------------------
      * INTENTO FALLIDO: SE ACUMULA EN EL REGISTRO Y AL LLEGAR A
      * WCN-MAX-INTENTOS LA TARJETA SE BLOQUEA (EL TITULAR DEBE
      * PEDIR UN PLASTICO NUEVO EN SUCURSAL).
      *--------------------------------------------------------------
       2300-CUENTO-INTENTO.
      *--------------------

           ADD 1                          TO ACT-INTENTOS.
           MOVE ACN-CANAL                 TO ACT-CANAL.
           MOVE ACN-OPERADOR              TO ACT-USUARIO.

           IF ACT-INTENTOS NOT < WCN-MAX-INTENTOS
              SET 88-ACT-BLOQUEADA        TO TRUE
              MOVE WS-FECHA-PROCESO       TO ACT-FECHA-ACTIVACION
              SET 88-RECH-BLOQUEO         TO TRUE
              ADD 1                       TO WS-CANT-BLOQUEADAS
              MOVE ACT-NRO-TARJETA        TO UTLMASK-TARJETA
              PERFORM 2700-ENMASCARO-TARJETA
              DISPLAY 'TARJETA BLOQUEADA POR INTENTOS '
                      UTLMASK-TARJETA-MASC
           END-IF.

           MOVE REG-ACTTAR      TO WAC-REGISTRO (WS-POS-ACT).
           MOVE 'S'             TO WAC-CAMBIO   (WS-POS-ACT).

       FIN-2300.
           EXIT.

      *--------------------------------------------------------------
      * REGRABA EN EL LUGAR LAS ENTRADAS DEL REGISTRO QUE CAMBIARON
      * (EL ARCHIVO SE RECORRE EN EL MISMO ORDEN EN QUE SE CARGO)
      *--------------------------------------------------------------
       2500-REGRABO-ACTTAR.
      *--------------------

           IF WS-CANT-ACTIVADAS = 0
              AND WS-CANT-RECHAZADAS = 0
              GO TO FIN-2500
           END-IF.

           OPEN I-O ACTTAR.

           IF NOT 88-FS-ACTTAR-OK
              DISPLAY 'ERROR EN OPEN I-O ACTTAR'
              DISPLAY 'FILE STATUS' FS-ACTTAR
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE 0                         TO WS-POS-LEIDO.
           PERFORM 2510-LEO-ACTTAR-IO.

           PERFORM UNTIL 88-FS-ACTTAR-EOF
                      OR WS-POS-LEIDO > WS-CANT-ACT
              IF WAC-CAMBIO (WS-POS-LEIDO) = 'S'
                 REWRITE REG-ACTTAR-FD
                    FROM WAC-REGISTRO (WS-POS-LEIDO)
                 IF 88-FS-ACTTAR-OK
                    ADD 1 TO WS-REGRABADOS-ACTTAR
                 ELSE
                    DISPLAY 'ERROR EN REWRITE ACTTAR FS: ' FS-ACTTAR
                    PERFORM 3000-FINALIZO
                 END-IF
              END-IF
              PERFORM 2510-LEO-ACTTAR-IO
           END-PERFORM.

           CLOSE ACTTAR.

       FIN-2500.
           EXIT.

       2510-LEO-ACTTAR-IO.
      *-------------------

           READ ACTTAR

           EVALUATE TRUE
               WHEN 88-FS-ACTTAR-OK
                    ADD 1 TO WS-POS-LEIDO
               WHEN 88-FS-ACTTAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ACTTAR FS: ' FS-ACTTAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

      *--------------------------------------------------------------
      * PASA AL MAESTRO EL RESULTADO DE LA CORRIDA: LAS TARJETAS
      * PENDIENTES ACTIVADAS QUEDAN 'A' Y LAS BLOQUEADAS POR
      * INTENTOS 'B' (MISMA TECNICA DE I-O QUE PGMEMITAR)
      *--------------------------------------------------------------
       2600-REGRABO-TARJETAS.
      *----------------------

           IF WS-CANT-ACTIVADAS = 0
              AND WS-CANT-BLOQUEADAS = 0
              GO TO FIN-2600
           END-IF.

           OPEN I-O TARJETAS.

           IF NOT 88-FS-TARJETAS-OK
              DISPLAY 'ERROR EN OPEN I-O TARJETAS'
              DISPLAY 'FILE STATUS' FS-TARJETAS
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2610-LEO-TARJETA.

           PERFORM UNTIL 88-FS-TARJETAS-EOF
              IF 88-TAR-PEND-ACTIVACION
                 PERFORM 2620-ACTUALIZO-TARJETA
              END-IF
              PERFORM 2610-LEO-TARJETA
           END-PERFORM.

           CLOSE TARJETAS.

       FIN-2600.
           EXIT.

       2610-LEO-TARJETA.
      *-----------------

           INITIALIZE REG-MAESTRO-TARJETAS.

           READ TARJETAS INTO REG-MAESTRO-TARJETAS

           EVALUATE TRUE
               WHEN 88-FS-TARJETAS-OK
                    ADD 1 TO WS-LEIDAS-TARJETAS
               WHEN 88-FS-TARJETAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TARJETAS FS: ' FS-TARJETAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2610.
           EXIT.

       2620-ACTUALIZO-TARJETA.
      *-----------------------

           MOVE 0 TO WS-POS-ACT.

           PERFORM VARYING IDX-ACT FROM 1 BY 1
                     UNTIL IDX-ACT > WS-CANT-ACT
                        OR WS-POS-ACT > 0
              MOVE WAC-REGISTRO (IDX-ACT) TO REG-ACTTAR
              IF ACT-NRO-TARJETA = TAR-NRO-TARJETA
                 AND WAC-CAMBIO (IDX-ACT) = 'S'
                 AND NOT 88-ACT-PENDIENTE
                 SET WS-POS-ACT TO IDX-ACT
              END-IF
           END-PERFORM.

           IF WS-POS-ACT > 0
              IF 88-ACT-ACTIVADA
                 SET 88-TAR-ACTIVA        TO TRUE
              ELSE
                 SET 88-TAR-BLOQUEADA     TO TRUE
              END-IF
              REWRITE REG-MAESTRO-TARJETAS-FD
                 FROM REG-MAESTRO-TARJETAS
              IF 88-FS-TARJETAS-OK
                 ADD 1 TO WS-REGRABADAS-TARJETAS
              ELSE
                 DISPLAY 'ERROR EN REWRITE TARJETAS FS: ' FS-TARJETAS
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2620.
           EXIT.

      *------------------------------------------------------------
      * NUMERO DE TARJETA PARA UNA SALIDA LEGIBLE (VER UTLMASK)
      *------------------------------------------------------------
       2700-ENMASCARO-TARJETA.
      *-----------------------

           SET 88-UTLMASK-TARJETA         TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.

       FIN-2700.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-ACTNOVRECH-FD.
           MOVE REG-ACTNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CANAL
                    MOVE 'CANAL INVALIDO'        TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SIN-PENDIENTE
                    MOVE 'SIN ACTIVACION PENDIENTE'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TITULAR
                    MOVE 'TITULAR NO IDENTIFICADO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-IDENTIDAD
                    MOVE 'IDENTIDAD NO COINCIDE' TO RECH-MOTIVO-DESC
               WHEN 88-RECH-BLOQUEO
                    MOVE 'BLOQUEADA POR INTENTOS'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-ACTNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-ACTNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ACTNOVRECH FS: '
                                                        FS-ACTNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * TARJETAS QUE SIGUEN PENDIENTES DESPUES DE LA CORRIDA CON
      * MAS DE WCN-DIAS-ALERTA DIAS DESDE LA EMISION: EL TITULAR
      * NO LA RECIBIO O ALGUIEN LA RETIRO DEL CORREO.
      *------------------------------------------------------------
       4000-EMITO-PENDIENTES.
      *----------------------

           MOVE SPACES                   TO REG-RPTACTPEN-FD.
           MOVE 'TARJETAS PENDIENTES DE ACTIVACION CON MAS DE'
                                         TO REG-RPTACTPEN-FD (01:44).
           MOVE WCN-DIAS-ALERTA          TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTACTPEN-FD (46:05).
           MOVE 'DIAS AL:'               TO REG-RPTACTPEN-FD (52:08).
           MOVE WS-FECHA-PROCESO         TO REG-RPTACTPEN-FD (61:08).
           PERFORM 4600-WRITE-RPTACTPEN.
           MOVE 'POSIBLE SUSTRACCION DEL PLASTICO EN EL CORREO'
                                         TO REG-RPTACTPEN-FD (01:45).
           PERFORM 4600-WRITE-RPTACTPEN.
           PERFORM 4600-WRITE-RPTACTPEN.

           MOVE 'TARJETA'                TO REG-RPTACTPEN-FD (01:07).
           MOVE 'ORIGEN'                 TO REG-RPTACTPEN-FD (22:06).
           MOVE 'REEMPLAZA A'            TO REG-RPTACTPEN-FD (34:11).
           MOVE 'EMISION'                TO REG-RPTACTPEN-FD (55:07).
           MOVE 'DIAS'                   TO REG-RPTACTPEN-FD (65:04).
           MOVE 'INTENTOS'               TO REG-RPTACTPEN-FD (71:08).
           MOVE 'ULT.CANAL'              TO REG-RPTACTPEN-FD (81:09).
           PERFORM 4600-WRITE-RPTACTPEN.

           PERFORM VARYING IDX-ACT FROM 1 BY 1
                     UNTIL IDX-ACT > WS-CANT-ACT
              MOVE WAC-REGISTRO (IDX-ACT) TO REG-ACTTAR
              IF 88-ACT-PENDIENTE
                 PERFORM 4100-LINEA-PENDIENTE THRU FIN-4100
              END-IF
           END-PERFORM.

           IF WS-CANT-ALERTAS = 0
              PERFORM 4600-WRITE-RPTACTPEN
              MOVE 'SIN TARJETAS PENDIENTES FUERA DE PLAZO'
                                         TO REG-RPTACTPEN-FD (01:38)
              PERFORM 4600-WRITE-RPTACTPEN
           END-IF.

           PERFORM 4600-WRITE-RPTACTPEN.
           MOVE 'TOTAL PENDIENTES DE ACTIVACION:'
                                         TO REG-RPTACTPEN-FD (01:31).
           MOVE WS-CANT-PENDIENTES       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTACTPEN-FD (33:06).
           MOVE 'FUERA DE PLAZO:'        TO REG-RPTACTPEN-FD (41:15).
           MOVE WS-CANT-ALERTAS          TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTACTPEN-FD (57:06).
           PERFORM 4600-WRITE-RPTACTPEN.
           MOVE 'ACTIVADAS EN LA CORRIDA:'
                                         TO REG-RPTACTPEN-FD (01:24).
           MOVE WS-CANT-ACTIVADAS        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTACTPEN-FD (33:06).
           MOVE 'BLOQUEADAS:'            TO REG-RPTACTPEN-FD (41:11).
           MOVE WS-CANT-BLOQUEADAS       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTACTPEN-FD (57:06).
           PERFORM 4600-WRITE-RPTACTPEN.

       FIN-4000.
           EXIT.

       4100-LINEA-PENDIENTE.
      *---------------------

           ADD 1 TO WS-CANT-PENDIENTES.

           IF ACT-FECHA-EMISION NOT NUMERIC
              OR ACT-FECHA-EMISION = 0
              GO TO FIN-4100
           END-IF.

           COMPUTE WS-DIAS-PENDIENTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE (ACT-FECHA-EMISION).

           IF WS-DIAS-PENDIENTE NOT > WCN-DIAS-ALERTA
              GO TO FIN-4100
           END-IF.

           ADD 1 TO WS-CANT-ALERTAS.

           MOVE ACT-NRO-TARJETA          TO UTLMASK-TARJETA.
           PERFORM 2700-ENMASCARO-TARJETA.
           MOVE UTLMASK-TARJETA-MASC     TO REG-RPTACTPEN-FD (01:19).
           IF 88-ACT-REPOSICION
              MOVE 'REPOSICION'          TO REG-RPTACTPEN-FD (22:10)
              MOVE ACT-TARJETA-ANT       TO UTLMASK-TARJETA
              PERFORM 2700-ENMASCARO-TARJETA
              MOVE UTLMASK-TARJETA-MASC  TO REG-RPTACTPEN-FD (34:19)
           ELSE
              MOVE 'NUEVA'               TO REG-RPTACTPEN-FD (22:05)
           END-IF.
           MOVE ACT-FECHA-EMISION        TO REG-RPTACTPEN-FD (55:08).
           MOVE WS-DIAS-PENDIENTE        TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTACTPEN-FD (64:05).
           MOVE ACT-INTENTOS             TO REG-RPTACTPEN-FD (77:02).
           EVALUATE ACT-CANAL
               WHEN 'S'
                    MOVE 'SUCURSAL'      TO REG-RPTACTPEN-FD (81:08)
               WHEN 'T'
                    MOVE 'TELEFONO'      TO REG-RPTACTPEN-FD (81:08)
           END-EVALUATE.
           PERFORM 4600-WRITE-RPTACTPEN.

       FIN-4100.
           EXIT.

       4600-WRITE-RPTACTPEN.
      *---------------------

           WRITE REG-RPTACTPEN-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTACTPEN-OK
                    ADD 1 TO WS-GRABADOS-RPTACTPEN
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTACTPEN FS: '
                                                         FS-RPTACTPEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTACTPEN-FD.

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

           CLOSE ACTNOV
                 ACTNOVRECH
                 RPTACTPEN.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMACTTAR'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-ACTNOV        TO RUNCTL-LEIDOS.
           MOVE WS-REGRABADOS-ACTTAR    TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMACTTAR             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-ACTTAR        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGISTROS DE ACTIVACION  : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-ACTNOV        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-ACTIVADAS       TO WS-CONTADOR-ED.
           DISPLAY 'TARJETAS ACTIVADAS             : ' WS-CONTADOR-ED.
           MOVE WS-CANT-BLOQUEADAS      TO WS-CONTADOR-ED.
           DISPLAY 'TARJETAS BLOQUEADAS (INTENTOS) : ' WS-CONTADOR-ED.
           MOVE WS-REGRABADOS-ACTTAR    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGRABADOS ACTTAR        : ' WS-CONTADOR-ED.
           MOVE WS-REGRABADAS-TARJETAS  TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGRABADAS TARJETAS      : ' WS-CONTADOR-ED.
           MOVE WS-CANT-PENDIENTES      TO WS-CONTADOR-ED.
           DISPLAY 'SIGUEN PENDIENTES              : ' WS-CONTADOR-ED.
           MOVE WS-CANT-ALERTAS         TO WS-CONTADOR-ED.
           DISPLAY 'PENDIENTES FUERA DE PLAZO      : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTACTPEN   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMACTTAR.
