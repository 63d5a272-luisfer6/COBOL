      ******************************************************************
      * PROGRAMA DE CRUCE DE CAMPANIAS DE RECALL CONTRA LOS VEHICULOS
      * TOMA LAS CAMPANIAS ACTIVAS DEL MAESTRO DE RECALL (WRECALL.cpy)
      * Y RECORRE EL MAESTRO DE VEHICULOS BUSCANDO LOS ALCANZADOS POR
      * MARCA, MODELO Y RANGO DE VEH-ID. POR CADA VEHICULO AFECTADO:
      *   - SI ESTA EN EL LOTE (NO VENDIDO) PIDE A ABMORDEN LA
      *     APERTURA DE UNA ORDEN DE TRABAJO 'RECALL <CAMPANIA>' EN
      *     LA COLA RECNOV (MISMO FORMATO QUE ORDNOV). SI EL VEHICULO
      *     YA TIENE UNA ORDEN ABIERTA QUEDA DIFERIDO PARA LA CORRIDA
      *     SIGUIENTE (EN EL TALLER SE TRABAJA DE A UNA POR VEHICULO)
      *   - SI ESTA VENDIDO ENCOLA LA PIEZA 'RCLL' AL TITULAR
      *     (VEH-PROPIETARIO-ID) EN LA COLA CENTRAL DE COMUNICACIONES;
      *     SIN TITULAR UBICABLE QUEDA REGISTRADO SIN CONTACTO
      * CADA VEHICULO TRATADO SE AGREGA AL ARCHIVO ACUMULATIVO RECVEH
      * (WRECVEH.cpy), QUE EVITA REPETIR ORDENES Y AVISOS Y ES LA
      * BASE DEL REPORTE DE CUMPLIMIENTO RPTRECALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRECALL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECALL           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecallCa
      -    'mpanias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECALL.

           SELECT VEHICULOO         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\vehiculo
      -    '.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS VEH-CLAVE-FD
                                   ALTERNATE KEY   VEH-CLAVE-2-FD
                                   ALTERNATE KEY   VEH-CLAVE-3-FD
                                                   WITH DUPLICATES
                                   FILE STATUS  IS FS-VEHICULOO.

           SELECT CLIENTES         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Clientes
      -    'GNU.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS REG-CLIENTES-KEY-FD
                                   ALTERNATE KEY   REG-CLIENTES-KEY2-FD
                                                   WITH DUPLICATES
                                   FILE STATUS  IS FS-CLIENTES.

           SELECT ORDTRAB          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesT
      -    'rabajo.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDTRAB.

           SELECT ORDNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesN
      -    'ovedades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDNOV.

           SELECT RECNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesN
      -    'ovedadesRecall.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECNOV.

           SELECT TURNOT           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesN
      -    'ovedadesTurnos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURNOT.

           SELECT RECVEH           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecallVe
      -    'hiculos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECVEH.

           SELECT MSGCOLA          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\ColaMen
      -    'sajes.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MSGCOLA.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL
           RECORDING MODE IS F.
       01  REG-RECALL-FD                  PIC X(100).

       FD  VEHICULOO
           RECORDING MODE IS F
           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 VEH-CLAVE-2-FD             PIC X(09).
           03 VEH-CLAVE-3-FD             PIC X(08).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD.
           03 REG-CLIENTES-KEY-FD        PIC  9(010).
           03 REG-CLIENTES-KEY2-FD       PIC  X(050).
           03 FILLER                     PIC  X(590).

       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                 PIC X(78).

       FD  ORDNOV
           RECORDING MODE IS F.
       01  REG-ORDNOV-FD.
           03 ONV-COD                     PIC X(01).
           03 ONV-VEH-ID                  PIC X(05).
           03 ONV-NRO                     PIC 9(06).
           03 FILLER                      PIC X(50).

      *    MISMO FORMATO QUE ORDNOV (VER ABMORDEN)
       FD  RECNOV
           RECORDING MODE IS F.
       01  REG-RECNOV-FD.
           03 RNV-COD                     PIC X(01).
           03 RNV-VEH-ID                  PIC X(05).
           03 RNV-NRO                     PIC 9(06).
           03 RNV-DESCRIPCION             PIC X(24).
           03 RNV-MANO-OBRA               PIC 9(07)V99.
           03 RNV-REPUESTOS               PIC 9(07)V99.
           03 RNV-GARANTIA                PIC X(01).
           03 RNV-KM                      PIC 9(07).

      *    COLA DE APERTURAS DE PGMTURNOS, MISMO FORMATO QUE ORDNOV
       FD  TURNOT
           RECORDING MODE IS F.
       01  REG-TURNOT-FD.
           03 TOT-COD                     PIC X(01).
           03 TOT-VEH-ID                  PIC X(05).
           03 TOT-NRO                     PIC 9(06).
           03 FILLER                      PIC X(50).

       FD  RECVEH
           RECORDING MODE IS F.
       01  REG-RECVEH-FD                  PIC X(60).

       FD  MSGCOLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MSGCOLA-FD                PIC X(149).

       WORKING-STORAGE SECTION.
       77  FS-RECALL                      PIC X(02) VALUE ' '.
           88 88-FS-RECALL-OK                       VALUE '00'.
           88 88-FS-RECALL-EOF                      VALUE '10'.
           88 88-FS-RECALL-NOEXISTE                 VALUE '35'.

       77  FS-VEHICULOO                   PIC X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                    VALUE '00'.
           88 88-FS-VEHICULOO-EOF                   VALUE '10'.

       77  FS-CLIENTES                    PIC X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-NOKEY                  VALUE '23'.

       77  FS-ORDTRAB                     PIC X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDTRAB-EOF                     VALUE '10'.
           88 88-FS-ORDTRAB-NOEXISTE                VALUE '35'.

       77  FS-ORDNOV                      PIC X(02) VALUE ' '.
           88 88-FS-ORDNOV-OK                       VALUE '00'.
           88 88-FS-ORDNOV-EOF                      VALUE '10'.
           88 88-FS-ORDNOV-NOEXISTE                 VALUE '35'.

       77  FS-RECNOV                      PIC X(02) VALUE ' '.
           88 88-FS-RECNOV-OK                       VALUE '00'.
           88 88-FS-RECNOV-EOF                      VALUE '10'.
           88 88-FS-RECNOV-NOEXISTE                 VALUE '35'.

       77  FS-TURNOT                      PIC X(02) VALUE ' '.
           88 88-FS-TURNOT-OK                       VALUE '00'.
           88 88-FS-TURNOT-EOF                      VALUE '10'.
           88 88-FS-TURNOT-NOEXISTE                 VALUE '35'.

       77  FS-RECVEH                      PIC X(02) VALUE ' '.
           88 88-FS-RECVEH-OK                       VALUE '00'.
           88 88-FS-RECVEH-EOF                      VALUE '10'.
           88 88-FS-RECVEH-NOEXISTE                 VALUE '35'.

       77  FS-MSGCOLA                     PIC X(02) VALUE ' '.
           88 88-FS-MSGCOLA-OK                      VALUE '00'.
           88 88-FS-MSGCOLA-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-CAMPANIAS            PIC 9(05) VALUE 0.
       77  WS-LEIDOS-VEHICULOS            PIC 9(05) VALUE 0.
       77  WS-CANT-AFECTADOS              PIC 9(05) VALUE 0.
       77  WS-CANT-YA-TRATADOS            PIC 9(05) VALUE 0.
       77  WS-CANT-ORDENES-PEDIDAS        PIC 9(05) VALUE 0.
       77  WS-CANT-DIFERIDOS              PIC 9(05) VALUE 0.
       77  WS-CANT-ENCOLADOS              PIC 9(05) VALUE 0.
       77  WS-CANT-SIN-CONTACTO           PIC 9(05) VALUE 0.

       77  WS-ULT-NRO-ORDEN               PIC 9(06) VALUE 0.
       77  WS-HALLADO                     PIC X(01) VALUE 'N'.
       77  WS-VEH-ID-X                    PIC X(05) VALUE SPACES.
       77  WS-CLAVE-BUSCADA               PIC X(15) VALUE SPACES.

      *------------------------------------------------------
      * CAMPANIAS ACTIVAS DEL MAESTRO DE RECALL
      *------------------------------------------------------
       77  WCN-TOPE-CAMPANIAS             PIC 9(04) VALUE 50.
       77  WS-CANT-CAMPANIAS              PIC 9(04) VALUE 0.
       01  WS-TABLA-CAMPANIAS.
           05 WS-CAMPANIA-TAB OCCURS 50 TIMES
                              INDEXED BY IDX-CAMPANIA.
              10 WRC-CAMPANIA             PIC X(10).
              10 WRC-MARCA                PIC X(08).
              10 WRC-MODELO               PIC X(09).
              10 WRC-VEH-ID-DESDE         PIC 9(05).
              10 WRC-VEH-ID-HASTA         PIC 9(05).
              10 WRC-DESCRIPCION          PIC X(40).

      *------------------------------------------------------
      * CAMPANIA + VEHICULO YA TRATADOS EN CORRIDAS ANTERIORES
      * (RECVEH) Y EN ESTA MISMA CORRIDA
      *------------------------------------------------------
       77  WCN-TOPE-TRATADOS              PIC 9(04) VALUE 5000.
       77  WS-CANT-TRATADOS               PIC 9(04) VALUE 0.
       01  WS-TABLA-TRATADOS.
           05 WS-TRATADO-TAB OCCURS 5000 TIMES
                             INDEXED BY IDX-TRATADO.
              10 WTR-CLAVE                PIC X(15).

      *------------------------------------------------------
      * VEHICULOS CON ORDEN DE TRABAJO ABIERTA O PEDIDA
      *------------------------------------------------------
       77  WCN-TOPE-OT-ABIERTAS           PIC 9(04) VALUE 500.
       77  WS-CANT-OT-ABIERTAS            PIC 9(04) VALUE 0.
       01  WS-TABLA-OT-ABIERTAS.
           05 WS-OT-ABIERTA-TAB OCCURS 500 TIMES
                                INDEXED BY IDX-OT-ABIERTA.
              10 WOA-VEH-ID               PIC X(05).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WRECALL.

       COPY WRECVEH.

       COPY WORDTRAB.

       COPY WAUTOS.

       COPY WCLIENTE.

       COPY WMSGCOLA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-VEHICULOO-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1100-CARGO-CAMPANIAS.

           PERFORM 1200-CARGO-ORDENES.

           PERFORM 1300-ULTIMA-NOVEDAD.

           PERFORM 1400-CARGO-TRATADOS.

           OPEN INPUT VEHICULOO.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VEHICULOO FS: '
                                                     FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES FS: ' FS-CLIENTES
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    LA COLA ES COMPARTIDA CON LOS DEMAS PRODUCTORES: SE
      *    AGREGA AL FINAL Y SE CREA EN LA PRIMERA CORRIDA.
           OPEN EXTEND MSGCOLA.

           EVALUATE TRUE
               WHEN 88-FS-MSGCOLA-OK
                    CONTINUE
               WHEN 88-FS-MSGCOLA-NOEXISTE
                    OPEN OUTPUT MSGCOLA
                    IF NOT 88-FS-MSGCOLA-OK
                       DISPLAY 'ERROR EN OPEN MSGCOLA FS: ' FS-MSGCOLA
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MSGCOLA FS: ' FS-MSGCOLA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    LA COLA DE APERTURAS LA VACIA ABMORDEN AL APLICARLA.
           OPEN EXTEND RECNOV.

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
                    CONTINUE
               WHEN 88-FS-RECNOV-NOEXISTE
                    OPEN OUTPUT RECNOV
                    IF NOT 88-FS-RECNOV-OK
                       DISPLAY 'ERROR EN OPEN RECNOV FS: ' FS-RECNOV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN EXTEND RECVEH.

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
                    CONTINUE
               WHEN 88-FS-RECVEH-NOEXISTE
                    OPEN OUTPUT RECVEH
                    IF NOT 88-FS-RECVEH-OK
                       DISPLAY 'ERROR EN OPEN RECVEH FS: ' FS-RECVEH
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    SIN CAMPANIAS ACTIVAS NO HAY NADA QUE CRUZAR.
           IF WS-CANT-CAMPANIAS = 0
              DISPLAY 'SIN CAMPANIAS DE RECALL ACTIVAS'
              SET 88-FS-VEHICULOO-EOF TO TRUE
           ELSE
              PERFORM 1500-LEO-VEHICULO
           END-IF.

       1000-FIN.
           EXIT.

       1100-CARGO-CAMPANIAS.

           OPEN INPUT RECALL.

           EVALUATE TRUE
               WHEN 88-FS-RECALL-OK
                    PERFORM 1110-LEO-CAMPANIA
                    PERFORM UNTIL 88-FS-RECALL-EOF
                       IF 88-RCL-ACTIVA
                          IF WS-CANT-CAMPANIAS < WCN-TOPE-CAMPANIAS
                             ADD 1 TO WS-CANT-CAMPANIAS
                             SET IDX-CAMPANIA TO WS-CANT-CAMPANIAS
                             MOVE RCL-CAMPANIA
                               TO WRC-CAMPANIA (IDX-CAMPANIA)
                             MOVE RCL-MARCA
                               TO WRC-MARCA (IDX-CAMPANIA)
                             MOVE RCL-MODELO
                               TO WRC-MODELO (IDX-CAMPANIA)
                             MOVE RCL-VEH-ID-DESDE
                               TO WRC-VEH-ID-DESDE (IDX-CAMPANIA)
                             MOVE RCL-VEH-ID-HASTA
                               TO WRC-VEH-ID-HASTA (IDX-CAMPANIA)
                             MOVE RCL-DESCRIPCION
                               TO WRC-DESCRIPCION (IDX-CAMPANIA)
                          ELSE
                             DISPLAY 'TABLA DE CAMPANIAS COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             STOP RUN
                          END-IF
                       END-IF
                       PERFORM 1110-LEO-CAMPANIA
                    END-PERFORM
                    CLOSE RECALL
               WHEN 88-FS-RECALL-NOEXISTE
                    DISPLAY 'SIN MAESTRO DE CAMPANIAS DE RECALL'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECALL FS: ' FS-RECALL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       1110-LEO-CAMPANIA.

           INITIALIZE REG-RECALL.

           READ RECALL INTO REG-RECALL

           EVALUATE TRUE
               WHEN 88-FS-RECALL-OK
                    ADD 1 TO WS-LEIDAS-CAMPANIAS
               WHEN 88-FS-RECALL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECALL FS: ' FS-RECALL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1110-FIN.
           EXIT.

      *------------------------------------------------------------
      * DE LAS ORDENES DE TRABAJO SE TOMA EL ULTIMO NUMERO USADO Y
      * LOS VEHICULOS QUE TIENEN UNA ORDEN ABIERTA.
      *------------------------------------------------------------
       1200-CARGO-ORDENES.

           OPEN INPUT ORDTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    PERFORM 1210-LEO-ORDEN
                    PERFORM UNTIL 88-FS-ORDTRAB-EOF
                       IF ORD-NRO > WS-ULT-NRO-ORDEN
                          MOVE ORD-NRO    TO WS-ULT-NRO-ORDEN
                       END-IF
                       IF 88-ORD-ABIERTA
                          MOVE ORD-VEH-ID TO WS-VEH-ID-X
                          PERFORM 2250-AGREGO-OT-ABIERTA
                       END-IF
                       PERFORM 1210-LEO-ORDEN
                    END-PERFORM
                    CLOSE ORDTRAB
               WHEN 88-FS-ORDTRAB-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-ORDEN.

           INITIALIZE REG-ORDTRAB.

           READ ORDTRAB INTO REG-ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
               WHEN 88-FS-ORDTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDTRAB FS: ' FS-ORDTRAB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1210-FIN.
           EXIT.

      *------------------------------------------------------------
      * LAS NOVEDADES TODAVIA NO APLICADAS (ORDNOV DEL TALLER, LA
      * COLA RECNOV DE CORRIDAS ANTERIORES Y LA COLA TURNOT DE
      * PGMTURNOS) TAMBIEN RESERVAN NUMEROS DE ORDEN: SE NUMERA A
      * CONTINUACION DEL MAYOR. LAS APERTURAS PENDIENTES EN LAS
      * COLAS CUENTAN COMO ORDEN ABIERTA DEL VEHICULO.
      *------------------------------------------------------------
       1300-ULTIMA-NOVEDAD.

           OPEN INPUT ORDNOV.

           EVALUATE TRUE
               WHEN 88-FS-ORDNOV-OK
                    PERFORM 1310-LEO-ORDNOV
                    PERFORM UNTIL 88-FS-ORDNOV-EOF
                       IF ONV-NRO NUMERIC
                       AND ONV-NRO > WS-ULT-NRO-ORDEN
                          MOVE ONV-NRO    TO WS-ULT-NRO-ORDEN
                       END-IF
                       PERFORM 1310-LEO-ORDNOV
                    END-PERFORM
                    CLOSE ORDNOV
               WHEN 88-FS-ORDNOV-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDNOV FS: ' FS-ORDNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT RECNOV.

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
                    PERFORM 1320-LEO-RECNOV
                    PERFORM UNTIL 88-FS-RECNOV-EOF
                       IF RNV-NRO > WS-ULT-NRO-ORDEN
                          MOVE RNV-NRO    TO WS-ULT-NRO-ORDEN
                       END-IF
                       MOVE RNV-VEH-ID    TO WS-VEH-ID-X
                       PERFORM 2250-AGREGO-OT-ABIERTA
                       PERFORM 1320-LEO-RECNOV
                    END-PERFORM
                    CLOSE RECNOV
               WHEN 88-FS-RECNOV-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT TURNOT.

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
                    PERFORM 1330-LEO-TURNOT
                    PERFORM UNTIL 88-FS-TURNOT-EOF
                       IF TOT-NRO NUMERIC
                       AND TOT-NRO > WS-ULT-NRO-ORDEN
                          MOVE TOT-NRO    TO WS-ULT-NRO-ORDEN
                       END-IF
                       MOVE TOT-VEH-ID    TO WS-VEH-ID-X
                       PERFORM 2250-AGREGO-OT-ABIERTA
                       PERFORM 1330-LEO-TURNOT
                    END-PERFORM
                    CLOSE TURNOT
               WHEN 88-FS-TURNOT-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

       1310-LEO-ORDNOV.

           INITIALIZE REG-ORDNOV-FD.

           READ ORDNOV

           EVALUATE TRUE
               WHEN 88-FS-ORDNOV-OK
               WHEN 88-FS-ORDNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDNOV FS: ' FS-ORDNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1310-FIN.
           EXIT.

       1320-LEO-RECNOV.

           INITIALIZE REG-RECNOV-FD.

           READ RECNOV

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
               WHEN 88-FS-RECNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1320-FIN.
           EXIT.

       1330-LEO-TURNOT.

           INITIALIZE REG-TURNOT-FD.

           READ TURNOT

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
               WHEN 88-FS-TURNOT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1330-FIN.
           EXIT.

       1400-CARGO-TRATADOS.

           OPEN INPUT RECVEH.

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
                    PERFORM 1410-LEO-TRATADO
                    PERFORM UNTIL 88-FS-RECVEH-EOF
                       MOVE RCV-CLAVE     TO WS-CLAVE-BUSCADA
                       PERFORM 2450-AGREGO-TRATADO
                       PERFORM 1410-LEO-TRATADO
                    END-PERFORM
                    CLOSE RECVEH
               WHEN 88-FS-RECVEH-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1400-FIN.
           EXIT.

       1410-LEO-TRATADO.

           INITIALIZE REG-RECVEH.

           READ RECVEH INTO REG-RECVEH

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
               WHEN 88-FS-RECVEH-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1410-FIN.
           EXIT.

       1500-LEO-VEHICULO.

           INITIALIZE VEH-REGISTRO.

           READ VEHICULOO INTO VEH-REGISTRO

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    ADD 1 TO WS-LEIDOS-VEHICULOS
               WHEN 88-FS-VEHICULOO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VEHICULOO FS: '
                                                     FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1500-FIN.
           EXIT.

      *------------------------------------------------------------
      * UN VEHICULO ESTA ALCANZADO POR LA CAMPANIA SI COINCIDE LA
      * MARCA, EL MODELO (BLANCO = TODOS) Y EL VEH-ID CAE EN EL
      * RANGO (HASTA EN CERO = SIN TOPE).
      *------------------------------------------------------------
       2000-PROCESO.

           PERFORM VARYING IDX-CAMPANIA FROM 1 BY 1
                     UNTIL IDX-CAMPANIA > WS-CANT-CAMPANIAS
              IF  VEH-MARCA = WRC-MARCA (IDX-CAMPANIA)
              AND (WRC-MODELO (IDX-CAMPANIA) = SPACES
                   OR VEH-MODELO = WRC-MODELO (IDX-CAMPANIA))
              AND VEH-ID >= WRC-VEH-ID-DESDE (IDX-CAMPANIA)
              AND (WRC-VEH-ID-HASTA (IDX-CAMPANIA) = 0
                   OR VEH-ID <= WRC-VEH-ID-HASTA (IDX-CAMPANIA))
                 PERFORM 2100-VEHICULO-AFECTADO THRU 2100-FIN
              END-IF
           END-PERFORM.

           PERFORM 1500-LEO-VEHICULO.

       2000-FIN.
           EXIT.

       2100-VEHICULO-AFECTADO.

           MOVE VEH-ID                    TO WS-VEH-ID-X.
           MOVE WRC-CAMPANIA (IDX-CAMPANIA)
                                          TO WS-CLAVE-BUSCADA (01:10).
           MOVE WS-VEH-ID-X               TO WS-CLAVE-BUSCADA (11:05).

           PERFORM 2110-BUSCO-TRATADO.

           IF WS-HALLADO = 'S'
              ADD 1 TO WS-CANT-YA-TRATADOS
              GO TO 2100-FIN
           END-IF.

           INITIALIZE REG-RECVEH.
           MOVE WRC-CAMPANIA (IDX-CAMPANIA) TO RCV-CAMPANIA.
           MOVE WS-VEH-ID-X               TO RCV-VEH-ID.
           MOVE VEH-PATENTE               TO RCV-PATENTE.
           MOVE WS-CURRENT-DATE-DATE      TO RCV-FECHA.

           IF 88-VEH-VENDIDO
              PERFORM 2300-AVISO-TITULAR
           ELSE
              PERFORM 2120-BUSCO-OT-ABIERTA
              IF WS-HALLADO = 'S'
                 ADD 1 TO WS-CANT-DIFERIDOS
                 DISPLAY 'RECALL ' RCV-CAMPANIA ' VEHICULO '
                         RCV-VEH-ID ' CON OT ABIERTA - DIFERIDO'
                 GO TO 2100-FIN
              END-IF
              PERFORM 2200-PIDO-ORDEN
           END-IF.

           ADD 1 TO WS-CANT-AFECTADOS.

           PERFORM 2400-GRABO-TRATADO.

       2100-FIN.
           EXIT.

       2110-BUSCO-TRATADO.

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDX-TRATADO FROM 1 BY 1
                     UNTIL IDX-TRATADO > WS-CANT-TRATADOS
                        OR WS-HALLADO = 'S'
              IF WTR-CLAVE (IDX-TRATADO) = WS-CLAVE-BUSCADA
                 MOVE 'S' TO WS-HALLADO
              END-IF
           END-PERFORM.

       2110-FIN.
           EXIT.

       2120-BUSCO-OT-ABIERTA.

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDX-OT-ABIERTA FROM 1 BY 1
                     UNTIL IDX-OT-ABIERTA > WS-CANT-OT-ABIERTAS
                        OR WS-HALLADO = 'S'
              IF WOA-VEH-ID (IDX-OT-ABIERTA) = WS-VEH-ID-X
                 MOVE 'S' TO WS-HALLADO
              END-IF
           END-PERFORM.

       2120-FIN.
           EXIT.

      *------------------------------------------------------------
      * VEHICULO DEL LOTE: APERTURA DE ORDEN PARA ABMORDEN. NO ES
      * UN RECLAMO DE GARANTIA DE POSVENTA (EL TRABAJO LO CUBRE EL
      * FABRICANTE) Y NO LLEVA KILOMETRAJE.
      *------------------------------------------------------------
       2200-PIDO-ORDEN.

           ADD 1 TO WS-ULT-NRO-ORDEN.

           INITIALIZE REG-RECNOV-FD.
           MOVE 'A'                       TO RNV-COD.
           MOVE WS-VEH-ID-X               TO RNV-VEH-ID.
           MOVE WS-ULT-NRO-ORDEN          TO RNV-NRO.
           MOVE 'RECALL '                 TO RNV-DESCRIPCION (01:07).
           MOVE WRC-CAMPANIA (IDX-CAMPANIA)
                                          TO RNV-DESCRIPCION (08:10).
           MOVE 'N'                       TO RNV-GARANTIA.

           WRITE REG-RECNOV-FD.

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
                    ADD 1 TO WS-CANT-ORDENES-PEDIDAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           SET 88-RCV-ORDEN-LOTE          TO TRUE.
           MOVE WS-ULT-NRO-ORDEN          TO RCV-ORD-NRO.

      *    OTRA CAMPANIA SOBRE EL MISMO VEHICULO ESPERA A QUE SE
      *    CIERRE ESTA ORDEN.
           PERFORM 2250-AGREGO-OT-ABIERTA.

       2200-FIN.
           EXIT.

       2250-AGREGO-OT-ABIERTA.

           IF WS-CANT-OT-ABIERTAS < WCN-TOPE-OT-ABIERTAS
              ADD 1 TO WS-CANT-OT-ABIERTAS
              SET IDX-OT-ABIERTA TO WS-CANT-OT-ABIERTAS
              MOVE WS-VEH-ID-X            TO WOA-VEH-ID (IDX-OT-ABIERTA)
           ELSE
              DISPLAY 'TABLA DE ORDENES ABIERTAS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       2250-FIN.
           EXIT.

      *------------------------------------------------------------
      * VEHICULO VENDIDO: AVISO 'RCLL' AL TITULAR ACTUAL. EL
      * DESPACHADOR RESUELVE CANAL, CONSENTIMIENTO Y DOMICILIO; AQUI
      * SOLO IMPORTA QUE EL TITULAR EXISTA.
      *------------------------------------------------------------
       2300-AVISO-TITULAR.

           MOVE VEH-PROPIETARIO-ID        TO RCV-CLI-ID.

           IF VEH-PROPIETARIO-ID = 0
              SET 88-RCV-SIN-CONTACTO     TO TRUE
           ELSE
              INITIALIZE REG-CLIENTES
                         REG-CLIENTES-FD
              MOVE VEH-PROPIETARIO-ID     TO REG-CLIENTES-KEY-FD
              READ CLIENTES INTO REG-CLIENTES
              EVALUATE TRUE
                  WHEN 88-FS-CLIENTES-OK
                       SET 88-RCV-AVISO-TITULAR TO TRUE
                  WHEN 88-FS-CLIENTES-NOKEY
                       SET 88-RCV-SIN-CONTACTO  TO TRUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN READ CLIENTES FS: '
                                                      FS-CLIENTES
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
              END-EVALUATE
           END-IF.

           IF 88-RCV-SIN-CONTACTO
              ADD 1 TO WS-CANT-SIN-CONTACTO
           ELSE
              PERFORM 2350-ENCOLO-MENSAJE
           END-IF.

       2300-FIN.
           EXIT.

       2350-ENCOLO-MENSAJE.

           INITIALIZE REG-MSGCOLA.
           SET 88-MSG-RECALL-VEHICULO     TO TRUE.
           MOVE 'PGMRECAL'                TO MSG-ORIGEN.
           MOVE VEH-PROPIETARIO-ID        TO MSG-CLI-ID.
           MOVE SPACES                    TO MSG-NRO-TARJETA.
           MOVE WS-CURRENT-DATE-DATE      TO MSG-FECHA-ALTA.
           MOVE VEH-PATENTE               TO MSG-REFERENCIA.

           MOVE SPACES                    TO MSG-TEXTO.
           MOVE 'RECALL'                  TO MSG-TEXTO (01:06).
           MOVE WRC-CAMPANIA (IDX-CAMPANIA)
                                          TO MSG-TEXTO (08:10).
           MOVE WRC-DESCRIPCION (IDX-CAMPANIA)
                                          TO MSG-TEXTO (19:40).

           WRITE REG-MSGCOLA-FD           FROM REG-MSGCOLA.

           EVALUATE TRUE
               WHEN 88-FS-MSGCOLA-OK
                    ADD 1 TO WS-CANT-ENCOLADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE MSGCOLA FS: ' FS-MSGCOLA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2350-FIN.
           EXIT.

       2400-GRABO-TRATADO.

           WRITE REG-RECVEH-FD            FROM REG-RECVEH.

           EVALUATE TRUE
               WHEN 88-FS-RECVEH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECVEH FS: ' FS-RECVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 2450-AGREGO-TRATADO.

       2400-FIN.
           EXIT.

       2450-AGREGO-TRATADO.

           IF WS-CANT-TRATADOS < WCN-TOPE-TRATADOS
              ADD 1 TO WS-CANT-TRATADOS
              SET IDX-TRATADO TO WS-CANT-TRATADOS
              MOVE WS-CLAVE-BUSCADA       TO WTR-CLAVE (IDX-TRATADO)
           ELSE
              DISPLAY 'TABLA DE VEHICULOS TRATADOS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       2450-FIN.
           EXIT.

       3000-FINALIZAR.

           CLOSE VEHICULOO.
           CLOSE CLIENTES.
           CLOSE MSGCOLA.
           CLOSE RECNOV.
           CLOSE RECVEH.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMRECALL             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CAMPANIAS LEIDAS           : ' WS-LEIDAS-CAMPANIAS.
           DISPLAY 'CAMPANIAS ACTIVAS          : ' WS-CANT-CAMPANIAS.
           DISPLAY 'VEHICULOS LEIDOS           : '
                                              WS-LEIDOS-VEHICULOS.
           DISPLAY 'YA TRATADOS ANTES          : '
                                              WS-CANT-YA-TRATADOS.
           DISPLAY 'AFECTADOS NUEVOS           : ' WS-CANT-AFECTADOS.
           DISPLAY 'ORDENES PEDIDAS (LOTE)     : '
                                              WS-CANT-ORDENES-PEDIDAS.
           DISPLAY 'DIFERIDOS POR OT ABIERTA   : ' WS-CANT-DIFERIDOS.
           DISPLAY 'AVISOS ENCOLADOS           : ' WS-CANT-ENCOLADOS.
           DISPLAY 'SIN CONTACTO               : '
                                              WS-CANT-SIN-CONTACTO.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM PGMRECALL.
