      ******************************************************************
      * PROGRAMA DE TURNOS DEL TALLER
      * APLICA LAS NOVEDADES DE TURNOS (TURNOV) SOBRE EL ARCHIVO DE
      * TURNOS (WTURNO.cpy):
      *   'A' ALTA    : TURNO NUEVO PARA UN VEHICULO Y CLIENTE EN UNA
      *       FECHA, CON HORAS ESTIMADAS Y TIPO DE TRABAJO. SE RECHAZA
      *       SI LA FECHA YA PASO O NO ES DIA HABIL (UTLDIAHAB), SI EL
      *       VEHICULO YA TIENE TURNO ESE DIA O SI LAS HORAS DEL DIA
      *       SUPERARIAN LA CAPACIDAD DEL TALLER (BAHIAS POR HORAS,
      *       WCAPTALLER.cpy)
      *   'B' BAJA    : CANCELA UN TURNO PENDIENTE
      *   'I' INGRESO : EL CLIENTE SE PRESENTO CON EL VEHICULO EL DIA
      *       DEL TURNO. SE PIDE A ABMORDEN LA APERTURA DE LA ORDEN DE
      *       TRABAJO EN LA COLA TURNOT (MISMO FORMATO QUE ORDNOV) Y EL
      *       TURNO QUEDA INGRESADO CON ESE NRO DE ORDEN. UN VEHICULO
      *       CON ORDEN ABIERTA O YA PEDIDA SE RECHAZA
      * LOS TURNOS PENDIENTES DE DIAS ANTERIORES QUEDAN AUSENTES Y SE
      * LISTAN EN EL REPORTE DE AUSENTES (TURAUS).
      * EL ARCHIVO DE TURNOS SE LEE COMPLETO A TABLA, SE APLICAN LAS
      * NOVEDADES Y SE REESCRIBE; LOS RECHAZOS SALEN CON MOTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTURNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TURNOS           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosTa
      -    'ller.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURNOS.

           SELECT CAPTALLER        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TallerCa
      -    'pacidad.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CAPTALLER.

           SELECT TURNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosNo
      -    'vedades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURNOV.

           SELECT TURNOVRECH       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosNo
      -    'vedadesRech.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURNOVRECH.

           SELECT TURAUS           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosAu
      -    'sentes.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURAUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS
           RECORDING MODE IS F.
       01  REG-TURNOS-FD                  PIC X(80).

       FD  CAPTALLER
           RECORDING MODE IS F.
       01  REG-CAPTALLER-FD               PIC X(20).

       FD  TURNOV
           RECORDING MODE IS F.
       01  REG-TURNOV-FD.
           03 TNV-COD                     PIC X(01).
           03 TNV-NRO                     PIC 9(06).
           03 TNV-VEH-ID                  PIC X(05).
           03 TNV-CLI-ID                  PIC 9(10).
           03 TNV-FECHA                   PIC 9(08).
           03 TNV-HORAS-EST               PIC 9(02)V99.
           03 TNV-TIPO                    PIC X(01).
           03 TNV-DESCRIPCION             PIC X(24).
           03 TNV-KM                      PIC 9(07).

       FD  TURNOVRECH
           RECORDING MODE IS F.
       01  REG-TURNOVRECH-FD.
           03 RECH-NOVEDAD                PIC X(66).
           03 FILLER                      PIC X(01).
           03 RECH-MOTIVO                 PIC X(30).

       FD  TURAUS
           RECORDING MODE IS F.
       01  REG-TURAUS-FD                  PIC X(100).

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
           03 FILLER                      PIC X(50).

      *    MISMO FORMATO QUE ORDNOV (VER ABMORDEN)
       FD  TURNOT
           RECORDING MODE IS F.
       01  REG-TURNOT-FD.
           03 TOT-COD                     PIC X(01).
           03 TOT-VEH-ID                  PIC X(05).
           03 TOT-NRO                     PIC 9(06).
           03 TOT-DESCRIPCION             PIC X(24).
           03 TOT-MANO-OBRA               PIC 9(07)V99.
           03 TOT-REPUESTOS               PIC 9(07)V99.
           03 TOT-GARANTIA                PIC X(01).
           03 TOT-KM                      PIC 9(07).

       WORKING-STORAGE SECTION.
       77  FS-TURNOS                      PIC X(02) VALUE ' '.
           88 88-FS-TURNOS-OK                       VALUE '00'.
           88 88-FS-TURNOS-EOF                      VALUE '10'.
           88 88-FS-TURNOS-NOEXISTE                 VALUE '35'.

       77  FS-CAPTALLER                   PIC X(02) VALUE ' '.
           88 88-FS-CAPTALLER-OK                    VALUE '00'.
           88 88-FS-CAPTALLER-EOF                   VALUE '10'.
           88 88-FS-CAPTALLER-NOEXISTE              VALUE '35'.

       77  FS-TURNOV                      PIC X(02) VALUE ' '.
           88 88-FS-TURNOV-OK                       VALUE '00'.
           88 88-FS-TURNOV-EOF                      VALUE '10'.
           88 88-FS-TURNOV-NOEXISTE                 VALUE '35'.

       77  WS-TURNOV-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-TURNOV-ABIERTO                     VALUE 'S'.

       77  FS-TURNOVRECH                  PIC X(02) VALUE ' '.
           88 88-FS-TURNOVRECH-OK                   VALUE '00'.

       77  FS-TURAUS                      PIC X(02) VALUE ' '.
           88 88-FS-TURAUS-OK                       VALUE '00'.

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

       77  WS-LEIDOS-TURNOS               PIC 9(05) VALUE 0.
       77  WS-LEIDAS-NOVEDADES            PIC 9(05) VALUE 0.
       77  WS-CANT-ALTAS                  PIC 9(05) VALUE 0.
       77  WS-CANT-BAJAS                  PIC 9(05) VALUE 0.
       77  WS-CANT-INGRESOS               PIC 9(05) VALUE 0.
       77  WS-CANT-AUSENTES               PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADAS             PIC 9(05) VALUE 0.

       77  WS-MJE-ERROR                   PIC X(30) VALUE SPACES.
       77  WS-TURNO-HALLADO               PIC 9(04) VALUE 0.
       77  WS-VEH-CON-TURNO               PIC X(01) VALUE 'N'.
       77  WS-OT-ABIERTA-VEH              PIC X(01) VALUE 'N'.
       77  WS-VEH-ID-X                    PIC X(05) VALUE SPACES.
       77  WS-ULT-NRO-TURNO               PIC 9(06) VALUE 0.
       77  WS-ULT-NRO-ORDEN               PIC 9(06) VALUE 0.
       77  WS-HORAS-DIA                   PIC 9(04)V99 VALUE 0.
       77  WS-HORAS-ED                    PIC Z9,99.
       77  WS-CAPACIDAD-ED                PIC ZZZ9,99.

      *------------------------------------------------------
      * CAPACIDAD DIARIA: SIN PARAMETRO SE TOMAN 4 BAHIAS DE
      * 8 HORAS.
      *------------------------------------------------------
       77  WCN-BAHIAS-DEFECTO             PIC 9(02) VALUE 4.
       77  WCN-HORAS-BAHIA-DEFECTO        PIC 9(02)V99 VALUE 8.
       77  WS-CAPACIDAD-DIA               PIC 9(04)V99 VALUE 0.

      *------------------------------------------------------
      * TODOS LOS TURNOS EN TABLA: SE APLICAN LAS NOVEDADES
      * Y EL ARCHIVO SE REESCRIBE COMPLETO AL FINAL.
      *------------------------------------------------------
       77  WCN-TOPE-TURNOS                PIC 9(04) VALUE 3000.
       77  WS-CANT-TURNOS                 PIC 9(04) VALUE 0.
       01  WS-TABLA-TURNOS.
           05 WS-TURNO-TAB OCCURS 3000 TIMES
                           INDEXED BY IDX-TURNO.
              10 WTU-REGISTRO             PIC X(80).

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

       COPY WTURNO.

       COPY WCAPTALLER.

       COPY WORDTRAB.

       COPY WUTLDIAHAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-TURNOV-EOF.

           PERFORM 2500-MARCO-AUSENTES.

           PERFORM 2800-REESCRIBO-TURNOS.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1100-CARGO-TURNOS.

           PERFORM 1150-CARGO-CAPACIDAD.

           PERFORM 1200-CARGO-ORDENES.

           PERFORM 1300-ULTIMA-NOVEDAD.

           OPEN INPUT TURNOV.

           EVALUATE TRUE
               WHEN 88-FS-TURNOV-OK
                    SET 88-TURNOV-ABIERTO TO TRUE
               WHEN 88-FS-TURNOV-NOEXISTE
                    SET 88-FS-TURNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOV FS: ' FS-TURNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT TURNOVRECH.

           EVALUATE TRUE
               WHEN 88-FS-TURNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOVRECH FS: '
                                                    FS-TURNOVRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT TURAUS.

           EVALUATE TRUE
               WHEN 88-FS-TURAUS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURAUS FS: ' FS-TURAUS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    LA COLA DE APERTURAS LA VACIA ABMORDEN AL APLICARLA.
           OPEN EXTEND TURNOT.

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
                    CONTINUE
               WHEN 88-FS-TURNOT-NOEXISTE
                    OPEN OUTPUT TURNOT
                    IF NOT 88-FS-TURNOT-OK
                       DISPLAY 'ERROR EN OPEN TURNOT FS: ' FS-TURNOT
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-TURAUS-FD.
           MOVE 'TURNOS AUSENTES AL:'     TO REG-TURAUS-FD (01:19).
           MOVE WS-CURRENT-DATE-DATE      TO REG-TURAUS-FD (21:08).
           PERFORM 2600-GRABO-AUSENTE.

           MOVE SPACES                    TO REG-TURAUS-FD.
           MOVE 'TURNO   FECHA     VEH.   CLIENTE   TIPO  HS.EST.'
                                          TO REG-TURAUS-FD (01:49).
           MOVE 'DESCRIPCION'             TO REG-TURAUS-FD (51:11).
           PERFORM 2600-GRABO-AUSENTE.

           IF NOT 88-FS-TURNOV-EOF
              PERFORM 1400-LEO-NOVEDAD
           END-IF.

       1000-FIN.
           EXIT.

       1100-CARGO-TURNOS.

           OPEN INPUT TURNOS.

           EVALUATE TRUE
               WHEN 88-FS-TURNOS-OK
                    PERFORM 1110-LEO-TURNO
                    PERFORM UNTIL 88-FS-TURNOS-EOF
                       IF WS-CANT-TURNOS < WCN-TOPE-TURNOS
                          ADD 1 TO WS-CANT-TURNOS
                          SET IDX-TURNO TO WS-CANT-TURNOS
                          MOVE REG-TURNO  TO WTU-REGISTRO (IDX-TURNO)
                          IF TUR-NRO > WS-ULT-NRO-TURNO
                             MOVE TUR-NRO TO WS-ULT-NRO-TURNO
                          END-IF
                       ELSE
                          DISPLAY 'TABLA DE TURNOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1110-LEO-TURNO
                    END-PERFORM
                    CLOSE TURNOS
               WHEN 88-FS-TURNOS-NOEXISTE
                    DISPLAY 'ARCHIVO DE TURNOS NUEVO'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOS FS: ' FS-TURNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       1110-LEO-TURNO.

           INITIALIZE REG-TURNO.

           READ TURNOS INTO REG-TURNO

           EVALUATE TRUE
               WHEN 88-FS-TURNOS-OK
                    ADD 1 TO WS-LEIDOS-TURNOS
               WHEN 88-FS-TURNOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TURNOS FS: ' FS-TURNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1110-FIN.
           EXIT.

      *------------------------------------------------------------
      * CAPACIDAD DEL TALLER: UN REGISTRO CON BAHIAS Y HORAS POR
      * BAHIA. SIN ARCHIVO (O CON VALORES EN CERO) VALE EL DEFECTO.
      *------------------------------------------------------------
       1150-CARGO-CAPACIDAD.

           INITIALIZE REG-CAPTALLER.

           OPEN INPUT CAPTALLER.

           EVALUATE TRUE
               WHEN 88-FS-CAPTALLER-OK
                    READ CAPTALLER INTO REG-CAPTALLER
                    IF NOT 88-FS-CAPTALLER-OK
                    AND NOT 88-FS-CAPTALLER-EOF
                       DISPLAY 'ERROR EN READ CAPTALLER FS: '
                                                     FS-CAPTALLER
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
                    CLOSE CAPTALLER
               WHEN 88-FS-CAPTALLER-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAPTALLER FS: ' FS-CAPTALLER
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           IF CAP-BAHIAS NOT NUMERIC
           OR CAP-BAHIAS = 0
              MOVE WCN-BAHIAS-DEFECTO     TO CAP-BAHIAS
           END-IF.

           IF CAP-HORAS-BAHIA NOT NUMERIC
           OR CAP-HORAS-BAHIA = 0
              MOVE WCN-HORAS-BAHIA-DEFECTO TO CAP-HORAS-BAHIA
           END-IF.

           COMPUTE WS-CAPACIDAD-DIA = CAP-BAHIAS * CAP-HORAS-BAHIA.

           MOVE WS-CAPACIDAD-DIA          TO WS-CAPACIDAD-ED.
           DISPLAY 'CAPACIDAD DIARIA DEL TALLER (HS): ' WS-CAPACIDAD-ED.

       1150-FIN.
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
                          PERFORM 2350-AGREGO-OT-ABIERTA
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
      * LAS NOVEDADES TODAVIA NO APLICADAS (ORDNOV DEL TALLER Y LAS
      * COLAS RECNOV Y TURNOT DE CORRIDAS ANTERIORES) TAMBIEN
      * RESERVAN NUMEROS DE ORDEN: SE NUMERA A CONTINUACION DEL
      * MAYOR. LAS APERTURAS PENDIENTES EN LAS COLAS CUENTAN COMO
      * ORDEN ABIERTA DEL VEHICULO.
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
                       IF RNV-NRO NUMERIC
                       AND RNV-NRO > WS-ULT-NRO-ORDEN
                          MOVE RNV-NRO    TO WS-ULT-NRO-ORDEN
                       END-IF
                       MOVE RNV-VEH-ID    TO WS-VEH-ID-X
                       PERFORM 2350-AGREGO-OT-ABIERTA
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
                       PERFORM 2350-AGREGO-OT-ABIERTA
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

       1400-LEO-NOVEDAD.

           READ TURNOV

           EVALUATE TRUE
               WHEN 88-FS-TURNOV-OK
                    ADD 1 TO WS-LEIDAS-NOVEDADES
               WHEN 88-FS-TURNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TURNOV FS: ' FS-TURNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1400-FIN.
           EXIT.

       2000-PROCESO.

           MOVE SPACES TO WS-MJE-ERROR.

           EVALUATE TNV-COD
               WHEN 'A'
                    PERFORM 2100-ALTA THRU 2100-FIN
               WHEN 'B'
                    PERFORM 2200-BAJA THRU 2200-FIN
               WHEN 'I'
                    PERFORM 2300-INGRESO THRU 2300-FIN
               WHEN OTHER
                    MOVE 'COD. NOVEDAD INVALIDO (A,B,I)' TO WS-MJE-ERROR
           END-EVALUATE.

           IF WS-MJE-ERROR NOT = SPACES
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1400-LEO-NOVEDAD.

       2000-FIN.
           EXIT.

       2100-ALTA.

           IF TNV-VEH-ID = SPACES
              MOVE 'TURNO SIN VEHICULO'   TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF TNV-FECHA NOT NUMERIC
              MOVE 'FECHA DE TURNO INVALIDA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF TNV-FECHA < WS-CURRENT-DATE-DATE
              MOVE 'FECHA DE TURNO YA PASADA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

      *    SOLO DIAS HABILES: NI FINES DE SEMANA NI FERIADOS.
           INITIALIZE WUTLDIAHAB.
           MOVE TNV-FECHA                 TO WUTLDIAHAB-FECHA.
           CALL 'UTLDIAHAB' USING WUTLDIAHAB.

           IF NOT 88-WUTLDIAHAB-OK
              MOVE 'FECHA DE TURNO INVALIDA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF 88-WUTLDIAHAB-NO-HABIL
              MOVE 'FECHA NO HABIL PARA EL TALLER' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF TNV-HORAS-EST NOT NUMERIC
           OR TNV-HORAS-EST = 0
              MOVE 'HORAS ESTIMADAS INVALIDAS' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF TNV-TIPO NOT = 'S' AND 'R' AND 'G'
              MOVE 'TIPO DE TRABAJO INVALIDO' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           PERFORM 2110-HORAS-DEL-DIA.

           IF WS-VEH-CON-TURNO = 'S'
              MOVE 'VEHICULO CON TURNO ESE DIA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF WS-HORAS-DIA + TNV-HORAS-EST > WS-CAPACIDAD-DIA
              MOVE 'CAPACIDAD DIARIA EXCEDIDA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF WS-CANT-TURNOS >= WCN-TOPE-TURNOS
              DISPLAY 'TABLA DE TURNOS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           ADD 1 TO WS-ULT-NRO-TURNO.

           INITIALIZE REG-TURNO.
           MOVE WS-ULT-NRO-TURNO          TO TUR-NRO.
           MOVE TNV-VEH-ID                TO TUR-VEH-ID.
           IF TNV-CLI-ID NUMERIC
              MOVE TNV-CLI-ID             TO TUR-CLI-ID
           END-IF.
           MOVE TNV-FECHA                 TO TUR-FECHA.
           MOVE TNV-HORAS-EST             TO TUR-HORAS-EST.
           MOVE TNV-TIPO                  TO TUR-TIPO.
           MOVE TNV-DESCRIPCION           TO TUR-DESCRIPCION.
           SET 88-TUR-PENDIENTE           TO TRUE.
           MOVE WS-CURRENT-DATE-DATE      TO TUR-FEC-ALTA.

           ADD 1 TO WS-CANT-TURNOS.
           SET IDX-TURNO TO WS-CANT-TURNOS.
           MOVE REG-TURNO                 TO WTU-REGISTRO (IDX-TURNO).

           ADD 1 TO WS-CANT-ALTAS.

           DISPLAY 'TURNO OTORGADO NRO: ' TUR-NRO
                   ' VEHICULO: ' TUR-VEH-ID ' FECHA: ' TUR-FECHA.

       2100-FIN.
           EXIT.

      *------------------------------------------------------------
      * HORAS YA COMPROMETIDAS EN LA FECHA PEDIDA (TURNOS
      * PENDIENTES E INGRESADOS) Y SI EL VEHICULO YA TIENE TURNO
      * PENDIENTE ESE DIA.
      *------------------------------------------------------------
       2110-HORAS-DEL-DIA.

           MOVE 0   TO WS-HORAS-DIA.
           MOVE 'N' TO WS-VEH-CON-TURNO.

           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                     UNTIL IDX-TURNO > WS-CANT-TURNOS
              MOVE WTU-REGISTRO (IDX-TURNO) TO REG-TURNO
              IF TUR-FECHA = TNV-FECHA
              AND 88-TUR-OCUPA-CAPACIDAD
                 ADD TUR-HORAS-EST        TO WS-HORAS-DIA
                 IF TUR-VEH-ID = TNV-VEH-ID
                 AND 88-TUR-PENDIENTE
                    MOVE 'S' TO WS-VEH-CON-TURNO
                 END-IF
              END-IF
           END-PERFORM.

       2110-FIN.
           EXIT.

       2120-BUSCO-TURNO.

           MOVE 0 TO WS-TURNO-HALLADO.

           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                     UNTIL IDX-TURNO > WS-CANT-TURNOS
                        OR WS-TURNO-HALLADO > 0
              MOVE WTU-REGISTRO (IDX-TURNO) TO REG-TURNO
              IF TUR-NRO = TNV-NRO
                 SET WS-TURNO-HALLADO TO IDX-TURNO
              END-IF
           END-PERFORM.

       2120-FIN.
           EXIT.

       2200-BAJA.

           PERFORM 2120-BUSCO-TURNO.

           IF WS-TURNO-HALLADO = 0
              MOVE 'TURNO INEXISTENTE'    TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           SET IDX-TURNO TO WS-TURNO-HALLADO.
           MOVE WTU-REGISTRO (IDX-TURNO)  TO REG-TURNO.

           IF NOT 88-TUR-PENDIENTE
              MOVE 'TURNO NO PENDIENTE'   TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           SET 88-TUR-CANCELADO           TO TRUE.
           MOVE REG-TURNO                 TO WTU-REGISTRO (IDX-TURNO).

           ADD 1 TO WS-CANT-BAJAS.

       2200-FIN.
           EXIT.

      *------------------------------------------------------------
      * EL CLIENTE SE PRESENTO: SE PIDE LA APERTURA DE LA ORDEN DE
      * TRABAJO CON LA DESCRIPCION DEL TURNO (O 'TURNO' + NRO SI NO
      * TIENE) Y EL KILOMETRAJE DE INGRESO. UN TRABAJO EN GARANTIA
      * SE ABRE COMO RECLAMO, QUE ABMORDEN VALIDA CON ESE KM.
      *------------------------------------------------------------
       2300-INGRESO.

           PERFORM 2120-BUSCO-TURNO.

           IF WS-TURNO-HALLADO = 0
              MOVE 'TURNO INEXISTENTE'    TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           SET IDX-TURNO TO WS-TURNO-HALLADO.
           MOVE WTU-REGISTRO (IDX-TURNO)  TO REG-TURNO.

           IF NOT 88-TUR-PENDIENTE
              MOVE 'TURNO NO PENDIENTE'   TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           IF TUR-FECHA NOT = WS-CURRENT-DATE-DATE
              MOVE 'EL TURNO NO ES DE HOY' TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           IF 88-TUR-GARANTIA
              IF TNV-KM NOT NUMERIC
              OR TNV-KM = 0
                 MOVE 'INGRESO EN GARANTIA SIN KM' TO WS-MJE-ERROR
                 GO TO 2300-FIN
              END-IF
           END-IF.

           MOVE TUR-VEH-ID                TO WS-VEH-ID-X.
           PERFORM 2310-BUSCO-OT-ABIERTA.

           IF WS-OT-ABIERTA-VEH = 'S'
              MOVE 'VEHICULO CON OT YA ABIERTA' TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           ADD 1 TO WS-ULT-NRO-ORDEN.

           INITIALIZE REG-TURNOT-FD.
           MOVE 'A'                       TO TOT-COD.
           MOVE TUR-VEH-ID                TO TOT-VEH-ID.
           MOVE WS-ULT-NRO-ORDEN          TO TOT-NRO.
           IF TUR-DESCRIPCION = SPACES
              MOVE 'TURNO '               TO TOT-DESCRIPCION (01:06)
              MOVE TUR-NRO                TO TOT-DESCRIPCION (07:06)
           ELSE
              MOVE TUR-DESCRIPCION        TO TOT-DESCRIPCION
           END-IF.
           IF 88-TUR-GARANTIA
              MOVE 'S'                    TO TOT-GARANTIA
           ELSE
              MOVE 'N'                    TO TOT-GARANTIA
           END-IF.
           IF TNV-KM NUMERIC
              MOVE TNV-KM                 TO TOT-KM
           END-IF.

           WRITE REG-TURNOT-FD.

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 2350-AGREGO-OT-ABIERTA.

           SET 88-TUR-INGRESADO           TO TRUE.
           MOVE WS-ULT-NRO-ORDEN          TO TUR-ORD-NRO.
           MOVE REG-TURNO                 TO WTU-REGISTRO (IDX-TURNO).

           ADD 1 TO WS-CANT-INGRESOS.

           DISPLAY 'TURNO INGRESADO NRO: ' TUR-NRO
                   ' ORDEN PEDIDA NRO: ' TUR-ORD-NRO.

       2300-FIN.
           EXIT.

       2310-BUSCO-OT-ABIERTA.

           MOVE 'N' TO WS-OT-ABIERTA-VEH.

           PERFORM VARYING IDX-OT-ABIERTA FROM 1 BY 1
                     UNTIL IDX-OT-ABIERTA > WS-CANT-OT-ABIERTAS
              IF WOA-VEH-ID (IDX-OT-ABIERTA) = WS-VEH-ID-X
                 MOVE 'S' TO WS-OT-ABIERTA-VEH
              END-IF
           END-PERFORM.

       2310-FIN.
           EXIT.

       2350-AGREGO-OT-ABIERTA.

           IF WS-CANT-OT-ABIERTAS < WCN-TOPE-OT-ABIERTAS
              ADD 1 TO WS-CANT-OT-ABIERTAS
              SET IDX-OT-ABIERTA TO WS-CANT-OT-ABIERTAS
              MOVE WS-VEH-ID-X            TO WOA-VEH-ID (IDX-OT-ABIERTA)
           ELSE
              DISPLAY 'TABLA DE ORDENES ABIERTAS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       2350-FIN.
           EXIT.

      *------------------------------------------------------------
      * TURNOS PENDIENTES DE DIAS YA PASADOS: EL CLIENTE NO SE
      * PRESENTO. QUEDAN AUSENTES Y LIBERAN LA CAPACIDAD.
      *------------------------------------------------------------
       2500-MARCO-AUSENTES.

           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                     UNTIL IDX-TURNO > WS-CANT-TURNOS
              MOVE WTU-REGISTRO (IDX-TURNO) TO REG-TURNO
              IF 88-TUR-PENDIENTE
              AND TUR-FECHA < WS-CURRENT-DATE-DATE
                 SET 88-TUR-AUSENTE       TO TRUE
                 MOVE REG-TURNO           TO WTU-REGISTRO (IDX-TURNO)
                 ADD 1 TO WS-CANT-AUSENTES
                 PERFORM 2510-LINEA-AUSENTE
              END-IF
           END-PERFORM.

       2500-FIN.
           EXIT.

       2510-LINEA-AUSENTE.

           MOVE SPACES                    TO REG-TURAUS-FD.
           MOVE TUR-NRO                   TO REG-TURAUS-FD (01:06).
           MOVE TUR-FECHA                 TO REG-TURAUS-FD (09:08).
           MOVE TUR-VEH-ID                TO REG-TURAUS-FD (19:05).
           MOVE TUR-CLI-ID                TO REG-TURAUS-FD (26:10).
           MOVE TUR-TIPO                  TO REG-TURAUS-FD (39:01).
           MOVE TUR-HORAS-EST             TO WS-HORAS-ED.
           MOVE WS-HORAS-ED               TO REG-TURAUS-FD (45:05).
           MOVE TUR-DESCRIPCION           TO REG-TURAUS-FD (51:24).

           PERFORM 2600-GRABO-AUSENTE.

       2510-FIN.
           EXIT.

       2600-GRABO-AUSENTE.

           WRITE REG-TURAUS-FD.

           EVALUATE TRUE
               WHEN 88-FS-TURAUS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TURAUS FS: ' FS-TURAUS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       2800-REESCRIBO-TURNOS.

           OPEN OUTPUT TURNOS.

           EVALUATE TRUE
               WHEN 88-FS-TURNOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOS FS: ' FS-TURNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                     UNTIL IDX-TURNO > WS-CANT-TURNOS
              WRITE REG-TURNOS-FD FROM WTU-REGISTRO (IDX-TURNO)
              EVALUATE TRUE
                  WHEN 88-FS-TURNOS-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE TURNOS FS: ' FS-TURNOS
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
              END-EVALUATE
           END-PERFORM.

           CLOSE TURNOS.

       2800-FIN.
           EXIT.

       2900-RECHAZO-NOVEDAD.

           MOVE SPACES                    TO REG-TURNOVRECH-FD.
           MOVE REG-TURNOV-FD             TO RECH-NOVEDAD.
           MOVE WS-MJE-ERROR              TO RECH-MOTIVO.

           WRITE REG-TURNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-TURNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TURNOVRECH FS: '
                                                    FS-TURNOVRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - VEHICULO: ' TNV-VEH-ID
                   ' MOTIVO: ' WS-MJE-ERROR.

       2900-FIN.
           EXIT.

       3000-FINALIZAR.

           IF 88-TURNOV-ABIERTO
              CLOSE TURNOV
           END-IF.
           CLOSE TURNOVRECH.
           CLOSE TURAUS.
           CLOSE TURNOT.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMTURNOS             '.
           DISPLAY '**************************************************'.
           DISPLAY 'TURNOS ARRASTRADOS         : ' WS-LEIDOS-TURNOS.
           DISPLAY 'NOVEDADES LEIDAS           : ' WS-LEIDAS-NOVEDADES.
           DISPLAY 'TURNOS OTORGADOS           : ' WS-CANT-ALTAS.
           DISPLAY 'TURNOS CANCELADOS          : ' WS-CANT-BAJAS.
           DISPLAY 'INGRESOS (ORDENES PEDIDAS) : ' WS-CANT-INGRESOS.
           DISPLAY 'TURNOS AUSENTES            : ' WS-CANT-AUSENTES.
           DISPLAY 'NOVEDADES RECHAZADAS       : ' WS-CANT-RECHAZADAS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM PGMTURNOS.
