      *          RESERVADO (ESTADO 'R') REGISTRANDO CLIENTE, SENIA Y
      *          VENCIMIENTO EN EL ARCHIVO DE RESERVAS. EL BATCH
      *          DIARIO PGMRESVTO LIBERA LAS RESERVAS VENCIDAS.
      *          SI EL VEHICULO TIENE UN TRAMITE DE TRANSFERENCIA DE
      *          DOMINIO SIN COMPLETAR (TRANSF) SE MUESTRA SU ESTADO.
      *          TAMBIEN SE MUESTRA LA ULTIMA LECTURA DE ODOMETRO DEL
      *          VEHICULO (ODOMETRO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESERVAS.

       SELECT TRANSF ASSIGN TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'rencias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSF.

       SELECT ODOMETRO ASSIGN TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

       DATA DIVISION.
       FILE SECTION.

           03 FILLER            PIC X(10).
           03 FILLER            PIC X(17).
           03 FILLER            PIC X(08).
           03 FILLER            PIC X(01).

       FD  RESERVAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESERVAS-FD      PIC X(50).

       FD  TRANSF
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TRANSF-FD        PIC X(110).

       FD  ODOMETRO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ODOMETRO-FD      PIC X(50).

       WORKING-STORAGE SECTION.

       77  FS-AUTOS                PIC XX VALUE '  '.
           88 88-RESERVAS-EXISTE          VALUE '05'.
           88 88-RESERVAS-NOEXISTE        VALUE '35'.

       77  FS-TRANSF               PIC XX VALUE '  '.
           88 88-TRANSF-OKEY              VALUE '00'.
           88 88-TRANSF-EOF               VALUE '10'.

       77  FS-ODOMETRO             PIC XX VALUE '  '.
           88 88-ODOMETRO-OKEY            VALUE '00'.

       77  WS-TRAMITE-PEND         PIC X  VALUE 'N'.
       77  WS-IDX-PASO             PIC 9  VALUE 0.
       77  WS-PASO-PEND            PIC 9  VALUE 0.
       77  WS-TRAMITE-HALLADO      PIC X(110) VALUE SPACES.
       77  WS-LECTURA-HALLADA      PIC X(50)  VALUE SPACES.

       01  WS-DESC-PASOS.
           05 FILLER        PIC X(24) VALUE 'FIRMA DE FORMULARIOS'.
           05 FILLER        PIC X(24) VALUE 'VERIFICACION'.
           05 FILLER        PIC X(24) VALUE 'PRESENTACION EN REGISTRO'.
           05 FILLER        PIC X(24) VALUE 'ENTREGA DEL TITULO'.
       01  WS-DESC-PASOS-R REDEFINES WS-DESC-PASOS.
           05 WS-DESC-PASO OCCURS 4 TIMES PIC X(24).

       77  WS-RESPUESTA            PIC X  VALUE 'N'.
       77  WS-CLI-RESERVA          PIC X(10) VALUE SPACES.
       77  WS-SENIA-RESERVA        PIC X(09) VALUE SPACES.

       COPY WRESERVA.

       COPY WTRANSF.

       COPY WODOMETRO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 2200-MOSTRAR.

           IF FS-AUTOS = '00'
              PERFORM 2250-MUESTRO-TRANSFERENCIA
              PERFORM 2270-MUESTRO-KILOMETRAJE
              PERFORM 2300-OFREZCO-RESERVA
           END-IF.

           DISPLAY "COLOR DEL AUTO  : " VEH-COLOR.
           DISPLAY "MODELO DE AUTO  : " VEH-MODELO.

      *----------------------------------------------------------------*
      * VENTA CON LA TRANSFERENCIA DE DOMINIO SIN COMPLETAR: SE MUESTRA
      * EL TRAMITE PENDIENTE DEL VEHICULO (EL DE LA ULTIMA VENTA), SU
      * PLAZO LEGAL Y EL PRIMER PASO QUE FALTA CUMPLIR.
      *----------------------------------------------------------------*
       2250-MUESTRO-TRANSFERENCIA.

           MOVE 'N' TO WS-TRAMITE-PEND.

           OPEN INPUT TRANSF.

           IF 88-TRANSF-OKEY
              PERFORM 2260-LEO-TRANSF
              PERFORM UNTIL NOT 88-TRANSF-OKEY
                 IF TRF-VEH-ID = VEH-CLAVE
                 AND 88-TRF-PENDIENTE
                    MOVE 'S' TO WS-TRAMITE-PEND
                    MOVE REG-TRANSF TO WS-TRAMITE-HALLADO
                 END-IF
                 PERFORM 2260-LEO-TRANSF
              END-PERFORM
              CLOSE TRANSF
           END-IF.

           IF WS-TRAMITE-PEND = 'S'
              MOVE WS-TRAMITE-HALLADO TO REG-TRANSF
              MOVE 0 TO WS-PASO-PEND
              PERFORM VARYING WS-IDX-PASO FROM 4 BY -1
                        UNTIL WS-IDX-PASO < 1
                 IF NOT 88-TRF-PASO-CUMPLIDO (WS-IDX-PASO)
                    MOVE WS-IDX-PASO TO WS-PASO-PEND
                 END-IF
              END-PERFORM
              DISPLAY "TRANSFERENCIA  : PENDIENTE - VENTA "
                      TRF-FECHA-VENTA " PLAZO " TRF-FECHA-LIMITE
              IF WS-CURRENT-DATE-DATE > TRF-FECHA-LIMITE
                 DISPLAY "               : *** PLAZO LEGAL VENCIDO ***"
              END-IF
              IF WS-PASO-PEND > 0
                 DISPLAY "PASO PENDIENTE : "
                         WS-DESC-PASO (WS-PASO-PEND)
              END-IF
           END-IF.

       2260-LEO-TRANSF.

           READ TRANSF INTO REG-TRANSF.

      *----------------------------------------------------------------*
      * KILOMETRAJE ACTUAL: LA ULTIMA LECTURA DE ODOMETRO DEL VEHICULO
      * (EL HISTORICO ESTA EN EL ORDEN EN QUE SE TOMARON).
      *----------------------------------------------------------------*
       2270-MUESTRO-KILOMETRAJE.

           MOVE SPACES TO WS-LECTURA-HALLADA.

           OPEN INPUT ODOMETRO.

           IF 88-ODOMETRO-OKEY
              PERFORM 2280-LEO-ODOMETRO
              PERFORM UNTIL NOT 88-ODOMETRO-OKEY
                 IF ODO-VEH-ID = VEH-CLAVE
                    MOVE REG-ODOMETRO TO WS-LECTURA-HALLADA
                 END-IF
                 PERFORM 2280-LEO-ODOMETRO
              END-PERFORM
              CLOSE ODOMETRO
           END-IF.

           IF WS-LECTURA-HALLADA = SPACES
              DISPLAY "KILOMETRAJE    : SIN LECTURAS"
           ELSE
              MOVE WS-LECTURA-HALLADA TO REG-ODOMETRO
              DISPLAY "KILOMETRAJE    : " ODO-KM " AL " ODO-FECHA
                      " (" ODO-PROGRAMA ")"
           END-IF.

       2280-LEO-ODOMETRO.

           READ ODOMETRO INTO REG-ODOMETRO.

      *----------------------------------------------------------------*
      * RESERVA DESDE EL MOSTRADOR: SOLO UN VEHICULO DISPONIBLE SE
      * PUEDE RESERVAR. SE REGISTRA CLIENTE, SENIA Y DIAS DE VIGENCIA,
