                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-VEHHIST.

           SELECT ODOMETRO          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

           SELECT VEHWTMK           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\vehiculo
      -    'wtmk.txt'
       FD  VEHICULOI
           RECORDING MODE IS F
           BLOCK 0.
      * A CONTINUACION DE LOS 66 BYTES DEL VEHICULO PUEDE VENIR EL
      * KILOMETRAJE DEL ODOMETRO AL INGRESO; EN BLANCO NO HAY LECTURA.
       01  REGI-VEH-REGISTRO-FD.
           03 REGI-VEH-DATOS                  PIC X(66).
           03 REGI-VEH-KM                     PIC X(07).

       FD  VEHICULOO
           RECORDING MODE IS F
           03 VEH-FEC-VTO-SEGURO-FD      PIC 9(08).
           03 VEH-ESTADO-FD              PIC X(01).
           03 VEH-FEC-DISPONIBLE-FD      PIC 9(08).
           03 VEH-PRENDA-FD              PIC X(01).

       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VEHHIST-FD                     PIC X(44).

       FD  ODOMETRO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ODOMETRO-FD                    PIC X(50).

       FD  VEHWTMK
           RECORDING MODE IS F
           BLOCK 0.

       77  WS-VEH-PROPIETARIO-ANTERIOR   PIC 9(10) VALUE 0.

       77  FS-ODOMETRO                   PIC X(02) VALUE ' '.
           88 88-FS-ODOMETRO-OK                    VALUE '00'.
           88 88-FS-ODOMETRO-EXISTE                VALUE '05'.
           88 88-FS-ODOMETRO-NOEXISTE              VALUE '35'.
       77  WS-OPEN-ODOMETRO              PIC X     VALUE 'N'.
           88 88-OPEN-ODOMETRO-SI                  VALUE 'S'.
       77  WS-GRABADOS-ODOMETRO          PIC 9(09) VALUE 0.
       77  WS-GRABADOS-ODOMETRO-ED       PIC ZZZ.ZZZ.ZZ9.
       77  WS-KM-INGRESO                 PIC X(07) VALUE SPACES.

      *-----------------------------------------------------------
      * VEHWTMK ES EL ARCHIVO DE MARCA DE AGUA (WATERMARK) QUE
      * PERSISTE ENTRE CORRIDAS EL ULTIMO VEH-ID YA CARGADO, PARA

       COPY WAUTOS.
       COPY WVEHHIST.
       COPY WODOMETRO.

      *-----------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)

           END-EVALUATE.

      * LAS LECTURAS DE ODOMETRO SON HISTORIA COMPARTIDA CON
      * ABMORDEN Y VTAVEHI: MISMO CRITERIO QUE VEHHIST.
           OPEN EXTEND ODOMETRO.

           EVALUATE FS-ODOMETRO
               WHEN '00'
                    SET 88-OPEN-ODOMETRO-SI TO TRUE

               WHEN '05'
                    SET 88-OPEN-ODOMETRO-SI TO TRUE

               WHEN '35'
                    OPEN OUTPUT ODOMETRO
                    EVALUATE FS-ODOMETRO
                        WHEN '00'
                             SET 88-OPEN-ODOMETRO-SI TO TRUE
                        WHEN OTHER
                             DISPLAY 'ERROR OPEN ODOMETRO FS: '
                                                            FS-ODOMETRO
                             STOP RUN
                    END-EVALUATE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN ODOMETRO FS: ' FS-ODOMETRO
                    STOP RUN

           END-EVALUATE.

       FIN-10100.
           EXIT.


           INITIALIZE VEH-REGISTRO.

           MOVE SPACES                 TO REGI-VEH-REGISTRO-FD.

           READ VEHICULOI.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOI-OK
                    ADD 1              TO WS-LEIDOS-VEHICULOI
                    MOVE REGI-VEH-DATOS TO VEH-REGISTRO
                    MOVE REGI-VEH-KM    TO WS-KM-INGRESO

               WHEN 88-FS-VEHICULOI-EOF
                    CONTINUE
              MOVE VEH-ESTADO-FD          TO VEH-ESTADO
           END-IF.

      * LA PRENDA LA ADMINISTRAN VTAVEHI / PGMPRENDA: VEHICULOI NO LA
      * TRAE Y SE CONSERVA LA DEL MAESTRO.
           MOVE VEH-PRENDA-FD             TO VEH-PRENDA.

           REWRITE REGO-VEH-REGISTRO-FD FROM VEH-REGISTRO.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    ADD 1           TO WS-GRABADOS-VEHICULOO
                    IF WS-KM-INGRESO NUMERIC
                       PERFORM 21180-GRABO-ODOMETRO
                    END-IF

               WHEN OTHER
                    DISPLAY 'ERROR REWRITE VEHICULOO FS: ' FS-VEHICULOO
           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    ADD 1           TO WS-GRABADOS-VEHICULOO
                    IF WS-KM-INGRESO NUMERIC
                       PERFORM 21180-GRABO-ODOMETRO
                    END-IF

               WHEN 88-FS-VEHICULOO-DUPK
                    MOVE 'PATENTE DUPLICADA'  TO WS-MOTIVO-RECHAZO
       FIN-21170.
           EXIT.

      *-----------------------------------------------------------
      * LECTURA DEL ODOMETRO AL INGRESO, SI VEHICULOI LA TRAE.
      *-----------------------------------------------------------
       21180-GRABO-ODOMETRO.
      *---------------------

           INITIALIZE REG-ODOMETRO.

           MOVE FUNCTION CURRENT-DATE        TO WS-CURRENT-DATE.
           MOVE VEH-CLAVE                    TO ODO-VEH-ID.
           MOVE WS-CURRENT-DATE-DATE         TO ODO-FECHA.
           MOVE WS-CURRENT-DATE-TIME         TO ODO-HORA.
           MOVE WS-KM-INGRESO                TO ODO-KM.
           SET 88-ODO-INGRESO                TO TRUE.
           MOVE 'GENVEHI'                    TO ODO-PROGRAMA.

           WRITE REG-ODOMETRO-FD FROM REG-ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    ADD 1           TO WS-GRABADOS-ODOMETRO

               WHEN OTHER
                    DISPLAY 'ERROR WRITE ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'CLAVE VEH-CLAVE : ' VEH-CLAVE

           END-EVALUATE.

       FIN-21180.
           EXIT.

       21200-GRABO-RECHAZO.
      *---------------------

           MOVE WS-GRABADOS-VEHICULOO       TO WS-GRABADOS-VEHICULOO-ED.
           MOVE WS-GRABADOS-RECHAZOS        TO WS-GRABADOS-RECHAZOS-ED.
           MOVE WS-GRABADOS-VEHHIST         TO WS-GRABADOS-VEHHIST-ED.
           MOVE WS-GRABADOS-ODOMETRO        TO WS-GRABADOS-ODOMETRO-ED.
           MOVE WS-SALTEADOS-VEHICULOI      TO
                                             WS-SALTEADOS-VEHICULOI-ED.

                                               WS-GRABADOS-RECHAZOS-ED.
           DISPLAY '* CANT. TRANSFERENCIAS DE TITULARIDAD: '
                                               WS-GRABADOS-VEHHIST-ED.
           DISPLAY '* CANT. LECTURAS DE ODOMETRO         : '
                                               WS-GRABADOS-ODOMETRO-ED.
           DISPLAY '* ULTIMO VEH-ID CARGADO (WATERMARK)  : '
                                          WS-VEHWTMK-ULTIMO-ID-NUEVO.
           DISPLAY '*                                      *'.

           END-EVALUATE.

           CLOSE ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ODOMETRO FS: ' FS-ODOMETRO
                    STOP RUN

           END-EVALUATE.

           STOP RUN.

       FIN-31000.
