      * RECORRE EL MAESTRO VEHICULOO Y EMITE UN RENGLON POR CADA
      * VEHICULO CUYO VEH-ESTADO SEA DISPONIBLE, PARA QUE EL LOTE
      * TENGA UN LISTADO RAPIDO DE LO QUE REALMENTE SIGUE A LA VENTA.
      * CADA RENGLON LLEVA EL KILOMETRAJE ACTUAL DEL VEHICULO (LA
      * ULTIMA LECTURA DEL HISTORICO ODOMETRO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSTVEHIDISP.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

           SELECT ODOMETRO           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

       DATA DIVISION.
       FILE SECTION.

           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 FILLER                     PIC X(70).

       FD  LISTADO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTADO-FD                PIC X(133).

       FD  ODOMETRO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ODOMETRO-FD               PIC X(50).

       WORKING-STORAGE SECTION.
       01  FS-VEHICULOO                   PIC X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                     VALUE '00'.
       01  FS-LISTADO                     PIC X(02) VALUE ' '.
           88 88-FS-LISTADO-OK                       VALUE '00'.

       01  FS-ODOMETRO                    PIC X(02) VALUE ' '.
           88 88-FS-ODOMETRO-OK                      VALUE '00'.
           88 88-FS-ODOMETRO-EOF                     VALUE '10'.
           88 88-FS-ODOMETRO-NOEXISTE                VALUE '35'.

       01  WS-ODOMETRO-ABIERTO            PIC X(01) VALUE 'N'.
           88 88-ODOMETRO-ABIERTO                    VALUE 'S'.

       01  WS-CANT-LEIDOS                 PIC 9(05) VALUE 0.
       01  WS-CANT-DISPONIBLES            PIC 9(05) VALUE 0.

      *------------------------------------------------------
      * ULTIMA LECTURA DE ODOMETRO POR VEHICULO
      *------------------------------------------------------
       01  WS-TOPE-KM                     PIC 9(04) VALUE 5000.
       01  WS-CANT-KM                     PIC 9(04) VALUE 0.
       01  WS-IDX-KM                      PIC 9(04) VALUE 0.
       01  WS-IDX-KM-HALLADO              PIC 9(04) VALUE 0.
       01  WS-KM-ED                       PIC Z.ZZZ.ZZ9.
       01  WS-KM-TEXTO                    PIC X(09) VALUE SPACES.

       01  WS-TABLA-KM.
           03 WS-KM-VEHICULO OCCURS 5000 TIMES.
              05 WS-KM-VEH-ID             PIC X(05).
              05 WS-KM-ULTIMO             PIC 9(07).

       COPY WAUTOS.

       COPY WODOMETRO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-KILOMETRAJES.

           PERFORM 1200-LEER-VEHICULOO.

       1000-FIN.
       1200-FIN.
           EXIT.

      *------------------------------------------------------------
      * EL HISTORICO DE ODOMETRO ESTA EN EL ORDEN EN QUE SE TOMARON
      * LAS LECTURAS: LA ULTIMA DE CADA VEHICULO PISA A LAS ANTERIORES.
      *------------------------------------------------------------
       1300-CARGAR-KILOMETRAJES.

           OPEN INPUT ODOMETRO

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    SET 88-ODOMETRO-ABIERTO TO TRUE
                    PERFORM 1310-LEER-ODOMETRO
               WHEN 88-FS-ODOMETRO-NOEXISTE
                    SET 88-FS-ODOMETRO-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ODOMETRO'
                    DISPLAY 'FILE STATUS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    GOBACK
           END-EVALUATE

           PERFORM UNTIL 88-FS-ODOMETRO-EOF
              PERFORM 1320-GUARDAR-KILOMETRAJE
              PERFORM 1310-LEER-ODOMETRO
           END-PERFORM.

           IF 88-ODOMETRO-ABIERTO
              CLOSE ODOMETRO
           END-IF.

       1300-FIN.
           EXIT.

       1310-LEER-ODOMETRO.

           READ ODOMETRO INTO REG-ODOMETRO

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
               WHEN 88-FS-ODOMETRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ODOMETRO'
                    DISPLAY 'FILE STATUS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    GOBACK
           END-EVALUATE.

       1310-FIN.
           EXIT.

       1320-GUARDAR-KILOMETRAJE.

           PERFORM 1330-BUSCAR-KILOMETRAJE.

           IF WS-IDX-KM-HALLADO = 0
              IF WS-CANT-KM < WS-TOPE-KM
                 ADD 1 TO WS-CANT-KM
                 MOVE WS-CANT-KM       TO WS-IDX-KM-HALLADO
                 MOVE ODO-VEH-ID       TO WS-KM-VEH-ID (WS-CANT-KM)
              ELSE
                 DISPLAY 'TABLA DE KILOMETRAJES COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 GOBACK
              END-IF
           END-IF.

           MOVE ODO-KM              TO WS-KM-ULTIMO (WS-IDX-KM-HALLADO).

       1320-FIN.
           EXIT.

       1330-BUSCAR-KILOMETRAJE.

           MOVE 0                   TO WS-IDX-KM-HALLADO.
           PERFORM VARYING WS-IDX-KM FROM 1 BY 1
                     UNTIL WS-IDX-KM > WS-CANT-KM
                        OR WS-IDX-KM-HALLADO > 0
              IF WS-KM-VEH-ID (WS-IDX-KM) = ODO-VEH-ID
                 MOVE WS-IDX-KM     TO WS-IDX-KM-HALLADO
              END-IF
           END-PERFORM.

       1330-FIN.
           EXIT.

       2000-PROCESO.

           IF 88-VEH-DISPONIBLE
           MOVE VEH-COLOR           TO REG-LISTADO-FD (26:08).
           MOVE VEH-MODELO          TO REG-LISTADO-FD (35:09).

           MOVE VEH-CLAVE           TO ODO-VEH-ID.
           PERFORM 1330-BUSCAR-KILOMETRAJE.
           IF WS-IDX-KM-HALLADO > 0
              MOVE WS-KM-ULTIMO (WS-IDX-KM-HALLADO) TO WS-KM-ED
              MOVE WS-KM-ED         TO WS-KM-TEXTO
           ELSE
              MOVE '   SIN KM'      TO WS-KM-TEXTO
           END-IF.
           MOVE WS-KM-TEXTO         TO REG-LISTADO-FD (45:09).

           WRITE REG-LISTADO-FD.

           EVALUATE TRUE

           DISPLAY 'DISPONIBLE - PATENTE: ' VEH-PATENTE
                   ' MARCA: '                VEH-MARCA
                   ' MODELO: '               VEH-MODELO
                   ' KM: '                   WS-KM-TEXTO.

       2100-FIN.
           EXIT.
