      * EMITE EL REPORTE DE SOSPECHAS Y BLOQUEA PREVENTIVAMENTE LAS
      * TARJETAS DETECTADAS (TAR-ESTADO = 'B', PENDIENTE DE REVISION),
      * DEJANDO CONSTANCIA DE CADA BLOQUEO EN EL ARCHIVO BLOQTAR.
      * EL REPORTE DE SOSPECHAS Y LOS MENSAJES DE CONSOLA MUESTRAN EL
      * NUMERO DE TARJETA ENMASCARADO (PRIMEROS 6 Y ULTIMOS 4, VER
      * UTLMASK); BLOQTAR CONSERVA EL NUMERO COMPLETO.
      * AVISOS DE VIAJE (AVISOSVIAJE, MANTENIDO POR ABMAVIAJE): SI LA
      * TARJETA TIENE UN AVISO VIGENTE QUE CUBRE LA FECHA DEL GRUPO
      * SE USAN LOS UMBRALES DE VIAJE WCN-MAX-GASTOS-DIA-VIAJE Y
      * WCN-PCT-LIMITE-VIAJE. UN CONSUMO EN MONEDA EXTRANJERA
      * (GTO-MONEDA NO ARS) EN UNA TARJETA SIN AVISO ES SOSPECHA POR
      * SI MISMO (MOTIVO 'MON.EXT S/AV.'). SIN EL ARCHIVO DE AVISOS
      * SE AVISA Y NO SE EVALUA ESE MOTIVO.
      * GASTOSACEPTADOS (GASTOSOK DE PGMEDGTO) SE VERIFICA ANTES DE
      * PROCESAR (HEADER / TRAILER ESTANDAR, VER UTLCTLARC): UN
      * ARCHIVO TRUNCADO, DUPLICADO O DE OTRA FECHA CANCELA LA
      * CORRIDA. LUEGO SUS REGISTROS HEADER/TRAILER SE SALTEAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFRAUDE.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-BLOQTAR.

           SELECT AVIAJE         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\AvisosVi
      -    'aje.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-AVIAJE.

           SELECT WORK-GASTOS    ASSIGN       TO 'WORKFRA.TMP'.

       DATA DIVISION.
       FD  SOSPECHA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SOSPECHA-FD                PIC X(110).

       FD  BLOQTAR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BLOQTAR-FD                 PIC X(60).

       FD  AVIAJE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AVIAJE-FD                  PIC X(80).

      *------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT (GASTOS POR TARJETA /
      * FECHA / MONTO, PARA CORTE DE CONTROL POR DIA Y PARA
           05 WORK-TARJETA-KEY            PIC X(19).
           05 WORK-FECHA-KEY              PIC X(10).
           05 WORK-MONTO-KEY              PIC 9(04)V99.
           05 WORK-MONEDA-EXT             PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-GASTOS                      PIC X(02) VALUE ' '.
       77  FS-BLOQTAR                     PIC X(02) VALUE ' '.
           88 88-FS-BLOQTAR-OK                      VALUE '00'.

       77  FS-AVIAJE                      PIC X(02) VALUE ' '.
           88 88-FS-AVIAJE-OK                       VALUE '00'.
           88 88-FS-AVIAJE-EOF                      VALUE '10'.
           88 88-FS-AVIAJE-NOEXISTE                 VALUE '35'.

       77  WS-LEIDOS-GASTOS               PIC 9(09) VALUE 0.
       77  WS-LEIDOS-GASTOS-ED            PIC ZZZ.ZZZ.ZZ9.
       77  WS-CANT-SOSPECHAS              PIC 9(09) VALUE 0.
       77  WS-CANT-SOSPECHAS-ED           PIC ZZZ.ZZZ.ZZ9.
       77  WS-CANT-BLOQUEADAS             PIC 9(09) VALUE 0.
       77  WS-CANT-BLOQUEADAS-ED          PIC ZZZ.ZZZ.ZZ9.
       77  WS-CANT-AVISOS-ED              PIC ZZZ.ZZZ.ZZ9.
       77  WS-CANT-GRUPOS-AVISO           PIC 9(09) VALUE 0.
       77  WS-CANT-GRUPOS-AVISO-ED        PIC ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * PARAMETROS DE LA DETECCION (POR AHORA VALORES FIJOS
      *------------------------------------------------------
       77  WCN-MAX-GASTOS-DIA             PIC 9(03) VALUE 5.
       77  WCN-PCT-LIMITE                 PIC 9(03) VALUE 80.
      *    UMBRALES PARA TARJETAS CON AVISO DE VIAJE VIGENTE
       77  WCN-MAX-GASTOS-DIA-VIAJE       PIC 9(03) VALUE 10.
       77  WCN-PCT-LIMITE-VIAJE           PIC 9(03) VALUE 100.
       77  WS-MAX-GASTOS-DIA              PIC 9(03) VALUE 0.
       77  WS-PCT-LIMITE                  PIC 9(03) VALUE 0.

      *------------------------------------------------------
      * CORTE DE CONTROL TARJETA/FECHA SOBRE LA SALIDA DEL SORT
       77  WS-CANT-GASTOS-DIA             PIC 9(05) VALUE 0.
       77  WS-ACUM-DIA                    PIC 9(07)V99 VALUE 0.
       77  WS-HAY-DUPLICADO               PIC X     VALUE 'N'.
       77  WS-HAY-EXTRANJERA              PIC X     VALUE 'N'.
       77  WS-CON-AVISO                   PIC X     VALUE 'N'.

      *    FECHA DEL GRUPO (DD-MM-AAAA DEL GASTO) COMO AAAAMMDD
      *    PARA COMPARAR CONTRA EL PERIODO DE LOS AVISOS
       01  WS-FECHA-GRUPO                 PIC X(10) VALUE SPACES.
       01  WS-FECHA-GRUPO-R REDEFINES WS-FECHA-GRUPO.
           05 WS-FGR-DD                   PIC 9(02).
           05 FILLER                      PIC X(01).
           05 WS-FGR-MM                   PIC 9(02).
           05 FILLER                      PIC X(01).
           05 WS-FGR-AAAA                 PIC 9(04).
       01  WS-FECHA-GRUPO-NUM.
           05 WS-FGN-AAAA                 PIC 9(04).
           05 WS-FGN-MM                   PIC 9(02).
           05 WS-FGN-DD                   PIC 9(02).
       01  WS-FECHA-GRUPO-NUM-R REDEFINES WS-FECHA-GRUPO-NUM
                                          PIC 9(08).

       77  WS-LIMITE-TARJETA              PIC 9(05) VALUE 0.
       77  WS-TOPE-DIA                    PIC 9(07)V99 VALUE 0.
       77  WS-MOTIVO-1                    PIC X     VALUE 'N'.
       77  WS-MOTIVO-2                    PIC X     VALUE 'N'.
       77  WS-MOTIVO-3                    PIC X     VALUE 'N'.
       77  WS-MOTIVO-4                    PIC X     VALUE 'N'.

       77  WS-ACUM-DIA-ED                 PIC ZZZZZZ9,99.
       77  WS-CANT-DIA-ED                 PIC ZZZZ9.
              10 WTJ-ESTADO               PIC X(01).
              10 WTJ-SOSPECHOSA           PIC X(01).

      *------------------------------------------------------
      * AVISOS DE VIAJE VIGENTES (TARJETA + PERIODO)
      *------------------------------------------------------
       77  WS-HAY-AVISOS                  PIC X     VALUE 'N'.
       77  WCN-TOPE-AVISOS                PIC 9(05) VALUE 2000.
       77  WS-CANT-AVISOS                 PIC 9(05) VALUE 0.
       01  WS-TABLA-AVISOS.
           05 WS-AVISO-TAB OCCURS 2000 TIMES
                           INDEXED BY IDX-AVISO.
              10 WAV-NRO-TARJETA          PIC X(19).
              10 WAV-FECHA-DESDE          PIC 9(08).
              10 WAV-FECHA-HASTA          PIC 9(08).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE.
              05 WS-CURRENT-DATE-YYYY    PIC 9(04) VALUE 0.

       COPY WTARJETAS.

       COPY WUTLMASK.

       COPY WAVIAJE.

      *   HEADER / TRAILER DE CONTROL DE GASTOSOK (VER UTLCTLARC)
       COPY WUTLCTLARC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1050-CONTROLO-GASTOS.

           PERFORM 1100-ABRIR-ARCHIVOS.

           PERFORM 1200-CARGO-TARJETAS.

           PERFORM 1300-CARGO-AVISOS THRU 1300-FIN.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * GASTOS SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1050-CONTROLO-GASTOS.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'GASTOSOK'             TO UTLCTLARC-ARCHIVO.
           MOVE
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\GastosAc
      -    'eptados.txt'               TO UTLCTLARC-PATH.
           MOVE 'PGMFRAUDE'            TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'GASTOS RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1050-FIN.
           EXIT.

       1100-ABRIR-ARCHIVOS.

           OPEN INPUT GASTOS
              MOVE TAR-ESTADO      TO WTJ-ESTADO      (WS-CANT-TARJETAS)
              MOVE 'N'             TO WTJ-SOSPECHOSA  (WS-CANT-TARJETAS)
           ELSE
              MOVE TAR-NRO-TARJETA TO UTLMASK-TARJETA
              PERFORM 2600-ENMASCARO-TARJETA
              DISPLAY 'TABLA DE TARJETAS COMPLETA - TARJETA: '
                                                 UTLMASK-TARJETA-MASC
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.
       1220-FIN.
           EXIT.

      *------------------------------------------------------------
      * AVISOS DE VIAJE: SOLO LOS VIGENTES. SIN ARCHIVO DE AVISOS
      * NO HAY UMBRALES DE VIAJE NI MOTIVO DE MONEDA EXTRANJERA.
      *------------------------------------------------------------
       1300-CARGO-AVISOS.

           OPEN INPUT AVIAJE.

           EVALUATE TRUE
               WHEN 88-FS-AVIAJE-OK
                    MOVE 'S'              TO WS-HAY-AVISOS
               WHEN 88-FS-AVIAJE-NOEXISTE
                    DISPLAY 'ARCHIVO DE AVISOS DE VIAJE INEXISTENTE'
                    DISPLAY 'NO SE EVALUA MONEDA EXTRANJERA S/AVISO'
                    GO TO 1300-FIN
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN AVIAJE'
                    DISPLAY 'FILE STATUS: ' FS-AVIAJE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1310-LEER-AVISO.

           PERFORM UNTIL 88-FS-AVIAJE-EOF
              IF 88-AVJ-VIGENTE
                 PERFORM 1320-TABLA-AVISOS
              END-IF
              PERFORM 1310-LEER-AVISO
           END-PERFORM.

           CLOSE AVIAJE.

       1300-FIN.
           EXIT.

       1310-LEER-AVISO.

           INITIALIZE REG-AVIAJE.

           READ AVIAJE INTO REG-AVIAJE

           EVALUATE TRUE
               WHEN 88-FS-AVIAJE-OK
                    CONTINUE
               WHEN 88-FS-AVIAJE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ AVIAJE FS: ' FS-AVIAJE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1310-FIN.
           EXIT.

       1320-TABLA-AVISOS.

           IF WS-CANT-AVISOS < WCN-TOPE-AVISOS
              ADD 1 TO WS-CANT-AVISOS
              MOVE AVJ-NRO-TARJETA TO WAV-NRO-TARJETA (WS-CANT-AVISOS)
              MOVE AVJ-FECHA-DESDE TO WAV-FECHA-DESDE (WS-CANT-AVISOS)
              MOVE AVJ-FECHA-HASTA TO WAV-FECHA-HASTA (WS-CANT-AVISOS)
           ELSE
              DISPLAY 'TABLA DE AVISOS DE VIAJE COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1320-FIN.
           EXIT.

       2000-SCREENING.

           SORT WORK-GASTOS
              MOVE GTO-NUM-TARJETA        TO WORK-TARJETA-KEY
              MOVE GTO-FECHA              TO WORK-FECHA-KEY
              MOVE GTO-MONTO              TO WORK-MONTO-KEY
              IF GTO-MONEDA = SPACES OR GTO-MONEDA = 'ARS'
                 MOVE 'N'                 TO WORK-MONEDA-EXT
              ELSE
                 MOVE 'S'                 TO WORK-MONEDA-EXT
              END-IF
              RELEASE REG-WORK-GASTOS
              PERFORM 2110-LEER-GASTO
           END-PERFORM.

           READ GASTOS INTO REG-GASTOS

      *    GASTOSACEPTADOS TRAE HEADER Y TRAILER DE CONTROL
           PERFORM UNTIL NOT 88-FS-GASTOS-OK
                      OR (REG-GASTOS-FD (1:7) NOT = 'HEADER '
                      AND REG-GASTOS-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-GASTOS
               READ GASTOS INTO REG-GASTOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-GASTOS-OK
                    ADD 1 TO WS-LEIDOS-GASTOS

               MOVE WORK-MONTO-KEY        TO WS-MONTO-ANT

               IF WORK-MONEDA-EXT = 'S'
                  MOVE 'S'                TO WS-HAY-EXTRANJERA
               END-IF

               RETURN WORK-GASTOS
                   AT END
                        SET 88-FIN-SORT   TO TRUE
           MOVE 0                         TO WS-ACUM-DIA.
           MOVE 0                         TO WS-MONTO-ANT.
           MOVE 'N'                       TO WS-HAY-DUPLICADO.
           MOVE 'N'                       TO WS-HAY-EXTRANJERA.

       2210-FIN.
           EXIT.
           MOVE 'N'                       TO WS-MOTIVO-1.
           MOVE 'N'                       TO WS-MOTIVO-2.
           MOVE 'N'                       TO WS-MOTIVO-3.
           MOVE 'N'                       TO WS-MOTIVO-4.

           PERFORM 2235-BUSCO-AVISO.

           IF WS-CON-AVISO = 'S'
              MOVE WCN-MAX-GASTOS-DIA-VIAJE TO WS-MAX-GASTOS-DIA
              MOVE WCN-PCT-LIMITE-VIAJE   TO WS-PCT-LIMITE
              ADD 1                       TO WS-CANT-GRUPOS-AVISO
           ELSE
              MOVE WCN-MAX-GASTOS-DIA     TO WS-MAX-GASTOS-DIA
              MOVE WCN-PCT-LIMITE         TO WS-PCT-LIMITE
           END-IF.

           IF WS-CANT-GASTOS-DIA > WS-MAX-GASTOS-DIA
              MOVE 'S'                    TO WS-MOTIVO-1
           END-IF.


           IF WS-LIMITE-TARJETA > 0
              COMPUTE WS-TOPE-DIA =
                      WS-LIMITE-TARJETA * WS-PCT-LIMITE / 100
              IF WS-ACUM-DIA > WS-TOPE-DIA
                 MOVE 'S'                 TO WS-MOTIVO-3
              END-IF
           END-IF.

           IF WS-HAY-EXTRANJERA = 'S'
           AND WS-HAY-AVISOS = 'S'
           AND WS-CON-AVISO = 'N'
              MOVE 'S'                    TO WS-MOTIVO-4
           END-IF.

           IF WS-MOTIVO-1 = 'S'
           OR WS-MOTIVO-2 = 'S'
           OR WS-MOTIVO-3 = 'S'
           OR WS-MOTIVO-4 = 'S'
              PERFORM 2240-GRABO-SOSPECHA
              PERFORM 2250-MARCO-SOSPECHOSA
           END-IF.
       2230-FIN.
           EXIT.

      *------------------------------------------------------------
      * AVISO DE VIAJE VIGENTE DE LA TARJETA QUE CUBRA LA FECHA
      * DEL GRUPO (DESDE Y HASTA INCLUSIVE)
      *------------------------------------------------------------
       2235-BUSCO-AVISO.

           MOVE 'N'                       TO WS-CON-AVISO.
           MOVE WS-FECHA-ANT              TO WS-FECHA-GRUPO.
           MOVE WS-FGR-AAAA               TO WS-FGN-AAAA.
           MOVE WS-FGR-MM                 TO WS-FGN-MM.
           MOVE WS-FGR-DD                 TO WS-FGN-DD.

           PERFORM VARYING IDX-AVISO FROM 1 BY 1
                     UNTIL IDX-AVISO > WS-CANT-AVISOS
                        OR WS-CON-AVISO = 'S'
              IF WAV-NRO-TARJETA (IDX-AVISO) = WS-TARJETA-ANT
              AND WAV-FECHA-DESDE (IDX-AVISO)
                                  NOT > WS-FECHA-GRUPO-NUM-R
              AND WAV-FECHA-HASTA (IDX-AVISO)
                                  NOT < WS-FECHA-GRUPO-NUM-R
                 MOVE 'S'                 TO WS-CON-AVISO
              END-IF
           END-PERFORM.

       2235-FIN.
           EXIT.

       2240-GRABO-SOSPECHA.

           MOVE WS-CANT-GASTOS-DIA        TO WS-CANT-DIA-ED.
           MOVE WS-ACUM-DIA               TO WS-ACUM-DIA-ED.
           MOVE WS-TARJETA-ANT            TO UTLMASK-TARJETA.
           PERFORM 2600-ENMASCARO-TARJETA.

           MOVE SPACES                    TO REG-SOSPECHA-FD.
           MOVE UTLMASK-TARJETA-MASC      TO REG-SOSPECHA-FD (01:19).
           MOVE WS-FECHA-ANT              TO REG-SOSPECHA-FD (22:10).
           MOVE WS-CANT-DIA-ED            TO REG-SOSPECHA-FD (34:05).
           MOVE WS-ACUM-DIA-ED            TO REG-SOSPECHA-FD (41:10).
           IF WS-MOTIVO-3 = 'S'
              MOVE 'EXCESO LIMITE' TO REG-SOSPECHA-FD (81:13)
           END-IF.
           IF WS-MOTIVO-4 = 'S'
              MOVE 'MON.EXT S/AV.' TO REG-SOSPECHA-FD (95:13)
           END-IF.

           WRITE REG-SOSPECHA-FD.

           END-EVALUATE.

           DISPLAY ':::::::::::::::::::::::::::::::::::::::::::'.
           DISPLAY ' TARJETA SOSPECHOSA: ' UTLMASK-TARJETA-MASC.
           DISPLAY ' FECHA             : ' WS-FECHA-ANT.
           DISPLAY ' CANT. GASTOS DIA  : ' WS-CANT-DIA-ED.
           DISPLAY ' IMPORTE DEL DIA   : ' WS-ACUM-DIA-ED.
           IF WS-CON-AVISO = 'S'
              DISPLAY ' AVISO DE VIAJE    : SI'
           END-IF.

       2240-FIN.
           EXIT.
                    STOP RUN
           END-EVALUATE.

           MOVE TAR-NRO-TARJETA           TO UTLMASK-TARJETA.
           PERFORM 2600-ENMASCARO-TARJETA.
           DISPLAY ' TARJETA BLOQUEADA PREVENTIVAMENTE: '
                                               UTLMASK-TARJETA-MASC.

       2530-FIN.
           EXIT.

      *------------------------------------------------------------
      * NUMERO DE TARJETA PARA UNA SALIDA LEGIBLE (VER UTLMASK)
      *------------------------------------------------------------
       2600-ENMASCARO-TARJETA.

           SET 88-UTLMASK-TARJETA         TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           PERFORM 3100-CERRAR-ARCHIVOS.
           MOVE WS-LEIDOS-GASTOS          TO WS-LEIDOS-GASTOS-ED.
           MOVE WS-CANT-SOSPECHAS         TO WS-CANT-SOSPECHAS-ED.
           MOVE WS-CANT-BLOQUEADAS        TO WS-CANT-BLOQUEADAS-ED.
           MOVE WS-CANT-AVISOS            TO WS-CANT-AVISOS-ED.
           MOVE WS-CANT-GRUPOS-AVISO      TO WS-CANT-GRUPOS-AVISO-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-CANT-SOSPECHAS-ED.
           DISPLAY 'CANT. TARJETAS BLOQUEADAS      : '
                                               WS-CANT-BLOQUEADAS-ED.
           DISPLAY 'CANT. AVISOS DE VIAJE VIGENTES : '
                                               WS-CANT-AVISOS-ED.
           DISPLAY 'DIAS-TARJETA CON AVISO DE VIAJE: '
                                               WS-CANT-GRUPOS-AVISO-ED.
           DISPLAY '**************************************************'.

       3200-FIN.
