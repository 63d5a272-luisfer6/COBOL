      ******************************************************************
      * ESTADISTICAS VITALES MENSUALES DEL REGISTRO CIVIL
      * LAS ESTADISTICAS QUE SE ENVIAN AL ORGANISMO NACIONAL SE
      * CONTABAN A MANO. SE LE INDICA POR CONSOLA EL PERIODO (AAAAMM)
      * Y RECORRE EL LIBRO DE EVENTOS QUE ASIENTA ABMCIVIL (CIVEVEN,
      * CON EL ESTADO CIVIL ANTERIOR QUE EL MAESTRO NO GUARDA),
      * TOMANDO CADA EVENTO POR SU FECHA DE EVENTO:
      *   - LISTADO CON LOS EVENTOS DEL MES POR TIPO, GENERO Y
      *     ESTADO CIVIL ANTERIOR, CONTRA EL MISMO MES DEL ANIO
      *     ANTERIOR, Y LA EVOLUCION MES A MES DEL ANIO CONTRA EL
      *     ANTERIOR (ENERO HASTA EL MES DEL PERIODO)
      *   - ARCHIVO DE FORMATO FIJO PARA EL ORGANISMO (ESTVITAL,
      *     VER WESTVIT.cpy) CON CABECERA, DETALLES Y TRAILER DE
      *     TOTALES DE CONTROL
      *   - LOS EVENTOS CON DATOS INCOMPLETOS (GENERO SIN INFORMAR,
      *     ESTADO ANTERIOR DESCONOCIDO, MATRIMONIO SIN CONYUGE,
      *     TIPO INVALIDO) NO SE INFORMAN NI SE CUENTAN EN NINGUN
      *     ANIO; LOS DEL PERIODO SE LISTAN AL PIE PARA SANEARLOS.
      * CADA PERSONA DEL EVENTO ES UN EVENTO: UN MATRIMONIO CON SUS
      * DOS CONYUGES REGISTRADOS CUENTA UNA VEZ POR CADA GENERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTESTCIV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CIVEVEN          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CivilEve
      -    'ntos.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CIVEVEN.

           SELECT LISTADO          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\EstadVit
      -    'ales.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

           SELECT ESTVITAL         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\EstadOrg
      -    'anismo.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ESTVITAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIVEVEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CIVEVEN-FD                PIC X(50).

       FD  LISTADO
           RECORDING MODE IS F.
       01  REG-LISTADO-FD                PIC X(132).

       FD  ESTVITAL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ESTVITAL-FD               PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-CIVEVEN                    PIC X(02) VALUE ' '.
           88 88-FS-CIVEVEN-OK                     VALUE '00'.
           88 88-FS-CIVEVEN-EOF                    VALUE '10'.

       77  FS-LISTADO                    PIC X(02) VALUE ' '.
           88 88-FS-LISTADO-OK                     VALUE '00'.

       77  FS-ESTVITAL                   PIC X(02) VALUE ' '.
           88 88-FS-ESTVITAL-OK                    VALUE '00'.

      *------------------------------------------------------
      * ORGANISMO INFORMANTE EN LA CABECERA DEL ARCHIVO
      *------------------------------------------------------
       77  CTE-ORGANISMO                 PIC X(08) VALUE 'REGCIVIL'.

       77  WS-PERIODO-INGRESO            PIC X(06) VALUE SPACES.
       01  WS-PERIODO.
           05 WS-PERIODO-ANIO            PIC 9(04).
           05 WS-PERIODO-MES             PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                         PIC 9(06).
       77  WS-ANIO-ANTERIOR              PIC 9(04) VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       77  WS-LEIDOS-CIVEVEN             PIC 9(07) VALUE 0.
       77  WS-EVENTOS-CONTADOS           PIC 9(07) VALUE 0.
       77  WS-EVENTOS-PERIODO            PIC 9(09) VALUE 0.
       77  WS-CANT-INCOMPLETOS           PIC 9(07) VALUE 0.
       77  WS-CANT-DETALLES              PIC 9(07) VALUE 0.

      *------------------------------------------------------
      * CONTEO POR ANIO (1 PERIODO, 2 ANIO ANTERIOR), MES,
      * TIPO (1 ALTA, 2 MATRIMONIO, 3 DIVORCIO, 4 VIUDEZ),
      * GENERO (1/2) Y ESTADO ANTERIOR (1 SIN ESTADO, 2 A 5
      * SOLTERX A VIUDX: EL CODIGO MAS UNO).
      *------------------------------------------------------
       01  WS-TABLA-CONTEO.
           05 WCT-ANIO OCCURS 2 TIMES.
              10 WCT-MES OCCURS 12 TIMES.
                 15 WCT-TIPO OCCURS 4 TIMES.
                    20 WCT-GENERO OCCURS 2 TIMES.
                       25 WCT-CANT        PIC 9(07) OCCURS 5 TIMES.

       01  WS-TABLA-TIPOS-VALORES.
           05 FILLER        PIC X(13) VALUE 'ANACIMIENTOS '.
           05 FILLER        PIC X(13) VALUE 'MMATRIMONIOS '.
           05 FILLER        PIC X(13) VALUE 'DDIVORCIOS   '.
           05 FILLER        PIC X(13) VALUE 'VVIUDEZ      '.
       01  WS-TABLA-TIPOS REDEFINES WS-TABLA-TIPOS-VALORES.
           05 WTP-TIPO-TAB OCCURS 4 TIMES.
              10 WTP-CODIGO              PIC X(01).
              10 WTP-DESCRIPCION         PIC X(12).

       01  WS-TABLA-ESTADOS-VALORES.
           05 FILLER        PIC X(11) VALUE 'SIN ESTADO '.
           05 FILLER        PIC X(11) VALUE 'SOLTERX    '.
           05 FILLER        PIC X(11) VALUE 'CASADX     '.
           05 FILLER        PIC X(11) VALUE 'DIVORCIADX '.
           05 FILLER        PIC X(11) VALUE 'VIUDX      '.
       01  WS-TABLA-ESTADOS REDEFINES WS-TABLA-ESTADOS-VALORES.
           05 WES-DESCRIPCION            PIC X(11) OCCURS 5 TIMES.

       77  WS-A                          PIC 9(02) VALUE 0.
       77  WS-M                          PIC 9(02) VALUE 0.
       77  WS-T                          PIC 9(02) VALUE 0.
       77  WS-G                          PIC 9(02) VALUE 0.
       77  WS-E                          PIC 9(02) VALUE 0.

       77  WS-MOTIVO                     PIC X(40) VALUE SPACES.

       77  WS-CANT-ACTUAL                PIC 9(07) VALUE 0.
       77  WS-CANT-ANTERIOR              PIC 9(07) VALUE 0.
       77  WS-SUB-ACTUAL                 PIC 9(07) VALUE 0.
       77  WS-SUB-ANTERIOR               PIC 9(07) VALUE 0.
       77  WS-VARIACION                  PIC S9(05)V99 VALUE 0.

       77  WS-CANT-ED                    PIC Z.ZZZ.ZZ9.
       77  WS-VARIACION-ED               PIC -ZZ.ZZ9,99.

       01  WS-LINEA                      PIC X(132) VALUE SPACES.

       COPY WCIVEVEN.

       COPY WESTVIT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-CUENTO-EVENTOS UNTIL 88-FS-CIVEVEN-EOF.

           PERFORM 4000-EMITO-MES.

           PERFORM 4500-EMITO-EVOLUCION.

           PERFORM 5000-GENERO-ARCHIVO.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           DISPLAY 'PERIODO A INFORMAR (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-PERIODO-INGRESO.

           IF WS-PERIODO-INGRESO NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-INGRESO
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           MOVE WS-PERIODO-INGRESO        TO WS-PERIODO.

           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
              DISPLAY 'MES INVALIDO: ' WS-PERIODO-MES
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           COMPUTE WS-ANIO-ANTERIOR = WS-PERIODO-ANIO - 1.

           INITIALIZE WS-TABLA-CONTEO.

           OPEN INPUT CIVEVEN.

           EVALUATE TRUE
               WHEN 88-FS-CIVEVEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CIVEVEN FS: ' FS-CIVEVEN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT LISTADO.

           EVALUATE TRUE
               WHEN 88-FS-LISTADO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LISTADO FS: ' FS-LISTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT ESTVITAL.

           EVALUATE TRUE
               WHEN 88-FS-ESTVITAL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ESTVITAL FS: ' FS-ESTVITAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA.
           MOVE 'ESTADISTICAS VITALES DEL REGISTRO CIVIL - PERIODO'
                                          TO WS-LINEA (01:50).
           MOVE WS-PERIODO-INGRESO        TO WS-LINEA (52:06).
           MOVE 'EMITIDO'                 TO WS-LINEA (62:07).
           MOVE WS-CURRENT-DATE-DATE      TO WS-LINEA (70:08).
           PERFORM 2910-WRITE-LISTADO.

           MOVE SPACES TO WS-LINEA.
           PERFORM 2910-WRITE-LISTADO.

           MOVE SPACES TO WS-LINEA.
           MOVE 'EVENTOS CON DATOS INCOMPLETOS DEL PERIODO (NO SE'
                                          TO WS-LINEA (01:49).
           MOVE 'INFORMAN)'               TO WS-LINEA (50:09).
           PERFORM 2910-WRITE-LISTADO.

           PERFORM 1100-LEO-CIVEVEN.

       1000-FIN.
           EXIT.

       1100-LEO-CIVEVEN.

           INITIALIZE REG-CIVEVEN.

           READ CIVEVEN INTO REG-CIVEVEN

           EVALUATE TRUE
               WHEN 88-FS-CIVEVEN-OK
                    ADD 1 TO WS-LEIDOS-CIVEVEN
               WHEN 88-FS-CIVEVEN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CIVEVEN FS: ' FS-CIVEVEN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

      *--------------------------------------------------------------
      * SOLO INTERESAN LOS EVENTOS DE ENERO AL MES DEL PERIODO, DEL
      * ANIO DEL PERIODO Y DEL ANTERIOR.
      *--------------------------------------------------------------
       2000-CUENTO-EVENTOS.

           PERFORM 2100-CUENTO-UN-EVENTO THRU 2100-SALIDA.

           PERFORM 1100-LEO-CIVEVEN.

       2000-FIN.
           EXIT.

       2100-CUENTO-UN-EVENTO.

           EVALUATE TRUE
               WHEN CEV-FECHA-EVENTO-AAAA = WS-PERIODO-ANIO
                    MOVE 1 TO WS-A
               WHEN CEV-FECHA-EVENTO-AAAA = WS-ANIO-ANTERIOR
                    MOVE 2 TO WS-A
               WHEN OTHER
                    GO TO 2100-SALIDA
           END-EVALUATE.

           IF CEV-FECHA-EVENTO-MM < 1
           OR CEV-FECHA-EVENTO-MM > WS-PERIODO-MES
              GO TO 2100-SALIDA
           END-IF.

           MOVE CEV-FECHA-EVENTO-MM       TO WS-M.

           PERFORM 2200-VALIDO-EVENTO.

           IF WS-MOTIVO NOT = SPACES
              IF WS-A = 1 AND WS-M = WS-PERIODO-MES
                 PERFORM 2300-INFORMO-INCOMPLETO
              END-IF
              GO TO 2100-SALIDA
           END-IF.

           COMPUTE WS-G = CEV-GENERO.
           COMPUTE WS-E = CEV-ESTADO-ANTERIOR + 1.

           ADD 1 TO WCT-CANT (WS-A WS-M WS-T WS-G WS-E).
           ADD 1 TO WS-EVENTOS-CONTADOS.

       2100-SALIDA.
           EXIT.

      *--------------------------------------------------------------
      * UN EVENTO SE INFORMA SOLO SI TIENE TIPO, GENERO Y ESTADO
      * ANTERIOR VALIDOS (EL ALTA VA SIN ESTADO ANTERIOR) Y, SI ES
      * MATRIMONIO, EL CONYUGE. DEJA EL TIPO EN WS-T.
      *--------------------------------------------------------------
       2200-VALIDO-EVENTO.

           MOVE SPACES TO WS-MOTIVO.
           MOVE 0      TO WS-T.

           EVALUATE TRUE
               WHEN 88-CEV-ALTA
                    MOVE 1 TO WS-T
               WHEN 88-CEV-MATRIMONIO
                    MOVE 2 TO WS-T
               WHEN 88-CEV-DIVORCIO
                    MOVE 3 TO WS-T
               WHEN 88-CEV-VIUDEZ
                    MOVE 4 TO WS-T
               WHEN OTHER
                    MOVE 'TIPO DE EVENTO INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                    CONTINUE
               WHEN CEV-GENERO NOT = 1 AND CEV-GENERO NOT = 2
                    MOVE 'GENERO NO INFORMADO' TO WS-MOTIVO
               WHEN 88-CEV-ALTA AND CEV-ESTADO-ANTERIOR NOT = 0
                    MOVE 'ALTA CON ESTADO ANTERIOR' TO WS-MOTIVO
               WHEN NOT 88-CEV-ALTA
                AND (CEV-ESTADO-ANTERIOR < 1
                  OR CEV-ESTADO-ANTERIOR > 4)
                    MOVE 'ESTADO CIVIL ANTERIOR DESCONOCIDO'
                                                TO WS-MOTIVO
               WHEN 88-CEV-MATRIMONIO AND CEV-CONYUGE-ID = 0
                    MOVE 'MATRIMONIO SIN CONYUGE' TO WS-MOTIVO
           END-EVALUATE.

       2200-FIN.
           EXIT.

       2300-INFORMO-INCOMPLETO.

           ADD 1 TO WS-CANT-INCOMPLETOS.

           MOVE SPACES TO WS-LINEA.
           MOVE CEV-ID                    TO WS-LINEA (01:10).
           MOVE 'TIPO'                    TO WS-LINEA (13:04).
           MOVE CEV-TIPO                  TO WS-LINEA (18:01).
           MOVE 'FECHA'                   TO WS-LINEA (21:05).
           MOVE CEV-FECHA-EVENTO          TO WS-LINEA (27:08).
           MOVE 'GEN'                     TO WS-LINEA (37:03).
           MOVE CEV-GENERO                TO WS-LINEA (41:02).
           MOVE 'EST.ANT'                 TO WS-LINEA (45:07).
           MOVE CEV-ESTADO-ANTERIOR       TO WS-LINEA (53:02).
           MOVE 'CONYUGE'                 TO WS-LINEA (57:07).
           MOVE CEV-CONYUGE-ID            TO WS-LINEA (65:10).
           MOVE WS-MOTIVO                 TO WS-LINEA (77:40).
           PERFORM 2910-WRITE-LISTADO.

       2300-FIN.
           EXIT.

       2910-WRITE-LISTADO.

           WRITE REG-LISTADO-FD FROM WS-LINEA.

           EVALUATE TRUE
               WHEN 88-FS-LISTADO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LISTADO FS: ' FS-LISTADO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2910-FIN.
           EXIT.

      *--------------------------------------------------------------
      * EVENTOS DEL MES DEL PERIODO POR TIPO, GENERO Y ESTADO CIVIL
      * ANTERIOR CONTRA EL MISMO MES DEL ANIO ANTERIOR.
      *--------------------------------------------------------------
       4000-EMITO-MES.

           IF WS-CANT-INCOMPLETOS = 0
              MOVE SPACES TO WS-LINEA
              MOVE 'SIN EVENTOS INCOMPLETOS' TO WS-LINEA (01:23)
              PERFORM 2910-WRITE-LISTADO
           END-IF.

           MOVE WS-PERIODO-MES TO WS-M.

           MOVE SPACES TO WS-LINEA.
           PERFORM 2910-WRITE-LISTADO.

           MOVE SPACES TO WS-LINEA.
           MOVE 'EVENTOS DEL MES POR TIPO, GENERO Y ESTADO CIVIL'
                                          TO WS-LINEA (01:47).
           MOVE 'ANTERIOR'                TO WS-LINEA (49:08).
           PERFORM 2910-WRITE-LISTADO.

           MOVE SPACES TO WS-LINEA.
           MOVE 'TIPO'                    TO WS-LINEA (01:04).
           MOVE 'GENERO'                  TO WS-LINEA (15:06).
           MOVE 'ESTADO ANTERIOR'         TO WS-LINEA (27:15).
           MOVE WS-PERIODO-ANIO           TO WS-LINEA (50:04).
           MOVE WS-ANIO-ANTERIOR          TO WS-LINEA (62:04).
           MOVE 'VARIACION %'             TO WS-LINEA (70:11).
           PERFORM 2910-WRITE-LISTADO.

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              MOVE 0 TO WS-SUB-ACTUAL
              MOVE 0 TO WS-SUB-ANTERIOR
              PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
                 PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
                    MOVE WCT-CANT (1 WS-M WS-T WS-G WS-E)
                                          TO WS-CANT-ACTUAL
                    MOVE WCT-CANT (2 WS-M WS-T WS-G WS-E)
                                          TO WS-CANT-ANTERIOR
                    IF WS-CANT-ACTUAL > 0 OR WS-CANT-ANTERIOR > 0
                       PERFORM 4100-LINEA-CELDA
                    END-IF
                 END-PERFORM
              END-PERFORM
              MOVE WS-SUB-ACTUAL          TO WS-CANT-ACTUAL
              MOVE WS-SUB-ANTERIOR        TO WS-CANT-ANTERIOR
              MOVE SPACES TO WS-LINEA
              MOVE 'TOTAL'                TO WS-LINEA (01:05)
              MOVE WTP-DESCRIPCION (WS-T) TO WS-LINEA (07:12)
              PERFORM 4200-COMPARACION
              PERFORM 2910-WRITE-LISTADO
              MOVE SPACES TO WS-LINEA
              PERFORM 2910-WRITE-LISTADO
           END-PERFORM.

       4000-FIN.
           EXIT.

       4100-LINEA-CELDA.

           ADD WS-CANT-ACTUAL             TO WS-SUB-ACTUAL.
           ADD WS-CANT-ANTERIOR           TO WS-SUB-ANTERIOR.

           MOVE SPACES TO WS-LINEA.
           MOVE WTP-DESCRIPCION (WS-T)    TO WS-LINEA (01:12).
           IF WS-G = 1
              MOVE 'MASCULINO'            TO WS-LINEA (15:09)
           ELSE
              MOVE 'FEMENINO'             TO WS-LINEA (15:08)
           END-IF.
           MOVE WES-DESCRIPCION (WS-E)    TO WS-LINEA (27:11).
           PERFORM 4200-COMPARACION.
           PERFORM 2910-WRITE-LISTADO.

       4100-FIN.
           EXIT.

      *    CANTIDADES DE AMBOS ANIOS Y VARIACION PORCENTUAL. SIN
      *    EVENTOS EL ANIO ANTERIOR NO HAY BASE DE COMPARACION.
       4200-COMPARACION.

           MOVE WS-CANT-ACTUAL            TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO WS-LINEA (45:09).
           MOVE WS-CANT-ANTERIOR          TO WS-CANT-ED.
           MOVE WS-CANT-ED                TO WS-LINEA (57:09).

           IF WS-CANT-ANTERIOR > 0
              COMPUTE WS-VARIACION ROUNDED =
                      (WS-CANT-ACTUAL - WS-CANT-ANTERIOR) * 100
                                              / WS-CANT-ANTERIOR
              MOVE WS-VARIACION           TO WS-VARIACION-ED
              MOVE WS-VARIACION-ED        TO WS-LINEA (70:10)
           ELSE
              MOVE 'SIN BASE'             TO WS-LINEA (72:08)
           END-IF.

       4200-FIN.
           EXIT.

      *--------------------------------------------------------------
      * EVOLUCION MES A MES DEL ANIO DEL PERIODO CONTRA EL ANTERIOR,
      * POR TIPO DE EVENTO.
      *--------------------------------------------------------------
       4500-EMITO-EVOLUCION.

           MOVE SPACES TO WS-LINEA.
           MOVE 'EVOLUCION MENSUAL POR TIPO DE EVENTO'
                                          TO WS-LINEA (01:36).
           PERFORM 2910-WRITE-LISTADO.

           MOVE SPACES TO WS-LINEA.
           MOVE 'MES'                     TO WS-LINEA (01:03).
           MOVE 'TIPO'                    TO WS-LINEA (06:04).
           MOVE WS-PERIODO-ANIO           TO WS-LINEA (50:04).
           MOVE WS-ANIO-ANTERIOR          TO WS-LINEA (62:04).
           MOVE 'VARIACION %'             TO WS-LINEA (70:11).
           PERFORM 2910-WRITE-LISTADO.

           PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-PERIODO-MES
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                 MOVE 0 TO WS-CANT-ACTUAL
                 MOVE 0 TO WS-CANT-ANTERIOR
                 PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
                    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
                       ADD WCT-CANT (1 WS-M WS-T WS-G WS-E)
                                          TO WS-CANT-ACTUAL
                       ADD WCT-CANT (2 WS-M WS-T WS-G WS-E)
                                          TO WS-CANT-ANTERIOR
                    END-PERFORM
                 END-PERFORM
                 MOVE SPACES TO WS-LINEA
                 MOVE WS-M                TO WS-LINEA (01:02)
                 MOVE WTP-DESCRIPCION (WS-T)
                                          TO WS-LINEA (06:12)
                 PERFORM 4200-COMPARACION
                 PERFORM 2910-WRITE-LISTADO
              END-PERFORM
           END-PERFORM.

       4500-FIN.
           EXIT.

      *--------------------------------------------------------------
      * ARCHIVO PARA EL ORGANISMO: CABECERA, UN DETALLE POR
      * COMBINACION CON EVENTOS EN EL MES Y TRAILER DE CONTROL.
      *--------------------------------------------------------------
       5000-GENERO-ARCHIVO.

           MOVE SPACES                    TO REG-ESTVITAL.
           SET 88-EVT-CABECERA            TO TRUE.
           MOVE CTE-ORGANISMO             TO EVH-ORGANISMO.
           MOVE WS-PERIODO-N              TO EVH-PERIODO.
           MOVE WS-CURRENT-DATE-DATE      TO EVH-FECHA-GENERACION.
           PERFORM 5900-WRITE-ESTVITAL.

           MOVE WS-PERIODO-MES TO WS-M.

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
                 PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
                    IF WCT-CANT (1 WS-M WS-T WS-G WS-E) > 0
                       PERFORM 5100-DETALLE
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

           MOVE SPACES                    TO REG-ESTVITAL.
           SET 88-EVT-TRAILER             TO TRUE.
           MOVE WS-CANT-DETALLES          TO EVT-CANT-DETALLES.
           MOVE WS-EVENTOS-PERIODO        TO EVT-TOTAL-EVENTOS.
           MOVE WS-CANT-INCOMPLETOS       TO EVT-CANT-EXCLUIDOS.
           PERFORM 5900-WRITE-ESTVITAL.

       5000-FIN.
           EXIT.

       5100-DETALLE.

           MOVE SPACES                    TO REG-ESTVITAL.
           SET 88-EVT-DETALLE             TO TRUE.
           MOVE WS-PERIODO-N              TO EVD-PERIODO.
           MOVE WTP-CODIGO (WS-T)         TO EVD-TIPO-EVENTO.
           MOVE WS-G                      TO EVD-GENERO.
           COMPUTE EVD-ESTADO-ANTERIOR = WS-E - 1.
           MOVE WCT-CANT (1 WS-M WS-T WS-G WS-E)
                                          TO EVD-CANTIDAD.
           PERFORM 5900-WRITE-ESTVITAL.

           ADD 1                          TO WS-CANT-DETALLES.
           ADD EVD-CANTIDAD               TO WS-EVENTOS-PERIODO.

       5100-FIN.
           EXIT.

       5900-WRITE-ESTVITAL.

           WRITE REG-ESTVITAL-FD FROM REG-ESTVITAL.

           EVALUATE TRUE
               WHEN 88-FS-ESTVITAL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ESTVITAL FS: ' FS-ESTVITAL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       5900-FIN.
           EXIT.

       3000-FINALIZAR.

           CLOSE CIVEVEN.
           CLOSE LISTADO.
           CLOSE ESTVITAL.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTESTCIV             '.
           DISPLAY '**************************************************'.
           DISPLAY 'PERIODO INFORMADO          : ' WS-PERIODO-INGRESO.
           DISPLAY 'EVENTOS LEIDOS             : ' WS-LEIDOS-CIVEVEN.
           DISPLAY 'EVENTOS CONTADOS (2 ANIOS) : ' WS-EVENTOS-CONTADOS.
           DISPLAY 'EVENTOS INFORMADOS PERIODO : ' WS-EVENTOS-PERIODO.
           DISPLAY 'DETALLES GRABADOS          : ' WS-CANT-DETALLES.
           DISPLAY 'EVENTOS INCOMPLETOS        : '
                                         WS-CANT-INCOMPLETOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTESTCIV.
