      * APLICA EL ARCHIVO DE NOVEDADES ORDNOV SOBRE LAS ORDENES:
      *   'A' APERTURA: NUEVA ORDEN PARA UN VEHICULO (SE RECHAZA SI
      *       EL VEHICULO YA TIENE UNA ORDEN ABIERTA - EN EL TALLER
      *       SE TRABAJA DE A UNA POR VEHICULO). CON ONV-GARANTIA =
      *       'S' LA ORDEN ES UN RECLAMO DE GARANTIA DE POSVENTA: SE
      *       VALIDA CONTRA LA GARANTIA DE LA ULTIMA VENTA DEL
      *       VEHICULO (GARANT) POR FECHA Y POR EL KILOMETRAJE ONV-KM
      *   'C' CIERRE  : CIERRA LA ORDEN POR NRO CARGANDO MANO DE
      *       OBRA Y REPUESTOS (SE RECHAZA SI NO EXISTE O YA ESTA
      *       CERRADA). SI LA ORDEN TIENE PARTES DE HORAS (ORDHORA)
      *       LA MANO DE OBRA ES LA SUMA DE HORAS POR LA TARIFA DE
      *       CADA MECANICO (MECANICOS) Y NO LA INFORMADA; UN PARTE
      *       DE UN MECANICO INEXISTENTE RECHAZA EL CIERRE
      *   'R' REPUESTO: ENTREGA DE UN REPUESTO A UNA ORDEN ABIERTA
      *       (PRODUCTO Y CANTIDAD EN LUGAR DE LA DESCRIPCION). SE
      *       DEJA EL MOVIMIENTO DE SALIDA EN LA COLA DE STOCK
      *       (STKNOV) QUE APLICA PGMSTOCK
      * EL KILOMETRAJE ONV-KM INFORMADO EN UNA APERTURA O EN UN
      * CIERRE QUEDA COMO LECTURA DE ODOMETRO DEL VEHICULO (ODOMETRO).
      * AL CERRAR LA ORDEN DE UN VEHICULO VENDIDO (PROPIETARIO EN EL
      * MAESTRO VEHICULOO) SE ENCOLA LA ENCUESTA DE SATISFACCION AL
      * CLIENTE EN LA COLA DE COMUNICACIONES (MSGCOLA, TIPO 'ENCS') Y
      * QUEDA EN LA COLA DE ENCUESTAS ENVIADAS (ENCENV) PARA PGMENCUES.
      * LAS UNIDADES PROPIAS DEL LOTE NO SE ENCUESTAN.
      * DESPUES DE ORDNOV SE APLICAN LAS APERTURAS QUE PIDE PGMRECALL
      * PARA LOS VEHICULOS DEL LOTE ALCANZADOS POR UNA CAMPANIA DE
      * RECALL (COLA RECNOV, MISMO FORMATO) Y LAS QUE PIDE PGMTURNOS
      * AL INGRESAR UN VEHICULO CON TURNO (COLA TURNOT, MISMO
      * FORMATO); LAS COLAS QUEDAN VACIAS.
      * EL ARCHIVO DE ORDENES SE LEE COMPLETO A TABLA, SE APLICAN
      * LAS NOVEDADES Y SE REESCRIBE; LOS RECHAZOS SALEN CON MOTIVO.
      ******************************************************************
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

           SELECT ORDNOVRECH       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesN
      -    'ovedadesRech.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDNOVRECH.

           SELECT ODOMETRO         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

           SELECT STKNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockNov
      -    'edades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKNOV.

           SELECT MECANICOS        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Mecanico
      -    's.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MECANICOS.

           SELECT ORDHORA          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\OrdenesH
      -    'oras.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ORDHORA.

           SELECT GARANT           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Garant
      -    'ias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-GARANT.

           SELECT VEHICULOO        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\vehiculo
      -    '.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS VEH-CLAVE-FD
                                   ALTERNATE KEY   VEH-CLAVE-2-FD
                                   ALTERNATE KEY   VEH-CLAVE-3-FD
                                                   WITH DUPLICATES
                                   FILE STATUS  IS FS-VEHICULOO.

           SELECT MSGCOLA          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\ColaMens
      -    'ajes.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MSGCOLA.

           SELECT ENCENV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Encuesta
      -    'sEnviadas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ENCENV.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                 PIC X(78).

       FD  ORDNOV
           RECORDING MODE IS F.
           03 ONV-VEH-ID                  PIC X(05).
           03 ONV-NRO                     PIC 9(06).
           03 ONV-DESCRIPCION             PIC X(24).
           03 ONV-REPUESTO REDEFINES ONV-DESCRIPCION.
              05 ONV-REP-PRODUCTO         PIC 9(06).
              05 ONV-REP-CANTIDAD         PIC 9(05).
              05 FILLER                   PIC X(13).
           03 ONV-MANO-OBRA               PIC 9(07)V99.
           03 ONV-REPUESTOS               PIC 9(07)V99.
           03 ONV-GARANTIA                PIC X(01).
           03 ONV-KM                      PIC 9(07).

      *    MISMO FORMATO QUE ORDNOV
       FD  RECNOV
           RECORDING MODE IS F.
       01  REG-RECNOV-FD                  PIC X(62).

      *    MISMO FORMATO QUE ORDNOV
       FD  TURNOT
           RECORDING MODE IS F.
       01  REG-TURNOT-FD                  PIC X(62).

       FD  ORDNOVRECH
           RECORDING MODE IS F.
       01  REG-ORDNOVRECH-FD.
           03 RECH-NOVEDAD                PIC X(62).
           03 FILLER                      PIC X(01).
           03 RECH-MOTIVO                 PIC X(30).

       FD  ODOMETRO
           RECORDING MODE IS F.
       01  REG-ODOMETRO-FD                PIC X(50).

       FD  STKNOV
           RECORDING MODE IS F.
       01  REG-STKNOV-FD                  PIC X(60).

       FD  MECANICOS
           RECORDING MODE IS F.
       01  REG-MECANICOS-FD               PIC X(60).

       FD  ORDHORA
           RECORDING MODE IS F.
       01  REG-ORDHORA-FD                 PIC X(50).

       FD  GARANT
           RECORDING MODE IS F.
       01  REG-GARANT-FD                  PIC X(100).

       FD  VEHICULOO
           RECORDING MODE IS F
           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD                PIC X(05).
           03 VEH-CLAVE-2-FD              PIC X(09).
           03 VEH-CLAVE-3-FD              PIC X(08).
           03 FILLER                      PIC X(53).

       FD  MSGCOLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MSGCOLA-FD                 PIC X(149).

       FD  ENCENV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCENV-FD                  PIC X(140).

       WORKING-STORAGE SECTION.
       77  FS-ORDTRAB                     PIC X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDNOV-OK                       VALUE '00'.
           88 88-FS-ORDNOV-EOF                      VALUE '10'.

       77  FS-RECNOV                      PIC X(02) VALUE ' '.
           88 88-FS-RECNOV-OK                       VALUE '00'.
           88 88-FS-RECNOV-EOF                      VALUE '10'.
           88 88-FS-RECNOV-NOEXISTE                 VALUE '35'.

       77  FS-TURNOT                      PIC X(02) VALUE ' '.
           88 88-FS-TURNOT-OK                       VALUE '00'.
           88 88-FS-TURNOT-EOF                      VALUE '10'.
           88 88-FS-TURNOT-NOEXISTE                 VALUE '35'.

       77  FS-GARANT                      PIC X(02) VALUE ' '.
           88 88-FS-GARANT-OK                       VALUE '00'.
           88 88-FS-GARANT-EOF                      VALUE '10'.
           88 88-FS-GARANT-NOEXISTE                 VALUE '35'.

       77  FS-MECANICOS                   PIC X(02) VALUE ' '.
           88 88-FS-MECANICOS-OK                    VALUE '00'.
           88 88-FS-MECANICOS-EOF                   VALUE '10'.
           88 88-FS-MECANICOS-NOEXISTE              VALUE '35'.

       77  FS-ORDHORA                     PIC X(02) VALUE ' '.
           88 88-FS-ORDHORA-OK                      VALUE '00'.
           88 88-FS-ORDHORA-EOF                     VALUE '10'.
           88 88-FS-ORDHORA-NOEXISTE                VALUE '35'.

       77  FS-ORDNOVRECH                  PIC X(02) VALUE ' '.
           88 88-FS-ORDNOVRECH-OK                   VALUE '00'.

       77  FS-ODOMETRO                    PIC X(02) VALUE ' '.
           88 88-FS-ODOMETRO-OK                     VALUE '00'.
           88 88-FS-ODOMETRO-EXISTE                 VALUE '05'.
           88 88-FS-ODOMETRO-NOEXISTE               VALUE '35'.

       77  FS-STKNOV                      PIC X(02) VALUE ' '.
           88 88-FS-STKNOV-OK                       VALUE '00'.
           88 88-FS-STKNOV-EXISTE                   VALUE '05'.
           88 88-FS-STKNOV-NOEXISTE                 VALUE '35'.

       77  FS-VEHICULOO                   PIC X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                    VALUE '00'.
           88 88-FS-VEHICULOO-NOKEY                 VALUE '23'.

       77  FS-MSGCOLA                     PIC X(02) VALUE ' '.
           88 88-FS-MSGCOLA-OK                      VALUE '00'.
           88 88-FS-MSGCOLA-EXISTE                  VALUE '05'.
           88 88-FS-MSGCOLA-NOEXISTE                VALUE '35'.

       77  FS-ENCENV                      PIC X(02) VALUE ' '.
           88 88-FS-ENCENV-OK                       VALUE '00'.
           88 88-FS-ENCENV-EXISTE                   VALUE '05'.
           88 88-FS-ENCENV-NOEXISTE                 VALUE '35'.

       77  WS-LEIDAS-ORDENES              PIC 9(05) VALUE 0.
       77  WS-LEIDAS-NOVEDADES            PIC 9(05) VALUE 0.
       77  WS-LEIDAS-RECALL               PIC 9(05) VALUE 0.
       77  WS-LEIDAS-TURNOS               PIC 9(05) VALUE 0.
       77  WS-CANT-APERTURAS              PIC 9(05) VALUE 0.
       77  WS-CANT-CIERRES                PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADAS             PIC 9(05) VALUE 0.
       77  WS-CANT-RECLAMOS-GAR           PIC 9(05) VALUE 0.
       77  WS-CANT-LECTURAS-KM            PIC 9(05) VALUE 0.
       77  WS-CANT-REPUESTOS              PIC 9(05) VALUE 0.
       77  WS-CANT-MO-CALCULADA           PIC 9(05) VALUE 0.
       77  WS-CANT-ENCUESTAS              PIC 9(05) VALUE 0.

       77  WS-MJE-ERROR                   PIC X(30) VALUE SPACES.
       77  WS-ORDEN-HALLADA               PIC 9(04) VALUE 0.
       01  WS-TABLA-ORDENES.
           05 WS-ORDEN-TAB OCCURS 500 TIMES
                           INDEXED BY IDX-ORDEN.
              10 WOT-REGISTRO             PIC X(78).

      *------------------------------------------------------
      * GARANTIAS DE POSVENTA EN TABLA PARA VALIDAR LOS
      * RECLAMOS. POR VEHICULO VALE LA DE VENTA MAS RECIENTE.
      *------------------------------------------------------
       77  WCN-TOPE-GARANTIAS             PIC 9(04) VALUE 1000.
       77  WS-CANT-GARANTIAS              PIC 9(04) VALUE 0.
       77  WS-GARANTIA-HALLADA            PIC 9(04) VALUE 0.
       01  WS-TABLA-GARANTIAS.
           05 WS-GARANTIA-TAB OCCURS 1000 TIMES
                              INDEXED BY IDX-GARANTIA.
              10 WGT-VEH-ID               PIC X(05).
              10 WGT-FECHA-VENTA          PIC 9(08).
              10 WGT-FECHA-HASTA          PIC 9(08).
              10 WGT-KM-HASTA             PIC 9(07).

      *------------------------------------------------------
      * MECANICOS Y PARTES DE HORAS PARA VALORIZAR LA MANO DE
      * OBRA AL CIERRE DE CADA ORDEN.
      *------------------------------------------------------
       77  WCN-TOPE-MECANICOS             PIC 9(04) VALUE 200.
       77  WS-CANT-MECANICOS              PIC 9(04) VALUE 0.
       01  WS-TABLA-MECANICOS.
           05 WS-MECANICO-TAB OCCURS 200 TIMES
                              INDEXED BY IDX-MECANICO.
              10 WMC-ID                   PIC 9(04).
              10 WMC-TARIFA-HORA          PIC 9(05)V99.

       77  WCN-TOPE-HORAS                 PIC 9(05) VALUE 5000.
       77  WS-CANT-HORAS                  PIC 9(05) VALUE 0.
       01  WS-TABLA-HORAS.
           05 WS-HORA-TAB OCCURS 5000 TIMES
                          INDEXED BY IDX-HORA.
              10 WHR-ORD-NRO              PIC 9(06).
              10 WHR-MEC-ID               PIC 9(04).
              10 WHR-HORAS                PIC 9(02)V99.

       77  WS-MECANICO-OK                 PIC X(01) VALUE 'N'.
       77  WS-ORDEN-CON-HORAS             PIC X(01) VALUE 'N'.
       77  WS-MANO-OBRA-CALC              PIC 9(07)V99 VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.

       COPY WORDTRAB.

       COPY WGARANTIA.

       COPY WODOMETRO.

       COPY WSTKMOV.

       COPY WMECANICO.

       COPY WORDHORA.

       COPY WAUTOS.

       COPY WMSGCOLA.

       COPY WENCUESTA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 2000-PROCESO UNTIL 88-FS-ORDNOV-EOF.

           PERFORM 2500-APERTURAS-RECALL.

           PERFORM 2600-APERTURAS-TURNOS.

           PERFORM 2800-REESCRIBO-ORDENES.

           PERFORM 3000-FINALIZAR.

           PERFORM 1100-CARGO-ORDENES.

           PERFORM 1200-CARGO-GARANTIAS.

           PERFORM 1400-CARGO-MECANICOS.

           PERFORM 1500-CARGO-HORAS.

           OPEN INPUT ORDNOV.

           EVALUATE TRUE
                    STOP RUN
           END-EVALUATE.

      *    LECTURAS DE ODOMETRO: HISTORIA COMPARTIDA CON GENVEHI Y
      *    VTAVEHI, SE AGREGA AL FINAL.
           OPEN EXTEND ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
               WHEN 88-FS-ODOMETRO-EXISTE
                    CONTINUE
               WHEN 88-FS-ODOMETRO-NOEXISTE
                    OPEN OUTPUT ODOMETRO
                    IF NOT 88-FS-ODOMETRO-OK
                       DISPLAY 'ERROR EN OPEN ODOMETRO FS: '
                                                     FS-ODOMETRO
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    REPUESTOS ENTREGADOS: COLA DE MOVIMIENTOS DE STOCK.
           OPEN EXTEND STKNOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
               WHEN 88-FS-STKNOV-EXISTE
                    CONTINUE
               WHEN 88-FS-STKNOV-NOEXISTE
                    OPEN OUTPUT STKNOV
                    IF NOT 88-FS-STKNOV-OK
                       DISPLAY 'ERROR EN OPEN STKNOV FS: ' FS-STKNOV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN STKNOV FS: ' FS-STKNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    MAESTRO DE VEHICULOS: SOLO CONSULTA DEL PROPIETARIO PARA
      *    LA ENCUESTA DE LAS ORDENES CERRADAS.
           OPEN INPUT VEHICULOO.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VEHICULOO FS: ' FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    COLA DE COMUNICACIONES COMPARTIDA CON LOS DEMAS
      *    PRODUCTORES (LA VACIA PGMDESPACHO).
           OPEN EXTEND MSGCOLA.

           EVALUATE TRUE
               WHEN 88-FS-MSGCOLA-OK
               WHEN 88-FS-MSGCOLA-EXISTE
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

      *    ENCUESTAS ENVIADAS, COMPARTIDA CON VTAVEHI (LA VACIA
      *    PGMENCUES).
           OPEN EXTEND ENCENV.

           EVALUATE TRUE
               WHEN 88-FS-ENCENV-OK
               WHEN 88-FS-ENCENV-EXISTE
                    CONTINUE
               WHEN 88-FS-ENCENV-NOEXISTE
                    OPEN OUTPUT ENCENV
                    IF NOT 88-FS-ENCENV-OK
                       DISPLAY 'ERROR EN OPEN ENCENV FS: ' FS-ENCENV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCENV FS: ' FS-ENCENV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1300-LEO-NOVEDAD.

       1000-FIN.
       1110-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA LAS GARANTIAS QUE GRABA VTAVEHI. SIN ARCHIVO NINGUN
      * VEHICULO TIENE GARANTIA Y TODO RECLAMO SE RECHAZA.
      *------------------------------------------------------------
       1200-CARGO-GARANTIAS.

           OPEN INPUT GARANT.

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
                    PERFORM 1210-LEO-GARANTIA
                    PERFORM UNTIL 88-FS-GARANT-EOF
                       IF WS-CANT-GARANTIAS < WCN-TOPE-GARANTIAS
                          ADD 1 TO WS-CANT-GARANTIAS
                          MOVE GAR-VEH-ID
                            TO WGT-VEH-ID (WS-CANT-GARANTIAS)
                          MOVE GAR-FECHA-VENTA
                            TO WGT-FECHA-VENTA (WS-CANT-GARANTIAS)
                          MOVE GAR-FECHA-HASTA
                            TO WGT-FECHA-HASTA (WS-CANT-GARANTIAS)
                          MOVE GAR-KM-HASTA
                            TO WGT-KM-HASTA (WS-CANT-GARANTIAS)
                       ELSE
                          DISPLAY 'TABLA DE GARANTIAS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1210-LEO-GARANTIA
                    END-PERFORM
                    CLOSE GARANT
               WHEN 88-FS-GARANT-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE GARANTIAS'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GARANT FS: ' FS-GARANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       1210-LEO-GARANTIA.

           INITIALIZE REG-GARANTIA.

           READ GARANT INTO REG-GARANTIA

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
               WHEN 88-FS-GARANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GARANT FS: ' FS-GARANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1210-FIN.
           EXIT.

      *------------------------------------------------------------
      * MAESTRO DE MECANICOS: SIN ARCHIVO NO HAY TARIFAS Y TODA ORDEN
      * CON PARTES DE HORAS RECHAZA SU CIERRE.
      *------------------------------------------------------------
       1400-CARGO-MECANICOS.

           OPEN INPUT MECANICOS.

           EVALUATE TRUE
               WHEN 88-FS-MECANICOS-OK
                    PERFORM 1410-LEO-MECANICO
                    PERFORM UNTIL 88-FS-MECANICOS-EOF
                       IF WS-CANT-MECANICOS < WCN-TOPE-MECANICOS
                          ADD 1 TO WS-CANT-MECANICOS
                          MOVE MEC-ID
                            TO WMC-ID (WS-CANT-MECANICOS)
                          MOVE MEC-TARIFA-HORA
                            TO WMC-TARIFA-HORA (WS-CANT-MECANICOS)
                       ELSE
                          DISPLAY 'TABLA DE MECANICOS COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1410-LEO-MECANICO
                    END-PERFORM
                    CLOSE MECANICOS
               WHEN 88-FS-MECANICOS-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE MECANICOS'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MECANICOS FS: ' FS-MECANICOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1400-FIN.
           EXIT.

       1410-LEO-MECANICO.

           INITIALIZE REG-MECANICO.

           READ MECANICOS INTO REG-MECANICO

           EVALUATE TRUE
               WHEN 88-FS-MECANICOS-OK
               WHEN 88-FS-MECANICOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MECANICOS FS: ' FS-MECANICOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1410-FIN.
           EXIT.

      *------------------------------------------------------------
      * PARTES DE HORAS: SOLO LOS DE ORDENES TODAVIA ABIERTAS, QUE
      * SON LAS UNICAS QUE SE PUEDEN CERRAR EN ESTA CORRIDA (MAS LAS
      * QUE SE ABRAN EN ELLA, QUE NO TIENEN HORAS PREVIAS).
      *------------------------------------------------------------
       1500-CARGO-HORAS.

           OPEN INPUT ORDHORA.

           EVALUATE TRUE
               WHEN 88-FS-ORDHORA-OK
                    PERFORM 1510-LEO-HORA
                    PERFORM UNTIL 88-FS-ORDHORA-EOF
                       PERFORM 1520-GUARDO-HORA
                       PERFORM 1510-LEO-HORA
                    END-PERFORM
                    CLOSE ORDHORA
               WHEN 88-FS-ORDHORA-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDHORA FS: ' FS-ORDHORA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1500-FIN.
           EXIT.

       1510-LEO-HORA.

           INITIALIZE REG-ORDHORA.

           READ ORDHORA INTO REG-ORDHORA

           EVALUATE TRUE
               WHEN 88-FS-ORDHORA-OK
               WHEN 88-FS-ORDHORA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDHORA FS: ' FS-ORDHORA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1510-FIN.
           EXIT.

       1520-GUARDO-HORA.

           MOVE 'N' TO WS-ORDEN-CON-HORAS.

           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                     UNTIL IDX-ORDEN > WS-CANT-ORDENES
              MOVE WOT-REGISTRO (IDX-ORDEN) TO REG-ORDTRAB
              IF ORD-NRO = HOR-ORD-NRO
              AND 88-ORD-ABIERTA
                 MOVE 'S' TO WS-ORDEN-CON-HORAS
              END-IF
           END-PERFORM.

           IF WS-ORDEN-CON-HORAS = 'S'
              IF WS-CANT-HORAS >= WCN-TOPE-HORAS
                 DISPLAY 'TABLA DE PARTES DE HORAS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-HORAS
              SET IDX-HORA TO WS-CANT-HORAS
              MOVE HOR-ORD-NRO            TO WHR-ORD-NRO (IDX-HORA)
              MOVE HOR-MEC-ID             TO WHR-MEC-ID (IDX-HORA)
              MOVE HOR-HORAS              TO WHR-HORAS (IDX-HORA)
           END-IF.

       1520-FIN.
           EXIT.

       1300-LEO-NOVEDAD.

           INITIALIZE REG-ORDNOV-FD.
                    PERFORM 2100-APERTURA THRU 2100-FIN
               WHEN 'C'
                    PERFORM 2200-CIERRE
               WHEN 'R'
                    PERFORM 2300-ENTREGA-REPUESTO THRU 2300-FIN
               WHEN OTHER
                    MOVE 'COD. NOVEDAD INVALIDO (A,C,R)'
                      TO WS-MJE-ERROR
           END-EVALUATE.

              GO TO 2100-FIN
           END-IF.

           IF ONV-GARANTIA NOT = 'S' AND 'N' AND ' '
              MOVE 'MARCA DE GARANTIA INVALIDA' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

      *    RECLAMO DE GARANTIA: DENTRO DEL PLAZO Y DEL KILOMETRAJE
      *    DE LA GARANTIA DE LA ULTIMA VENTA DEL VEHICULO.
           IF ONV-GARANTIA = 'S'
              PERFORM 2120-BUSCO-GARANTIA
              IF WS-GARANTIA-HALLADA = 0
                 MOVE 'VEHICULO SIN GARANTIA' TO WS-MJE-ERROR
                 GO TO 2100-FIN
              END-IF
              IF ONV-KM NOT NUMERIC
                 OR ONV-KM = 0
                 MOVE 'RECLAMO DE GARANTIA SIN KM' TO WS-MJE-ERROR
                 GO TO 2100-FIN
              END-IF
              SET IDX-GARANTIA TO WS-GARANTIA-HALLADA
              IF WS-CURRENT-DATE-DATE >
                 WGT-FECHA-HASTA (IDX-GARANTIA)
                 MOVE 'GARANTIA VENCIDA POR FECHA' TO WS-MJE-ERROR
                 GO TO 2100-FIN
              END-IF
              IF ONV-KM > WGT-KM-HASTA (IDX-GARANTIA)
                 MOVE 'GARANTIA VENCIDA POR KM' TO WS-MJE-ERROR
                 GO TO 2100-FIN
              END-IF
           END-IF.

           IF WS-CANT-ORDENES >= WCN-TOPE-ORDENES
              DISPLAY 'TABLA DE ORDENES COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
           MOVE WS-CURRENT-DATE-DATE      TO ORD-FEC-APERTURA.
           MOVE ONV-DESCRIPCION           TO ORD-DESCRIPCION.
           SET 88-ORD-ABIERTA             TO TRUE.
           IF ONV-GARANTIA = 'S'
              SET 88-ORD-GARANTIA         TO TRUE
              ADD 1 TO WS-CANT-RECLAMOS-GAR
           ELSE
              SET 88-ORD-COMUN            TO TRUE
           END-IF.
           IF ONV-KM NUMERIC
              MOVE ONV-KM                 TO ORD-KM
           END-IF.

           ADD 1 TO WS-CANT-ORDENES.
           SET IDX-ORDEN TO WS-CANT-ORDENES.
           DISPLAY 'ORDEN ABIERTA NRO: ' ONV-NRO
                   ' VEHICULO: ' ONV-VEH-ID.

           IF ONV-KM NUMERIC
           AND ONV-KM > 0
              INITIALIZE REG-ODOMETRO
              MOVE ONV-VEH-ID             TO ODO-VEH-ID
              SET 88-ODO-APERTURA-OT      TO TRUE
              PERFORM 2700-GRABO-ODOMETRO
           END-IF.

       2100-FIN.
           EXIT.

       2110-FIN.
           EXIT.

       2120-BUSCO-GARANTIA.

           MOVE 0 TO WS-GARANTIA-HALLADA.

           PERFORM VARYING IDX-GARANTIA FROM 1 BY 1
                     UNTIL IDX-GARANTIA > WS-CANT-GARANTIAS
              IF WGT-VEH-ID (IDX-GARANTIA) = ONV-VEH-ID
                 IF WS-GARANTIA-HALLADA = 0
                    SET WS-GARANTIA-HALLADA TO IDX-GARANTIA
                 ELSE
                    IF WGT-FECHA-VENTA (IDX-GARANTIA) >=
                       WGT-FECHA-VENTA (WS-GARANTIA-HALLADA)
                       SET WS-GARANTIA-HALLADA TO IDX-GARANTIA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2120-FIN.
           EXIT.

       2200-CIERRE.

           MOVE 0 TO WS-ORDEN-HALLADA.
           IF WS-ORDEN-HALLADA = 0
              MOVE 'ORDEN INEXISTENTE O CERRADA' TO WS-MJE-ERROR
           ELSE
              PERFORM 2210-CALCULO-MANO-OBRA
           END-IF.

           IF WS-ORDEN-HALLADA > 0
           AND WS-MJE-ERROR = SPACES
              SET IDX-ORDEN TO WS-ORDEN-HALLADA
              MOVE WOT-REGISTRO (IDX-ORDEN) TO REG-ORDTRAB
              MOVE WS-CURRENT-DATE-DATE     TO ORD-FEC-CIERRE
              IF WS-ORDEN-CON-HORAS = 'S'
                 MOVE WS-MANO-OBRA-CALC     TO ORD-MANO-OBRA
                 ADD 1 TO WS-CANT-MO-CALCULADA
              ELSE
                 MOVE ONV-MANO-OBRA         TO ORD-MANO-OBRA
              END-IF
              MOVE ONV-REPUESTOS            TO ORD-REPUESTOS
              SET 88-ORD-CERRADA            TO TRUE
              MOVE REG-ORDTRAB              TO WOT-REGISTRO (IDX-ORDEN)
              ADD 1 TO WS-CANT-CIERRES
              DISPLAY 'ORDEN CERRADA NRO: ' ONV-NRO
              IF ONV-KM NUMERIC
              AND ONV-KM > 0
                 INITIALIZE REG-ODOMETRO
                 MOVE ORD-VEH-ID          TO ODO-VEH-ID
                 SET 88-ODO-CIERRE-OT     TO TRUE
                 PERFORM 2700-GRABO-ODOMETRO
              END-IF
              PERFORM 2750-ENCOLO-ENCUESTA THRU 2750-FIN
           END-IF.

       2200-FIN.
           EXIT.

      *------------------------------------------------------------
      * MANO DE OBRA DE LA ORDEN: HORAS DE CADA PARTE POR LA TARIFA
      * DE SU MECANICO.
      *------------------------------------------------------------
       2210-CALCULO-MANO-OBRA.

           MOVE 'N' TO WS-ORDEN-CON-HORAS.
           MOVE 0   TO WS-MANO-OBRA-CALC.

           PERFORM VARYING IDX-HORA FROM 1 BY 1
                     UNTIL IDX-HORA > WS-CANT-HORAS
              IF WHR-ORD-NRO (IDX-HORA) = ONV-NRO
                 MOVE 'S' TO WS-ORDEN-CON-HORAS
                 PERFORM 2220-BUSCO-MECANICO
                 IF WS-MECANICO-OK = 'S'
                    COMPUTE WS-MANO-OBRA-CALC ROUNDED =
                            WS-MANO-OBRA-CALC
                          + WHR-HORAS (IDX-HORA)
                          * WMC-TARIFA-HORA (IDX-MECANICO)
                 ELSE
                    MOVE 'PARTE DE MECANICO INEXISTENTE'
                      TO WS-MJE-ERROR
                 END-IF
              END-IF
           END-PERFORM.

       2210-FIN.
           EXIT.

       2220-BUSCO-MECANICO.

           MOVE 'N' TO WS-MECANICO-OK.

           SET IDX-MECANICO TO 1.
           SEARCH WS-MECANICO-TAB
               AT END
                    CONTINUE
               WHEN IDX-MECANICO > WS-CANT-MECANICOS
                    CONTINUE
               WHEN WMC-ID (IDX-MECANICO) = WHR-MEC-ID (IDX-HORA)
                    MOVE 'S' TO WS-MECANICO-OK
           END-SEARCH.

       2220-FIN.
           EXIT.

      *------------------------------------------------------------
      * REPUESTO ENTREGADO A UNA ORDEN ABIERTA: SALIDA DE STOCK POR
      * CONSUMO DE TALLER CON REFERENCIA AL NRO DE ORDEN. EL IMPORTE
      * DE REPUESTOS DE LA ORDEN SIGUE CARGANDOSE AL CIERRE.
      *------------------------------------------------------------
       2300-ENTREGA-REPUESTO.

           IF ONV-REP-PRODUCTO NOT NUMERIC
              OR ONV-REP-PRODUCTO = 0
              MOVE 'REPUESTO SIN COD. PRODUCTO' TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           IF ONV-REP-CANTIDAD NOT NUMERIC
              OR ONV-REP-CANTIDAD = 0
              MOVE 'REPUESTO SIN CANTIDAD' TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           MOVE 0 TO WS-ORDEN-HALLADA.

           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                     UNTIL IDX-ORDEN > WS-CANT-ORDENES
              MOVE WOT-REGISTRO (IDX-ORDEN) TO REG-ORDTRAB
              IF ORD-NRO = ONV-NRO
              AND 88-ORD-ABIERTA
                 SET WS-ORDEN-HALLADA TO IDX-ORDEN
              END-IF
           END-PERFORM.

           IF WS-ORDEN-HALLADA = 0
              MOVE 'ORDEN INEXISTENTE O CERRADA' TO WS-MJE-ERROR
              GO TO 2300-FIN
           END-IF.

           INITIALIZE REG-STKMOV.
           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.
           MOVE ONV-REP-PRODUCTO          TO MOV-COD-PRODUCTO.
           MOVE WS-CURRENT-DATE-DATE      TO MOV-FECHA.
           MOVE WS-CURRENT-DATE-TIME      TO MOV-HORA.
           SET 88-MOV-CONSUMO-OT          TO TRUE.
           MOVE ONV-REP-CANTIDAD          TO MOV-CANTIDAD.
           MOVE 'ABMORDEN'                TO MOV-PROGRAMA.
           MOVE ONV-NRO                   TO MOV-REFERENCIA.

           WRITE REG-STKNOV-FD            FROM REG-STKMOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    ADD 1 TO WS-CANT-REPUESTOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE STKNOV FS: ' FS-STKNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           DISPLAY 'REPUESTO A ORDEN NRO: ' ONV-NRO
                   ' PRODUCTO: ' ONV-REP-PRODUCTO
                   ' CANTIDAD: ' ONV-REP-CANTIDAD.

       2300-FIN.
           EXIT.

      *------------------------------------------------------------
      * APERTURAS PEDIDAS POR PGMRECALL: PASAN POR LAS MISMAS
      * VALIDACIONES QUE UNA APERTURA DE ORDNOV Y LOS RECHAZOS SALEN
      * POR ORDNOVRECH. APLICADA LA COLA, SE VACIA.
      *------------------------------------------------------------
       2500-APERTURAS-RECALL.

           OPEN INPUT RECNOV.

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
                    PERFORM 2510-LEO-RECALL
                    PERFORM 2520-APLICO-RECALL
                       UNTIL 88-FS-RECNOV-EOF
                    CLOSE RECNOV
                    OPEN OUTPUT RECNOV
                    IF NOT 88-FS-RECNOV-OK
                       DISPLAY 'ERROR EN OPEN RECNOV FS: ' FS-RECNOV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
                    CLOSE RECNOV
               WHEN 88-FS-RECNOV-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2500-FIN.
           EXIT.

       2510-LEO-RECALL.

           READ RECNOV

           EVALUATE TRUE
               WHEN 88-FS-RECNOV-OK
                    ADD 1 TO WS-LEIDAS-RECALL
               WHEN 88-FS-RECNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECNOV FS: ' FS-RECNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2510-FIN.
           EXIT.

       2520-APLICO-RECALL.

           MOVE SPACES TO WS-MJE-ERROR.
           MOVE REG-RECNOV-FD             TO REG-ORDNOV-FD.

           IF ONV-COD = 'A'
              PERFORM 2100-APERTURA THRU 2100-FIN
           ELSE
              MOVE 'COD. NOVEDAD RECALL INVALIDO' TO WS-MJE-ERROR
           END-IF.

           IF WS-MJE-ERROR NOT = SPACES
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 2510-LEO-RECALL.

       2520-FIN.
           EXIT.

      *------------------------------------------------------------
      * APERTURAS PEDIDAS POR PGMTURNOS AL PRESENTARSE EL CLIENTE
      * CON SU TURNO: MISMO TRATAMIENTO QUE LAS DE RECALL.
      *------------------------------------------------------------
       2600-APERTURAS-TURNOS.

           OPEN INPUT TURNOT.

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
                    PERFORM 2610-LEO-TURNO
                    PERFORM 2620-APLICO-TURNO
                       UNTIL 88-FS-TURNOT-EOF
                    CLOSE TURNOT
                    OPEN OUTPUT TURNOT
                    IF NOT 88-FS-TURNOT-OK
                       DISPLAY 'ERROR EN OPEN TURNOT FS: ' FS-TURNOT
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
                    CLOSE TURNOT
               WHEN 88-FS-TURNOT-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       2610-LEO-TURNO.

           READ TURNOT

           EVALUATE TRUE
               WHEN 88-FS-TURNOT-OK
                    ADD 1 TO WS-LEIDAS-TURNOS
               WHEN 88-FS-TURNOT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TURNOT FS: ' FS-TURNOT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2610-FIN.
           EXIT.

       2620-APLICO-TURNO.

           MOVE SPACES TO WS-MJE-ERROR.
           MOVE REG-TURNOT-FD             TO REG-ORDNOV-FD.

           IF ONV-COD = 'A'
              PERFORM 2100-APERTURA THRU 2100-FIN
           ELSE
              MOVE 'COD. NOVEDAD TURNO INVALIDO' TO WS-MJE-ERROR
           END-IF.

           IF WS-MJE-ERROR NOT = SPACES
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 2610-LEO-TURNO.

       2620-FIN.
           EXIT.

      *------------------------------------------------------------
      * LECTURA DE ODOMETRO DE LA NOVEDAD. EL LLAMADOR CARGA EL
      * VEHICULO Y EL ORIGEN (APERTURA / CIERRE); LA REFERENCIA ES
      * EL NRO DE ORDEN.
      *------------------------------------------------------------
       2700-GRABO-ODOMETRO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE-DATE      TO ODO-FECHA.
           MOVE WS-CURRENT-DATE-TIME      TO ODO-HORA.
           MOVE ONV-KM                    TO ODO-KM.
           MOVE 'ABMORDEN'                TO ODO-PROGRAMA.
           MOVE ONV-NRO                   TO ODO-REFERENCIA.

           WRITE REG-ODOMETRO-FD          FROM REG-ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    ADD 1 TO WS-CANT-LECTURAS-KM
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2700-FIN.
           EXIT.

      *------------------------------------------------------------
      * ENCUESTA DE SATISFACCION DEL TALLER AL PROPIETARIO DEL
      * VEHICULO DE LA ORDEN CERRADA (REG-ORDTRAB). SOLO VEHICULOS
      * VENDIDOS: LAS UNIDADES DEL LOTE NO TIENEN CLIENTE. LA PIEZA
      * VA A LA COLA DE COMUNICACIONES (PGMDESPACHO APLICA EL
      * CONSENTIMIENTO) Y LA ENCUESTA QUEDA PENDIENTE EN ENCENV CON
      * LA MISMA CLAVE QUE VIAJA EN MSG-REFERENCIA.
      *------------------------------------------------------------
       2750-ENCOLO-ENCUESTA.

           INITIALIZE VEH-REGISTRO.
           MOVE ORD-VEH-ID                TO VEH-CLAVE-FD.

           READ VEHICULOO RECORD INTO VEH-REGISTRO
                KEY IS VEH-CLAVE-FD

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    CONTINUE
               WHEN 88-FS-VEHICULOO-NOKEY
                    GO TO 2750-FIN
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VEHICULOO FS: '
                                                     FS-VEHICULOO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           IF NOT 88-VEH-VENDIDO
           OR VEH-PROPIETARIO-ID = 0
              GO TO 2750-FIN
           END-IF.

           INITIALIZE REG-ENCUESTA.
           MOVE SPACES                    TO ENC-CLAVE.
           MOVE 'ORD'                     TO ENC-CLAVE (01:03).
           MOVE ORD-NRO                   TO ENC-CLAVE (04:06).
           MOVE ORD-VEH-ID                TO ENC-CLAVE (10:05).
           SET 88-ENC-TALLER              TO TRUE.
           MOVE VEH-PROPIETARIO-ID        TO ENC-CLI-ID.
           MOVE ORD-FEC-CIERRE            TO ENC-FECHA-HECHO.
           MOVE WS-CURRENT-DATE-DATE      TO ENC-FECHA-ENVIO.
           MOVE 0                         TO ENC-VEN-ID.
           MOVE ORD-VEH-ID                TO ENC-VEH-ID.
           MOVE VEH-PATENTE               TO ENC-PATENTE.
           MOVE ORD-NRO                   TO ENC-ORD-NRO.
           SET 88-ENC-PENDIENTE           TO TRUE.

           INITIALIZE REG-MSGCOLA.
           SET 88-MSG-ENCUESTA            TO TRUE.
           MOVE 'ABMORDEN'                TO MSG-ORIGEN.
           MOVE VEH-PROPIETARIO-ID        TO MSG-CLI-ID.
           MOVE SPACES                    TO MSG-NRO-TARJETA.
           MOVE WS-CURRENT-DATE-DATE      TO MSG-FECHA-ALTA.
           MOVE ENC-CLAVE                 TO MSG-REFERENCIA.

           MOVE SPACES                    TO MSG-TEXTO.
           MOVE 'ENCUESTA DE SATISFACCION - SERVICIO DE TALLER'
                                          TO MSG-TEXTO (01:46).
           MOVE VEH-PATENTE               TO MSG-TEXTO (48:09).

           WRITE REG-MSGCOLA-FD           FROM REG-MSGCOLA.

           EVALUATE TRUE
               WHEN 88-FS-MSGCOLA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE MSGCOLA FS: ' FS-MSGCOLA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           WRITE REG-ENCENV-FD            FROM REG-ENCUESTA.

           EVALUATE TRUE
               WHEN 88-FS-ENCENV-OK
                    ADD 1 TO WS-CANT-ENCUESTAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ENCENV FS: ' FS-ENCENV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2750-FIN.
           EXIT.

       2800-REESCRIBO-ORDENES.

           OPEN OUTPUT ORDTRAB.

           CLOSE ORDNOV.
           CLOSE ORDNOVRECH.
           CLOSE ODOMETRO.
           CLOSE STKNOV.
           CLOSE VEHICULOO.
           CLOSE MSGCOLA.
           CLOSE ENCENV.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '**************************************************'.
           DISPLAY 'ORDENES ARRASTRADAS        : ' WS-LEIDAS-ORDENES.
           DISPLAY 'NOVEDADES LEIDAS           : ' WS-LEIDAS-NOVEDADES.
           DISPLAY 'APERTURAS RECALL LEIDAS    : ' WS-LEIDAS-RECALL.
           DISPLAY 'APERTURAS TURNO LEIDAS     : ' WS-LEIDAS-TURNOS.
           DISPLAY 'APERTURAS                  : ' WS-CANT-APERTURAS.
           DISPLAY 'CIERRES                    : ' WS-CANT-CIERRES.
           DISPLAY 'REPUESTOS ENTREGADOS       : ' WS-CANT-REPUESTOS.
           DISPLAY 'CIERRES CON M.O. POR HORAS : ' WS-CANT-MO-CALCULADA.
           DISPLAY 'RECLAMOS DE GARANTIA       : ' WS-CANT-RECLAMOS-GAR.
           DISPLAY 'NOVEDADES RECHAZADAS       : ' WS-CANT-RECHAZADAS.
           DISPLAY 'LECTURAS DE ODOMETRO       : ' WS-CANT-LECTURAS-KM.
           DISPLAY 'ENCUESTAS ENCOLADAS        : ' WS-CANT-ENCUESTAS.
           DISPLAY '**************************************************'.

       3000-FIN.
