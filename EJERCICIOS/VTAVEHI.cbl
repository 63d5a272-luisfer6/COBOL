      *   - UBICA EL VEHICULO POR PATENTE EN EL MAESTRO VEHICULOO
      *   - SOLO SE VENDE LO DISPONIBLE O RESERVADO: OTRO ESTADO O
      *     PATENTE INEXISTENTE VAN AL ARCHIVO DE RECHAZOS
      *   - UN VEHICULO CON MULTAS DE TRANSITO IMPAGAS (MULVEH, LO
      *     ARMA PGMMULTAS) NO SE VENDE SALVO QUE LA VENTA TRAIGA EL
      *     USUARIO DE UN SUPERVISOR (NIVEL 3 EN SEGOPER) QUE LA
      *     AUTORIZA
      *   - PASA EL VEHICULO A VENDIDO, PONE AL COMPRADOR COMO
      *     PROPIETARIO Y DEJA LA TRANSFERENCIA EN VEHHIST (MISMO
      *     REGISTRO QUE GRABA GENVEHI)
      *   - SI LA VENTA VIENE FINANCIADA (PLAZO EN CUOTAS CARGADO)
      *     EL VEHICULO QUEDA PRENDADO EN EL MAESTRO Y SE DEJA EL
      *     AVISO DE ALTA DEL PRESTAMO PRENDARIO (PRENOV) PARA QUE
      *     PGMPRENDA LO ABRA CON SU CUADRO DE CUOTAS
      *   - GRABA LA GARANTIA DE POSVENTA DE LA UNIDAD (GARANT) CON
      *     LOS MESES Y KILOMETROS QUE CUBRE SU TIPO DE VEHICULO
      *     SEGUN LA TABLA DE COBERTURAS (GARCOB)
      *   - ABRE EL TRAMITE DE TRANSFERENCIA DE DOMINIO (TRANSF) CON
      *     LOS DOCUMENTOS Y PASOS PENDIENTES Y EL PLAZO LEGAL EN
      *     DIAS HABILES; LO SIGUE ABMTRANSF Y LOS VENCIDOS LOS
      *     INFORMA RPTTRANSF
      *   - EL KILOMETRAJE DE ENTREGA (VTV-KM) QUEDA COMO LECTURA DE
      *     ODOMETRO DEL VEHICULO (ODOMETRO)
      *   - ENCOLA LA ENCUESTA DE SATISFACCION AL COMPRADOR EN LA
      *     COLA DE COMUNICACIONES (MSGCOLA, TIPO 'ENCS') Y LA DEJA
      *     EN LA COLA DE ENCUESTAS ENVIADAS (ENCENV) PARA QUE
      *     PGMENCUES LE VINCULE LA RESPUESTA
      * EL ARCHIVO DE VENTAS SE VERIFICA ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTAVEHI.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-COTCONV.

           SELECT GARCOB            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Garant
      -    'iaCobertura.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-GARCOB.

           SELECT GARANT            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Garant
      -    'ias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-GARANT.

           SELECT PRENOV            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Prestam
      -    'osNovedades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PRENOV.

           SELECT TRANSF            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'rencias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSF.

           SELECT MULVEH            ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\MultasLo
      -    'te.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MULVEH.

           SELECT ODOMETRO          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Odometro
      -    'Lecturas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ODOMETRO.

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
       FD  VTAVEH
              05 VTV-PER-MARCA            PIC X(08).
              05 VTV-PER-MODELO           PIC X(09).
              05 VTV-PER-VALOR            PIC 9(11)V99.
      *    LA SECCION DE FINANCIACION ES OPCIONAL: CON VTV-FIN-PLAZO
      *    MAYOR A CERO EL SALDO DE LA OPERACION SE FINANCIA CON UN
      *    PRESTAMO PRENDARIO SOBRE EL MISMO VEHICULO (CAPITAL, TASA
      *    NOMINAL ANUAL EN PORCENTAJE Y CANTIDAD DE CUOTAS). EL
      *    CAPITAL MAS EL ANTICIPO (Y LA PERMUTA, SI LA HAY) NO
      *    PUEDE SUPERAR EL PRECIO DE VENTA.
           03 VTV-FINANCIACION.
              05 VTV-FIN-ANTICIPO         PIC 9(11)V99.
              05 VTV-FIN-CAPITAL          PIC 9(11)V99.
              05 VTV-FIN-TNA              PIC 9(03)V99.
              05 VTV-FIN-PLAZO            PIC 9(03).
      *    TIPO DE VEHICULO PARA LA COBERTURA DE GARANTIA (GARCOB) Y
      *    KILOMETRAJE DEL ODOMETRO A LA ENTREGA. EN BLANCO EN VENTAS
      *    ANTERIORES AL CAMPO: LA UNIDAD SALE SIN GARANTIA.
           03 VTV-TIPO-VEH                PIC X(02).
           03 VTV-KM                      PIC 9(07).
      *    USUARIO DEL SUPERVISOR QUE AUTORIZA VENDER UN VEHICULO CON
      *    MULTAS DE TRANSITO IMPAGAS; EN BLANCO NO HAY AUTORIZACION.
           03 VTV-SUP-MULTAS              PIC X(08).

       FD  VEHICULOO
           RECORDING MODE IS F
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  VTAVEHRECH
           RECORDING MODE IS F.
       01  REG-VTAVEHRECH-FD.
           03 RECH-VENTA                 PIC X(145).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(30).

           03 CONV-CLI-ID                PIC 9(10).
           03 CONV-FECHA                 PIC 9(08).

       FD  GARCOB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GARCOB-FD                 PIC X(32).

       FD  GARANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-GARANT-FD                 PIC X(100).

       FD  PRENOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRENOV-FD                 PIC X(80).

       FD  TRANSF
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TRANSF-FD                 PIC X(110).

       FD  MULVEH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MULVEH-FD                 PIC X(70).

       FD  ODOMETRO
           RECORDING MODE IS F.
       01  REG-ODOMETRO-FD               PIC X(50).

       FD  MSGCOLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MSGCOLA-FD                PIC X(149).

       FD  ENCENV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCENV-FD                 PIC X(140).

       WORKING-STORAGE SECTION.
       77  FS-VTAVEH                     PIC X(02) VALUE ' '.
           88 88-FS-VTAVEH-OK                      VALUE '00'.
           88 88-FS-COTCONV-EXISTE                 VALUE '05'.
           88 88-FS-COTCONV-NOEXISTE               VALUE '35'.

       77  FS-PRENOV                     PIC X(02) VALUE ' '.
           88 88-FS-PRENOV-OK                      VALUE '00'.
           88 88-FS-PRENOV-EXISTE                  VALUE '05'.
           88 88-FS-PRENOV-NOEXISTE                VALUE '35'.

       77  FS-GARCOB                     PIC X(02) VALUE ' '.
           88 88-FS-GARCOB-OK                      VALUE '00'.
           88 88-FS-GARCOB-EOF                     VALUE '10'.
           88 88-FS-GARCOB-NOEXISTE                VALUE '35'.

       77  FS-GARANT                     PIC X(02) VALUE ' '.
           88 88-FS-GARANT-OK                      VALUE '00'.
           88 88-FS-GARANT-EXISTE                  VALUE '05'.
           88 88-FS-GARANT-NOEXISTE                VALUE '35'.

       77  FS-TRANSF                     PIC X(02) VALUE ' '.
           88 88-FS-TRANSF-OK                      VALUE '00'.
           88 88-FS-TRANSF-EXISTE                  VALUE '05'.
           88 88-FS-TRANSF-NOEXISTE                VALUE '35'.

       77  FS-MULVEH                     PIC X(02) VALUE ' '.
           88 88-FS-MULVEH-OK                      VALUE '00'.
           88 88-FS-MULVEH-EOF                     VALUE '10'.
           88 88-FS-MULVEH-NOEXISTE                VALUE '35'.

       77  FS-ODOMETRO                   PIC X(02) VALUE ' '.
           88 88-FS-ODOMETRO-OK                    VALUE '00'.
           88 88-FS-ODOMETRO-EXISTE                VALUE '05'.
           88 88-FS-ODOMETRO-NOEXISTE              VALUE '35'.

       77  FS-COSTONOV                   PIC X(02) VALUE ' '.
           88 88-FS-COSTONOV-OK                    VALUE '00'.
           88 88-FS-COSTONOV-EXISTE                VALUE '05'.
           88 88-FS-COSTONOV-NOEXISTE              VALUE '35'.

       77  FS-MSGCOLA                    PIC X(02) VALUE ' '.
           88 88-FS-MSGCOLA-OK                     VALUE '00'.
           88 88-FS-MSGCOLA-EXISTE                 VALUE '05'.
           88 88-FS-MSGCOLA-NOEXISTE               VALUE '35'.

       77  FS-ENCENV                     PIC X(02) VALUE ' '.
           88 88-FS-ENCENV-OK                      VALUE '00'.
           88 88-FS-ENCENV-EXISTE                  VALUE '05'.
           88 88-FS-ENCENV-NOEXISTE                VALUE '35'.

       77  FS-VEHICULOO-ALTA             PIC X(02) VALUE ' '.

       77  FS-CONSIG                     PIC X(02) VALUE ' '.
       77  WS-IMPORTE-NETO               PIC S9(11)V99 VALUE 0.
       77  WS-IMPORTE-NETO-ED            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------
      * VENTA FINANCIADA CON PRESTAMO PRENDARIO
      *-----------------------------------------------
       77  WS-VENTA-FINANCIADA           PIC X(01) VALUE 'N'.
           88 88-VENTA-FINANCIADA                  VALUE 'S'.
       77  WS-FINANCIACION-OK            PIC X(01) VALUE 'S'.
           88 88-FINANCIACION-OK                   VALUE 'S'.
       77  WS-FIN-CUBIERTO               PIC 9(12)V99 VALUE 0.
       77  WS-CANT-FINANCIADAS           PIC 9(05) VALUE 0.

      *-----------------------------------------------
      * COBERTURAS DE GARANTIA POR TIPO DE VEHICULO
      *-----------------------------------------------
       77  WCN-TOPE-GARCOB               PIC 9(03) VALUE 50.
       77  WS-CANT-GARCOB                PIC 9(03) VALUE 0.
       77  WS-IDX-GARCOB-HALLADA         PIC 9(03) VALUE 0.
       01  WS-TABLA-GARCOB.
           05 WS-GARCOB-TAB OCCURS 50 TIMES
                            INDEXED BY IDX-GARCOB.
              10 WGC-TIPO-VEH            PIC X(02).
              10 WGC-MESES               PIC 9(03).
              10 WGC-KM                  PIC 9(07).

       77  WS-CANT-GARANTIAS             PIC 9(05) VALUE 0.
       77  WS-CANT-SIN-GARANTIA          PIC 9(05) VALUE 0.
       77  WS-MESES-GAR                  PIC 9(07) VALUE 0.
       01  WS-FECHA-GAR                  PIC 9(08) VALUE 0.
       01  WS-FECHA-GAR-R REDEFINES WS-FECHA-GAR.
           03 WS-FECGAR-AAAA             PIC 9(04).
           03 WS-FECGAR-MM               PIC 9(02).
           03 WS-FECGAR-DD               PIC 9(02).

      *-----------------------------------------------
      * TRAMITE DE TRANSFERENCIA DE DOMINIO: PLAZO LEGAL
      * EN DIAS HABILES DESDE LA FECHA DE VENTA.
      *-----------------------------------------------
       77  WCN-DIAS-TRANSF               PIC 9(02) VALUE 10.
       77  WS-DIAS-HABILES               PIC 9(02) VALUE 0.
       77  WS-FECHA-TRF-INT              PIC 9(07) VALUE 0.
       77  WS-CANT-TRAMITES              PIC 9(05) VALUE 0.
       77  WS-CANT-LECTURAS-KM           PIC 9(05) VALUE 0.
       77  WS-CANT-ENCUESTAS             PIC 9(05) VALUE 0.

      *-----------------------------------------------
      * MULTAS DE TRANSITO IMPAGAS POR PATENTE DEL LOTE
      *-----------------------------------------------
       77  WCN-TOPE-MULTAS               PIC 9(04) VALUE 500.
       77  WS-CANT-PAT-MULTAS            PIC 9(04) VALUE 0.
       77  WS-IDX-MULTA-HALLADA          PIC 9(04) VALUE 0.
       01  WS-TABLA-MULTAS.
           05 WS-MULTA-TAB OCCURS 500 TIMES
                           INDEXED BY IDX-MULTA.
              10 WML-PATENTE             PIC X(09).
              10 WML-CANT                PIC 9(05).
              10 WML-IMPORTE             PIC 9(11)V99.

       77  WS-MULTAS-OK                  PIC X(01) VALUE 'S'.
           88 88-MULTAS-OK                         VALUE 'S'.
       77  WS-MOTIVO-MULTAS              PIC X(30) VALUE SPACES.
       77  WS-CANT-MULTAS-AUTORIZ        PIC 9(05) VALUE 0.
       77  WS-MULTAS-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-LEIDAS-VENTAS              PIC 9(05) VALUE 0.
       77  WS-CANT-VENDIDOS              PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC 9(05) VALUE 0.

       COPY WCONSIG.

       COPY WPRENOV.

       COPY WGARANTIA.

       COPY WGARCOB.

       COPY WTRANSF.

       COPY WUTLDIAHAB.

       COPY WMULTA.

       COPY WODOMETRO.

       COPY WSEGOPER.

       COPY WMSGCOLA.

       COPY WENCUESTA.

      *   HEADER / TRAILER DE CONTROL DE VTAVEH (VER UTLCTLARC)
       COPY WUTLCTLARC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1050-CONTROLO-VTAVEH.

           PERFORM 1100-ABRO-ARCHIVOS.

           PERFORM 1300-CARGO-CONSIGNACIONES.

           PERFORM 1400-CARGO-COBERTURAS.

           PERFORM 1500-CARGO-MULTAS.

           PERFORM 1200-LEO-VENTA.

       1000-FIN.
           EXIT.

      *------------------------------------------------------------
      * VTAVEH SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1050-CONTROLO-VTAVEH.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'VTAVEH'               TO UTLCTLARC-ARCHIVO.
           MOVE
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\VentasVe
      -    'hiculos.txt'               TO UTLCTLARC-PATH.
           MOVE 'VTAVEHI'              TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'VTAVEH RECHAZADO: ' UTLCTLARC-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

       1050-FIN.
           EXIT.

       1100-ABRO-ARCHIVOS.

           OPEN INPUT VTAVEH.
                    STOP RUN
           END-EVALUATE.

      *    AVISOS DE ALTA DE PRESTAMOS PRENDARIOS PARA PGMPRENDA:
      *    EXTEND, MISMO CRITERIO QUE VEHHIST.
           OPEN EXTEND PRENOV.

           EVALUATE TRUE
               WHEN 88-FS-PRENOV-OK
               WHEN 88-FS-PRENOV-EXISTE
                    CONTINUE
               WHEN 88-FS-PRENOV-NOEXISTE
                    OPEN OUTPUT PRENOV
                    IF NOT 88-FS-PRENOV-OK
                       DISPLAY 'ERROR EN OPEN PRENOV FS: ' FS-PRENOV
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRENOV FS: ' FS-PRENOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    GARANTIAS DE LAS UNIDADES VENDIDAS: HISTORIA
      *    PERSISTENTE, EXTEND, MISMO CRITERIO QUE VEHHIST.
           OPEN EXTEND GARANT.

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
               WHEN 88-FS-GARANT-EXISTE
                    CONTINUE
               WHEN 88-FS-GARANT-NOEXISTE
                    OPEN OUTPUT GARANT
                    IF NOT 88-FS-GARANT-OK
                       DISPLAY 'ERROR EN OPEN GARANT FS: ' FS-GARANT
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GARANT FS: ' FS-GARANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    TRAMITES DE TRANSFERENCIA PARA ABMTRANSF: EXTEND, MISMO
      *    CRITERIO QUE VEHHIST.
           OPEN EXTEND TRANSF.

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
               WHEN 88-FS-TRANSF-EXISTE
                    CONTINUE
               WHEN 88-FS-TRANSF-NOEXISTE
                    OPEN OUTPUT TRANSF
                    IF NOT 88-FS-TRANSF-OK
                       DISPLAY 'ERROR EN OPEN TRANSF FS: ' FS-TRANSF
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

      *    LECTURAS DE ODOMETRO: HISTORIA COMPARTIDA CON GENVEHI Y
      *    ABMORDEN, MISMO CRITERIO QUE VEHHIST.
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

      *    COLA DE COMUNICACIONES COMPARTIDA CON LOS DEMAS
      *    PRODUCTORES (LA VACIA PGMDESPACHO): EXTEND, MISMO
      *    CRITERIO QUE VEHHIST.
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

      *    ENCUESTAS ENVIADAS, COMPARTIDA CON ABMORDEN (LA VACIA
      *    PGMENCUES): EXTEND, MISMO CRITERIO QUE VEHHIST.
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

       1100-FIN.
           EXIT.

       1310-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA LA TABLA DE COBERTURAS DE GARANTIA. SI NO EXISTE,
      * LAS VENTAS SE APLICAN IGUAL PERO SIN GARANTIA REGISTRADA.
      *------------------------------------------------------------
       1400-CARGO-COBERTURAS.

           OPEN INPUT GARCOB.

           EVALUATE TRUE
               WHEN 88-FS-GARCOB-OK
                    PERFORM 1410-LEO-GARCOB
                    PERFORM UNTIL 88-FS-GARCOB-EOF
                       IF WS-CANT-GARCOB < WCN-TOPE-GARCOB
                          ADD 1 TO WS-CANT-GARCOB
                          MOVE GCB-TIPO-VEH
                            TO WGC-TIPO-VEH (WS-CANT-GARCOB)
                          MOVE GCB-MESES
                            TO WGC-MESES (WS-CANT-GARCOB)
                          MOVE GCB-KM
                            TO WGC-KM (WS-CANT-GARCOB)
                       END-IF
                       PERFORM 1410-LEO-GARCOB
                    END-PERFORM
                    CLOSE GARCOB

               WHEN 88-FS-GARCOB-NOEXISTE
                    DISPLAY 'ARCHIVO GARCOB INEXISTENTE - '
                    DISPLAY 'VENTAS SIN GARANTIA REGISTRADA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN GARCOB FS: ' FS-GARCOB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1400-FIN.
           EXIT.

       1410-LEO-GARCOB.

           INITIALIZE REG-GARCOB.

           READ GARCOB INTO REG-GARCOB

           EVALUATE TRUE
               WHEN 88-FS-GARCOB-OK
               WHEN 88-FS-GARCOB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ GARCOB FS: ' FS-GARCOB
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1410-FIN.
           EXIT.

      *------------------------------------------------------------
      * CARGA LAS MULTAS IMPAGAS DEL LOTE ACUMULADAS POR PATENTE.
      * SIN ARCHIVO (NO SE CORRIO PGMMULTAS) NO SE BLOQUEA NINGUNA
      * VENTA POR MULTAS.
      *------------------------------------------------------------
       1500-CARGO-MULTAS.

           OPEN INPUT MULVEH.

           EVALUATE TRUE
               WHEN 88-FS-MULVEH-OK
                    PERFORM 1510-LEO-MULVEH
                    PERFORM UNTIL 88-FS-MULVEH-EOF
                       PERFORM 1520-ACUMULO-MULTA
                       PERFORM 1510-LEO-MULVEH
                    END-PERFORM
                    CLOSE MULVEH

               WHEN 88-FS-MULVEH-NOEXISTE
                    DISPLAY 'ARCHIVO MULVEH INEXISTENTE - '
                    DISPLAY 'SIN CONTROL DE MULTAS DE TRANSITO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MULVEH FS: ' FS-MULVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1500-FIN.
           EXIT.

       1510-LEO-MULVEH.

           INITIALIZE REG-MULTA.

           READ MULVEH INTO REG-MULTA

           EVALUATE TRUE
               WHEN 88-FS-MULVEH-OK
               WHEN 88-FS-MULVEH-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MULVEH FS: ' FS-MULVEH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1510-FIN.
           EXIT.

       1520-ACUMULO-MULTA.

           MOVE 0 TO WS-IDX-MULTA-HALLADA.

           PERFORM VARYING IDX-MULTA FROM 1 BY 1
                     UNTIL IDX-MULTA > WS-CANT-PAT-MULTAS
              IF WML-PATENTE (IDX-MULTA) = MUL-PATENTE
                 SET WS-IDX-MULTA-HALLADA TO IDX-MULTA
              END-IF
           END-PERFORM.

           IF WS-IDX-MULTA-HALLADA = 0
              IF WS-CANT-PAT-MULTAS < WCN-TOPE-MULTAS
                 ADD 1 TO WS-CANT-PAT-MULTAS
                 MOVE WS-CANT-PAT-MULTAS  TO WS-IDX-MULTA-HALLADA
                 MOVE MUL-PATENTE
                   TO WML-PATENTE (WS-IDX-MULTA-HALLADA)
                 MOVE 0 TO WML-CANT (WS-IDX-MULTA-HALLADA)
                 MOVE 0 TO WML-IMPORTE (WS-IDX-MULTA-HALLADA)
              ELSE
                 DISPLAY 'TABLA DE MULTAS COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
           END-IF.

           ADD 1           TO WML-CANT (WS-IDX-MULTA-HALLADA).
           ADD MUL-IMPORTE TO WML-IMPORTE (WS-IDX-MULTA-HALLADA).

       1520-FIN.
           EXIT.

       1200-LEO-VENTA.

           INITIALIZE REG-VTAVEH-FD.

           READ VTAVEH

      *    HEADER Y TRAILER YA VERIFICADOS EN 1050: SE SALTEAN.
           PERFORM UNTIL NOT 88-FS-VTAVEH-OK
                      OR (REG-VTAVEH-FD (1:7) NOT = 'HEADER '
                      AND REG-VTAVEH-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-VTAVEH-FD
               READ VTAVEH
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-VTAVEH-OK
                    ADD 1 TO WS-LEIDAS-VENTAS
              MOVE 0 TO WS-IDX-CONSIG-HALLADA
           END-IF.

           PERFORM 2160-VALIDO-FINANCIACION.

           IF 88-FS-VEHICULOO-OK
              PERFORM 2170-VALIDO-MULTAS
           ELSE
              MOVE 'S' TO WS-MULTAS-OK
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-NOKEY
                    MOVE 'PATENTE INEXISTENTE EN EL LOTE'
                      TO WS-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZO-VENTA

      *        UN VEHICULO QUE TODAVIA GARANTIZA UN PRESTAMO NO SE
      *        VUELVE A VENDER HASTA QUE PGMPRENDA LEVANTE LA PRENDA.
               WHEN 88-VEH-PRENDADO
                    MOVE 'VEHICULO CON PRENDA VIGENTE'
                      TO WS-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZO-VENTA

      *        MULTAS DE TRANSITO IMPAGAS SIN AUTORIZACION VALIDA
      *        DE UN SUPERVISOR.
               WHEN NOT 88-MULTAS-OK
                    MOVE WS-MOTIVO-MULTAS
                      TO WS-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZO-VENTA

               WHEN 88-VENTA-FINANCIADA
                AND NOT 88-FINANCIACION-OK
                    MOVE 'FINANCIACION INCONSISTENTE'
                      TO WS-MOTIVO-RECHAZO
                    PERFORM 2900-RECHAZO-VENTA

               WHEN OTHER
                    PERFORM 2200-APLICO-VENTA
           END-EVALUATE.

           SET 88-VEH-VENDIDO             TO TRUE.
           MOVE VTV-CLI-ID                TO VEH-PROPIETARIO-ID.
           IF 88-VENTA-FINANCIADA
              SET 88-VEH-PRENDADO         TO TRUE
           END-IF.

           REWRITE REGO-VEH-REGISTRO-FD FROM VEH-REGISTRO.

                    PERFORM 2400-AVISO-PRESUPUESTO
                    DISPLAY 'VEHICULO VENDIDO: ' VTV-PATENTE
                            ' COMPRADOR: ' VTV-CLI-ID
                    IF WS-IDX-MULTA-HALLADA > 0
                       ADD 1 TO WS-CANT-MULTAS-AUTORIZ
                       MOVE WML-IMPORTE (WS-IDX-MULTA-HALLADA)
                         TO WS-MULTAS-ED
                       DISPLAY 'VENDIDO CON MULTAS IMPAGAS POR '
                               WS-MULTAS-ED ' AUTORIZO: '
                               VTV-SUP-MULTAS
                    END-IF
                    IF 88-VENTA-FINANCIADA
                       PERFORM 2700-AVISO-PRESTAMO
                    END-IF
                    PERFORM 2800-GRABO-GARANTIA THRU 2800-FIN
                    PERFORM 2850-ABRO-TRANSFERENCIA
                    IF VTV-KM NUMERIC
                    AND VTV-KM > 0
                       PERFORM 2870-GRABO-ODOMETRO
                    END-IF
                    PERFORM 2880-ENCOLO-ENCUESTA
                    IF WS-IDX-CONSIG-HALLADA > 0
                       PERFORM 2600-LIQUIDO-CONSIGNACION
                    END-IF
      *             LA PERMUTA REUSA VEH-REGISTRO PARA EL ALTA DE LA
      *             UNIDAD RECIBIDA: VA ULTIMA.
                    IF VTV-PER-PATENTE NOT = SPACES
                       PERFORM 2500-RECIBO-PERMUTA
                    END-IF
       2150-FIN.
           EXIT.

      *------------------------------------------------------------
      * LA VENTA ES FINANCIADA SI TRAE PLAZO EN CUOTAS. LA
      * FINANCIACION ES CONSISTENTE CON CAPITAL Y TASA CARGADOS Y
      * SI CAPITAL + ANTICIPO + PERMUTA NO SUPERAN EL PRECIO.
      *------------------------------------------------------------
       2160-VALIDO-FINANCIACION.

           MOVE 'N'                       TO WS-VENTA-FINANCIADA.
           MOVE 'S'                       TO WS-FINANCIACION-OK.

           IF VTV-FIN-PLAZO NUMERIC
              AND VTV-FIN-PLAZO > 0
              SET 88-VENTA-FINANCIADA     TO TRUE
           END-IF.

           IF 88-VENTA-FINANCIADA
              IF VTV-FIN-CAPITAL NOT NUMERIC
                 OR VTV-FIN-TNA NOT NUMERIC
                 MOVE 'N'                 TO WS-FINANCIACION-OK
              ELSE
                 IF VTV-FIN-ANTICIPO NOT NUMERIC
                    MOVE 0                TO VTV-FIN-ANTICIPO
                 END-IF
                 COMPUTE WS-FIN-CUBIERTO = VTV-FIN-CAPITAL
                                         + VTV-FIN-ANTICIPO
                 IF VTV-PER-PATENTE NOT = SPACES
                    ADD VTV-PER-VALOR     TO WS-FIN-CUBIERTO
                 END-IF
                 IF VTV-FIN-CAPITAL = 0
                    OR WS-FIN-CUBIERTO > VTV-IMPORTE
                    MOVE 'N'              TO WS-FINANCIACION-OK
                 END-IF
              END-IF
           END-IF.

       2160-FIN.
           EXIT.

      *------------------------------------------------------------
      * MULTAS DE TRANSITO: CON MULTAS IMPAGAS LA VENTA SOLO SIGUE
      * SI VTV-SUP-MULTAS ES UN SUPERVISOR (NIVEL 3) HABILITADO.
      * LA DENEGACION QUEDA EN EL LOG DE ACCESOS DE SEGOPER.
      *------------------------------------------------------------
       2170-VALIDO-MULTAS.

           MOVE 'S'                       TO WS-MULTAS-OK.
           MOVE SPACES                    TO WS-MOTIVO-MULTAS.
           MOVE 0                         TO WS-IDX-MULTA-HALLADA.

           PERFORM VARYING IDX-MULTA FROM 1 BY 1
                     UNTIL IDX-MULTA > WS-CANT-PAT-MULTAS
              IF WML-PATENTE (IDX-MULTA) = VTV-PATENTE
                 SET WS-IDX-MULTA-HALLADA TO IDX-MULTA
              END-IF
           END-PERFORM.

           IF WS-IDX-MULTA-HALLADA > 0
              IF VTV-SUP-MULTAS = SPACES
                 MOVE 'N'                 TO WS-MULTAS-OK
                 MOVE 'VEHICULO CON MULTAS IMPAGAS'
                                          TO WS-MOTIVO-MULTAS
              ELSE
                 INITIALIZE WSEGOPER
                 MOVE VTV-SUP-MULTAS      TO SEGOPER-USUARIO
                 MOVE 3                   TO SEGOPER-NIVEL-REQUERIDO
                 MOVE 'VTA CON MULTAS'    TO SEGOPER-ACCION
                 CALL 'SEGOPER' USING WSEGOPER
                 IF NOT 88-SEGOPER-AUTORIZADO
                    MOVE 'N'              TO WS-MULTAS-OK
                    MOVE 'SUPERVISOR NO AUTORIZA MULTAS'
                                          TO WS-MOTIVO-MULTAS
                 END-IF
              END-IF
           END-IF.

       2170-FIN.
           EXIT.

      *------------------------------------------------------------
      * CONSIGNACION VENDIDA: SE GENERA LA LIQUIDACION AL DUENIO
      * (PRECIO OBTENIDO MENOS NUESTRA COMISION). LOS CARGOS DE
      *------------------------------------------------------------
      * DEJA EL AVISO DE LA VENTA APLICADA PARA QUE PGMCOTVTA
      * MARQUE CONVERTIDO EL PRESUPUESTO ABIERTO DE ESTE VEHICULO
      * Y ESTE CLIENTE, SI EXISTIA, Y PGMPROSP CIERRE COMO VENDIDO
      * EL PROSPECTO DEL CLIENTE.
      *------------------------------------------------------------
       2400-AVISO-PRESUPUESTO.

       2400-FIN.
           EXIT.

      *------------------------------------------------------------
      * VENTA FINANCIADA: AVISO DE ALTA DEL PRESTAMO PRENDARIO PARA
      * PGMPRENDA (EL VEHICULO YA QUEDO PRENDADO EN EL MAESTRO).
      *------------------------------------------------------------
       2700-AVISO-PRESTAMO.

           INITIALIZE REG-PRENOV.
           MOVE VTV-CLI-ID                TO PNV-CLI-ID.
           MOVE VEH-ID                    TO PNV-VEH-ID.
           MOVE VTV-PATENTE               TO PNV-PATENTE.
           MOVE VTV-FECHA                 TO PNV-FECHA.
           MOVE VTV-IMPORTE               TO PNV-PRECIO-VENTA.
           MOVE VTV-FIN-ANTICIPO          TO PNV-ANTICIPO.
           MOVE VTV-FIN-CAPITAL           TO PNV-CAPITAL.
           MOVE VTV-FIN-TNA               TO PNV-TNA.
           MOVE VTV-FIN-PLAZO             TO PNV-PLAZO.

           WRITE REG-PRENOV-FD FROM REG-PRENOV.

           EVALUATE TRUE
               WHEN 88-FS-PRENOV-OK
                    ADD 1 TO WS-CANT-FINANCIADAS
                    DISPLAY 'VENTA FINANCIADA - PRESTAMO PRENDARIO '
                            'A ABRIR POR: ' VTV-FIN-CAPITAL
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRENOV FS: ' FS-PRENOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2700-FIN.
           EXIT.

      *------------------------------------------------------------
      * GARANTIA DE POSVENTA: MESES Y KILOMETROS DEL TIPO DE
      * VEHICULO DESDE LA FECHA DE VENTA Y EL KILOMETRAJE DE
      * ENTREGA. EL VENCIMIENTO POR FECHA CAE EL MISMO DIA N MESES
      * DESPUES (DIA TOPE 28 PARA NO CAER EN UN DIA INEXISTENTE).
      *------------------------------------------------------------
       2800-GRABO-GARANTIA.

           MOVE 0 TO WS-IDX-GARCOB-HALLADA.

           PERFORM VARYING IDX-GARCOB FROM 1 BY 1
                     UNTIL IDX-GARCOB > WS-CANT-GARCOB
              IF WGC-TIPO-VEH (IDX-GARCOB) = VTV-TIPO-VEH
                 SET WS-IDX-GARCOB-HALLADA TO IDX-GARCOB
              END-IF
           END-PERFORM.

           IF VTV-TIPO-VEH = SPACES
              OR WS-IDX-GARCOB-HALLADA = 0
              ADD 1 TO WS-CANT-SIN-GARANTIA
              DISPLAY 'VENTA SIN COBERTURA DE GARANTIA - TIPO: '
                      VTV-TIPO-VEH ' PATENTE: ' VTV-PATENTE
              GO TO 2800-FIN
           END-IF.

           IF VTV-KM NOT NUMERIC
              MOVE 0                      TO VTV-KM
           END-IF.

           INITIALIZE REG-GARANTIA.
           MOVE VEH-ID                    TO GAR-VEH-ID.
           MOVE VTV-PATENTE               TO GAR-PATENTE.
           MOVE VEH-MARCA                 TO GAR-MARCA.
           MOVE VEH-MODELO                TO GAR-MODELO.
           MOVE VTV-CLI-ID                TO GAR-CLI-ID.
           IF VTV-VEN-ID NUMERIC
              MOVE VTV-VEN-ID             TO GAR-VEN-ID
           END-IF.
           IF VTV-FECHA NUMERIC
              AND VTV-FECHA > 0
              MOVE VTV-FECHA              TO GAR-FECHA-VENTA
           ELSE
              MOVE WS-CURRENT-DATE-DATE   TO GAR-FECHA-VENTA
           END-IF.
           MOVE VTV-TIPO-VEH              TO GAR-TIPO-VEH.
           MOVE WGC-MESES (WS-IDX-GARCOB-HALLADA) TO GAR-MESES.
           MOVE WGC-KM (WS-IDX-GARCOB-HALLADA)    TO GAR-KM-COBERTURA.
           MOVE VTV-KM                    TO GAR-KM-VENTA.
           COMPUTE GAR-KM-HASTA = GAR-KM-VENTA + GAR-KM-COBERTURA.

           MOVE GAR-FECHA-VENTA           TO WS-FECHA-GAR.
           COMPUTE WS-MESES-GAR = WS-FECGAR-AAAA * 12
                                + WS-FECGAR-MM - 1
                                + GAR-MESES.
           DIVIDE WS-MESES-GAR BY 12 GIVING WS-FECGAR-AAAA
                                 REMAINDER WS-FECGAR-MM.
           ADD 1                          TO WS-FECGAR-MM.
           IF WS-FECGAR-DD > 28
              MOVE 28                     TO WS-FECGAR-DD
           END-IF.
           MOVE WS-FECHA-GAR              TO GAR-FECHA-HASTA.

           WRITE REG-GARANT-FD FROM REG-GARANTIA.

           EVALUATE TRUE
               WHEN 88-FS-GARANT-OK
                    ADD 1 TO WS-CANT-GARANTIAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE GARANT FS: ' FS-GARANT
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2800-FIN.
           EXIT.

      *------------------------------------------------------------
      * TRAMITE DE TRANSFERENCIA DE DOMINIO: TODOS LOS DOCUMENTOS Y
      * PASOS PENDIENTES. EL PLAZO LEGAL SE CUENTA EN DIAS HABILES
      * (CALENDARIO DE UTLDIAHAB) A PARTIR DEL DIA SIGUIENTE A LA
      * VENTA.
      *------------------------------------------------------------
       2850-ABRO-TRANSFERENCIA.

           INITIALIZE REG-TRANSF.
           MOVE VEH-ID                    TO TRF-VEH-ID.
           MOVE VTV-PATENTE               TO TRF-PATENTE.
           MOVE VTV-CLI-ID                TO TRF-CLI-ID.
           MOVE WS-PROPIETARIO-ANTERIOR   TO TRF-PROPIETARIO-ANT.
           IF VTV-FECHA NUMERIC
              AND VTV-FECHA > 0
              MOVE VTV-FECHA              TO TRF-FECHA-VENTA
           ELSE
              MOVE WS-CURRENT-DATE-DATE   TO TRF-FECHA-VENTA
           END-IF.
           MOVE 'NNNNN'                   TO TRF-DOCUMENTOS.
           MOVE 'P'                       TO TRF-PASO-ESTADO (1)
                                             TRF-PASO-ESTADO (2)
                                             TRF-PASO-ESTADO (3)
                                             TRF-PASO-ESTADO (4).
           SET 88-TRF-PENDIENTE           TO TRUE.

           COMPUTE WS-FECHA-TRF-INT =
                   FUNCTION INTEGER-OF-DATE (TRF-FECHA-VENTA).
           MOVE 0                         TO WS-DIAS-HABILES.
           PERFORM UNTIL WS-DIAS-HABILES >= WCN-DIAS-TRANSF
              ADD 1                       TO WS-FECHA-TRF-INT
              INITIALIZE WUTLDIAHAB
              COMPUTE WUTLDIAHAB-FECHA =
                      FUNCTION DATE-OF-INTEGER (WS-FECHA-TRF-INT)
              CALL 'UTLDIAHAB' USING WUTLDIAHAB
              IF NOT 88-WUTLDIAHAB-NO-HABIL
                 ADD 1                    TO WS-DIAS-HABILES
              END-IF
           END-PERFORM.
           MOVE WUTLDIAHAB-FECHA          TO TRF-FECHA-LIMITE.

           WRITE REG-TRANSF-FD FROM REG-TRANSF.

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    ADD 1 TO WS-CANT-TRAMITES
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2850-FIN.
           EXIT.

      *------------------------------------------------------------
      * KILOMETRAJE DE ENTREGA COMO LECTURA DE ODOMETRO; LA
      * REFERENCIA ES EL COMPRADOR.
      *------------------------------------------------------------
       2870-GRABO-ODOMETRO.

           INITIALIZE REG-ODOMETRO.
           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.
           MOVE VEH-ID                    TO ODO-VEH-ID.
           MOVE WS-CURRENT-DATE-DATE      TO ODO-FECHA.
           MOVE WS-CURRENT-DATE-TIME      TO ODO-HORA.
           MOVE VTV-KM                    TO ODO-KM.
           SET 88-ODO-VENTA               TO TRUE.
           MOVE 'VTAVEHI'                 TO ODO-PROGRAMA.
           MOVE VTV-CLI-ID                TO ODO-REFERENCIA.

           WRITE REG-ODOMETRO-FD          FROM REG-ODOMETRO.

           EVALUATE TRUE
               WHEN 88-FS-ODOMETRO-OK
                    ADD 1 TO WS-CANT-LECTURAS-KM
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ODOMETRO FS: ' FS-ODOMETRO
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2870-FIN.
           EXIT.

      *------------------------------------------------------------
      * ENCUESTA DE SATISFACCION AL COMPRADOR: LA PIEZA VA A LA
      * COLA DE COMUNICACIONES (PGMDESPACHO APLICA EL CONSENTIMIENTO
      * DEL CLIENTE) Y LA ENCUESTA QUEDA PENDIENTE DE RESPUESTA EN
      * ENCENV, CON LA MISMA CLAVE QUE VIAJA EN MSG-REFERENCIA.
      *------------------------------------------------------------
       2880-ENCOLO-ENCUESTA.

           INITIALIZE REG-ENCUESTA.
           MOVE SPACES                    TO ENC-CLAVE.
           MOVE 'VTA'                     TO ENC-CLAVE (01:03).
           MOVE VTV-PATENTE               TO ENC-CLAVE (04:09).
           MOVE VTV-FECHA                 TO ENC-CLAVE (13:08).
           SET 88-ENC-VENTA               TO TRUE.
           MOVE VTV-CLI-ID                TO ENC-CLI-ID.
           MOVE VTV-FECHA                 TO ENC-FECHA-HECHO.
           MOVE WS-CURRENT-DATE-DATE      TO ENC-FECHA-ENVIO.
           MOVE VTV-VEN-ID                TO ENC-VEN-ID.
           MOVE VEH-ID                    TO ENC-VEH-ID.
           MOVE VTV-PATENTE               TO ENC-PATENTE.
           SET 88-ENC-PENDIENTE           TO TRUE.

           INITIALIZE REG-MSGCOLA.
           SET 88-MSG-ENCUESTA            TO TRUE.
           MOVE 'VTAVEHI'                 TO MSG-ORIGEN.
           MOVE VTV-CLI-ID                TO MSG-CLI-ID.
           MOVE SPACES                    TO MSG-NRO-TARJETA.
           MOVE WS-CURRENT-DATE-DATE      TO MSG-FECHA-ALTA.
           MOVE ENC-CLAVE                 TO MSG-REFERENCIA.

           MOVE SPACES                    TO MSG-TEXTO.
           MOVE 'ENCUESTA DE SATISFACCION - COMPRA DE VEHICULO'
                                          TO MSG-TEXTO (01:46).
           MOVE VTV-PATENTE               TO MSG-TEXTO (48:09).

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

       2880-FIN.
           EXIT.

       2900-RECHAZO-VENTA.

           MOVE SPACES                    TO REG-VTAVEHRECH-FD.
           CLOSE COTCONV.
           CLOSE COSTONOV.
           CLOSE LIQPROP.
           CLOSE PRENOV.
           CLOSE GARANT.
           CLOSE TRANSF.
           CLOSE ODOMETRO.
           CLOSE MSGCOLA.
           CLOSE ENCENV.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY 'VEHICULOS VENDIDOS         : ' WS-CANT-VENDIDOS.
           DISPLAY 'VENTAS RECHAZADAS          : ' WS-CANT-RECHAZADAS.
           DISPLAY 'PERMUTAS RECIBIDAS         : ' WS-CANT-PERMUTAS.
           DISPLAY 'VENTAS CON MULTAS AUTORIZ. : '
                                             WS-CANT-MULTAS-AUTORIZ.
           DISPLAY 'VENTAS FINANCIADAS         : '
                                             WS-CANT-FINANCIADAS.
           DISPLAY 'GARANTIAS REGISTRADAS      : ' WS-CANT-GARANTIAS.
           DISPLAY 'VENTAS SIN GARANTIA        : '
                                             WS-CANT-SIN-GARANTIA.
           DISPLAY 'TRAMITES DOMINIO ABIERTOS  : ' WS-CANT-TRAMITES.
           DISPLAY 'LECTURAS DE ODOMETRO       : ' WS-CANT-LECTURAS-KM.
           DISPLAY 'ENCUESTAS ENCOLADAS        : ' WS-CANT-ENCUESTAS.
           DISPLAY 'LIQUIDACIONES CONSIGNACION : '
                                             WS-CANT-LIQUIDACIONES.
           DISPLAY 'TRANSFERENCIAS GRABADAS    : ' WS-GRABADOS-VEHHIST.
