       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMDESCHQ.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * DESCUENTO DE CHEQUES DIFERIDOS EN CUSTODIA CON UNA ENTIDAD
      * FINANCIERA. CUANDO HACE FALTA LIQUIDEZ, TESORERIA VENDE
      * CHEQUES DIFERIDOS ANTES DE SU FECHA; LA OPERACION SE LLEVABA
      * EN PAPEL. LEE LAS NOVEDADES DE DESCUENTO (DESCNOV):
      *  - UN REGISTRO 'L' ABRE UN LOTE CON LA ENTIDAD, LA TASA
      *    NOMINAL ANUAL, EL PORCENTAJE DE COMISION, EL GASTO FIJO
      *    POR CHEQUE Y EL OPERADOR (NIVEL 2 O SUPERIOR, SEGOPER).
      *  - CADA REGISTRO 'C' SIGUIENTE AGREGA UN CHEQUE AL LOTE.
      * POR CADA CHEQUE DEL LOTE:
      *  - DEBE ESTAR EN CUSTODIA (ESTADO RECIBIDO) Y SER DIFERIDO
      *    (FECHA DE PAGO POSTERIOR A HOY).
      *  - CALCULA EL INTERES DE DESCUENTO POR LOS DIAS CORRIDOS
      *    HASTA SU FECHA (ANIO DE 365), LA COMISION Y LOS GASTOS,
      *    Y EL NETO A COBRAR.
      *  - PASA EL CHEQUE A ESTADO 'V' (CHEQANT -> CHEQNUE): YA NO
      *    LO LIBERA PGMVALORES NI LO ACEPTA PGMENDOSO.
      *  - LO ASIENTA EN EL LIBRO DE DESCUENTOS (DESCHQ, EN EXTEND)
      *    Y LO IMPRIME EN LA LIQUIDACION (LIQDESC), CON LOS
      *    TOTALES DE CADA LOTE.
      * SI UN CHEQUE DESCONTADO REBOTA, EL RECURSO LO ASIENTA
      * PGMRETBCO.
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

           SELECT DESCNOV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-DESCNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DESCNOV.

           SELECT CHEQANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CHEQANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHEQANT.

           SELECT CHEQNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CHEQNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CHEQNUE.

           SELECT DESCHQ        ASSIGN       TO
                                 DYNAMIC WS-ARCH-DESCHQ
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DESCHQ.

           SELECT LIQDESC       ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIQDESC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIQDESC.

       DATA DIVISION.

       FILE SECTION.

       FD  DESCNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DESCNOV-FD                PIC X(40).

       FD  CHEQANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CHEQANT-FD                PIC X(55).

       FD  CHEQNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CHEQNUE-FD                PIC X(55).

       FD  DESCHQ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DESCHQ-FD                 PIC X(110).

       FD  LIQDESC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIQDESC-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-DESCNOV            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CHEQANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CHEQNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-DESCHQ             PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIQDESC            PIC X(128) VALUE SPACES.

       77  FS-DESCNOV                    PIC  X(02) VALUE ' '.
           88 88-FS-DESCNOV-OK                      VALUE '00'.
           88 88-FS-DESCNOV-EOF                     VALUE '10'.

       77  FS-CHEQANT                    PIC  X(02) VALUE ' '.
           88 88-FS-CHEQANT-OK                      VALUE '00'.
           88 88-FS-CHEQANT-EOF                     VALUE '10'.

       77  FS-CHEQNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-CHEQNUE-OK                      VALUE '00'.

       77  FS-DESCHQ                     PIC  X(02) VALUE ' '.
           88 88-FS-DESCHQ-OK                       VALUE '00'.
           88 88-FS-DESCHQ-EOF                      VALUE '10'.
           88 88-FS-DESCHQ-EXISTE                   VALUE '05'.
           88 88-FS-DESCHQ-NOEXISTE                 VALUE '35'.

       77  FS-LIQDESC                    PIC  X(02) VALUE ' '.
           88 88-FS-LIQDESC-OK                      VALUE '00'.

      *------------------------------------------------------
      * NOVEDAD DE DESCUENTO (DESCNOV, LREC 40)
      *  'L' LOTE: CONDICIONES PACTADAS CON LA ENTIDAD
      *  'C' CHEQUE DEL ULTIMO LOTE ABIERTO
      *------------------------------------------------------
       01  REG-DESCNOV.
           03 DNV-TIPO                   PIC X(01).
              88 88-DNV-LOTE                       VALUE 'L'.
              88 88-DNV-CHEQUE                     VALUE 'C'.
           03 DNV-DATOS                  PIC X(39).
           03 DNV-DATOS-LOTE REDEFINES DNV-DATOS.
              05 DNV-ENTIDAD             PIC X(15).
              05 DNV-TNA                 PIC 9(03)V99.
              05 DNV-COMISION-PORC       PIC 9(02)V99.
              05 DNV-GASTO-CHEQUE        PIC 9(04)V99.
              05 DNV-USUARIO             PIC X(08).
              05 FILLER                  PIC X(01).
           03 DNV-DATOS-CHEQUE REDEFINES DNV-DATOS.
              05 DNV-CHEQUE-NUMERO       PIC 9(05).
              05 FILLER                  PIC X(34).

       77  WS-LEIDAS-NOVEDADES           PIC  9(09) VALUE 0.
       77  WS-LEIDAS-NOVEDADES-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DESCONTADOS                PIC  9(09) VALUE 0.
       77  WS-DESCONTADOS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECHAZADOS                 PIC  9(09) VALUE 0.
       77  WS-RECHAZADOS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-NETO-TOTAL                 PIC  9(13)V99 VALUE 0.
       77  WS-NETO-TOTAL-ED              PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *------------------------------------------------------
      * LOTES DE LA CORRIDA CON SUS CONDICIONES Y TOTALES
      *------------------------------------------------------
       77  WCN-TOPE-LOTES                PIC  9(02) VALUE 20.
       77  WS-CANT-LOTES                 PIC  9(02) VALUE 0.
       77  WS-LOTE-ACTUAL                PIC  9(02) VALUE 0.
       77  WS-ULTIMO-LOTE                PIC  9(06) VALUE 0.
       01  WS-TABLA-LOTES.
           05 WS-LOTE-TAB OCCURS 20 TIMES
                          INDEXED BY IDX-LOTE.
              10 WLT-LOTE                PIC  9(06).
              10 WLT-ENTIDAD             PIC  X(15).
              10 WLT-TNA                 PIC  9(03)V99.
              10 WLT-COMISION-PORC       PIC  9(02)V99.
              10 WLT-GASTO-CHEQUE        PIC  9(04)V99.
              10 WLT-USUARIO             PIC  X(08).
              10 WLT-CANT                PIC  9(05).
              10 WLT-NOMINAL             PIC  9(09)V99.
              10 WLT-INTERES             PIC  9(09)V99.
              10 WLT-COMISION            PIC  9(09)V99.
              10 WLT-GASTOS              PIC  9(09)V99.
              10 WLT-NETO                PIC  9(09)V99.

      *------------------------------------------------------
      * CHEQUES A DESCONTAR EN TABLA: EL ARCHIVO DE CHEQUES SE
      * RECORRE UNA SOLA VEZ Y CADA CHEQUE SE COTEJA CONTRA LA
      * TABLA.
      *------------------------------------------------------
       77  WCN-TOPE-NOVEDADES            PIC  9(03) VALUE 200.
       77  WS-CANT-NOVEDADES             PIC  9(03) VALUE 0.
       77  WS-IDX-NOVEDAD                PIC  9(03) VALUE 0.
       01  WS-TABLA-NOVEDADES.
           05 WS-NOVEDAD-TAB OCCURS 200 TIMES
                             INDEXED BY IDX-NOVEDAD.
              10 WNV-CHEQUE-NUMERO       PIC  9(05).
              10 WNV-LOTE                PIC  9(02).
              10 WNV-APLICADA            PIC  X(01).

      *------------------------------------------------------
      * DIAS AL VENCIMIENTO Y CALCULO DEL DESCUENTO
      *------------------------------------------------------
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-FECHA-CHEQUE.
           05 WS-FCH-AAAA                PIC  9(04).
           05 WS-FCH-MM                  PIC  9(02).
           05 WS-FCH-DD                  PIC  9(02).
       01  WS-FECHA-CHEQUE-N REDEFINES WS-FECHA-CHEQUE
                                         PIC  9(08).
       77  WS-DIA-CHEQUE-INT             PIC  9(07) VALUE 0.
       77  WS-DIA-PROCESO-INT            PIC  9(07) VALUE 0.
       77  WS-DIAS-AL-VTO                PIC S9(05) VALUE 0.
       77  WS-NETO                       PIC S9(07)V99 VALUE 0.
       77  WS-IMPORTE-ED                 PIC  ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                   PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-TASA-ED                    PIC  ZZ9,99.
       77  WS-DIAS-ED                    PIC  ZZZ9.
       77  WS-CANT-ED                    PIC  ZZZZ9.

       COPY WCHEQUE.

       COPY WDESCHQ.

      *------------------------------------------------------
      * CONTROL DE PERMISOS DEL OPERADOR (VER SEGOPER)
      *------------------------------------------------------
       COPY WSEGOPER.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO
                UNTIL 88-FS-CHEQANT-EOF.

           PERFORM 4000-NOVEDADES-SIN-CHEQUE.

           PERFORM 4100-TOTALES-LOTE.

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
           COMPUTE WS-DIA-PROCESO-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1015-ULTIMO-LOTE.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-NOVEDADES.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'DESCNOV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DESCNOV

           MOVE 'CHEQANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CHEQANT

           MOVE 'CHEQNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CHEQNUE

           MOVE 'DESCHQ'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DESCHQ

           MOVE 'LIQDESC'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIQDESC.

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

           OPEN INPUT CHEQANT

           EVALUATE TRUE
               WHEN 88-FS-CHEQANT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHEQANT'
                    DISPLAY 'FILE STATUS' FS-CHEQANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CHEQNUE

           EVALUATE TRUE
               WHEN 88-FS-CHEQNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CHEQNUE'
                    DISPLAY 'FILE STATUS' FS-CHEQNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    EL LIBRO DE DESCUENTOS ES HISTORIA PERSISTENTE: EXTEND.
           OPEN EXTEND DESCHQ

           EVALUATE TRUE
               WHEN 88-FS-DESCHQ-OK
               WHEN 88-FS-DESCHQ-EXISTE
                    CONTINUE
               WHEN 88-FS-DESCHQ-NOEXISTE
                    OPEN OUTPUT DESCHQ
                    IF NOT 88-FS-DESCHQ-OK
                       DISPLAY 'ERROR EN OPEN DESCHQ'
                       DISPLAY 'FILE STATUS' FS-DESCHQ
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DESCHQ'
                    DISPLAY 'FILE STATUS' FS-DESCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LIQDESC

           EVALUATE TRUE
               WHEN 88-FS-LIQDESC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIQDESC'
                    DISPLAY 'FILE STATUS' FS-LIQDESC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * LOS LOTES SE NUMERAN A CONTINUACION DEL ULTIMO DEL LIBRO
      *------------------------------------------------------------
       1015-ULTIMO-LOTE.
      *-----------------

           OPEN INPUT DESCHQ.

           EVALUATE TRUE
               WHEN 88-FS-DESCHQ-OK
                    PERFORM 1016-LEO-DESCHQ
                    PERFORM UNTIL 88-FS-DESCHQ-EOF
                       IF DSC-LOTE > WS-ULTIMO-LOTE
                          MOVE DSC-LOTE TO WS-ULTIMO-LOTE
                       END-IF
                       PERFORM 1016-LEO-DESCHQ
                    END-PERFORM
                    CLOSE DESCHQ

               WHEN 88-FS-DESCHQ-NOEXISTE
                    DISPLAY 'LIBRO DE DESCUENTOS INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DESCHQ'
                    DISPLAY 'FILE STATUS' FS-DESCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1015.
           EXIT.

       1016-LEO-DESCHQ.
      *----------------

           INITIALIZE REG-DESCHQ.

           READ DESCHQ INTO REG-DESCHQ

           EVALUATE TRUE
               WHEN 88-FS-DESCHQ-OK
               WHEN 88-FS-DESCHQ-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ DESCHQ FS: ' FS-DESCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1016.
           EXIT.

      *------------------------------------------------------------
      * CARGA LOS LOTES Y SUS CHEQUES. UN LOTE DE UN OPERADOR SIN
      * NIVEL 2 (SEGOPER DEJA LA DENEGACION EN ACCESLOG) O CON
      * CONDICIONES INVALIDAS SE RECHAZA CON TODOS SUS CHEQUES.
      *------------------------------------------------------------
       1020-CARGO-NOVEDADES.
      *---------------------

           OPEN INPUT DESCNOV.

           EVALUATE TRUE
               WHEN 88-FS-DESCNOV-OK
                    PERFORM 1021-LEO-DESCNOV
                    PERFORM UNTIL 88-FS-DESCNOV-EOF
                       EVALUATE TRUE
                           WHEN 88-DNV-LOTE
                                PERFORM 1022-ABRO-LOTE THRU FIN-1022
                           WHEN 88-DNV-CHEQUE
                                PERFORM 1023-CARGO-CHEQUE
                                   THRU FIN-1023
                           WHEN OTHER
                                ADD 1 TO WS-RECHAZADOS
                                DISPLAY 'NOVEDAD CON TIPO INVALIDO: '
                                        DNV-TIPO
                       END-EVALUATE
                       PERFORM 1021-LEO-DESCNOV
                    END-PERFORM
                    CLOSE DESCNOV

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DESCNOV'
                    DISPLAY 'FILE STATUS' FS-DESCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-DESCNOV.
      *-----------------

           INITIALIZE REG-DESCNOV.

           READ DESCNOV INTO REG-DESCNOV

           EVALUATE TRUE
               WHEN 88-FS-DESCNOV-OK
                    ADD 1 TO WS-LEIDAS-NOVEDADES
               WHEN 88-FS-DESCNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ DESCNOV FS: ' FS-DESCNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-ABRO-LOTE.
      *---------------

           MOVE 0 TO WS-LOTE-ACTUAL.

           INITIALIZE WSEGOPER.
           MOVE DNV-USUARIO             TO SEGOPER-USUARIO.
           MOVE 2                       TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'DESCUENTO CHEQUES'     TO SEGOPER-ACCION.

           CALL 'SEGOPER' USING WSEGOPER.

           IF NOT 88-SEGOPER-AUTORIZADO
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'LOTE RECHAZADO - OPERADOR SIN NIVEL: '
                      DNV-USUARIO ' ENTIDAD: ' DNV-ENTIDAD
              GO TO FIN-1022
           END-IF.

           IF DNV-ENTIDAD = SPACES
           OR DNV-TNA = 0
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'LOTE RECHAZADO - SIN ENTIDAD O SIN TASA: '
                      DNV-ENTIDAD
              GO TO FIN-1022
           END-IF.

           IF WS-CANT-LOTES >= WCN-TOPE-LOTES
              DISPLAY 'TABLA DE LOTES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-LOTES.
           ADD 1 TO WS-ULTIMO-LOTE.
           MOVE WS-CANT-LOTES           TO WS-LOTE-ACTUAL.

           INITIALIZE WS-LOTE-TAB (WS-LOTE-ACTUAL).
           MOVE WS-ULTIMO-LOTE       TO WLT-LOTE (WS-LOTE-ACTUAL).
           MOVE DNV-ENTIDAD          TO WLT-ENTIDAD (WS-LOTE-ACTUAL).
           MOVE DNV-TNA              TO WLT-TNA (WS-LOTE-ACTUAL).
           MOVE DNV-COMISION-PORC
                             TO WLT-COMISION-PORC (WS-LOTE-ACTUAL).
           MOVE DNV-GASTO-CHEQUE
                             TO WLT-GASTO-CHEQUE (WS-LOTE-ACTUAL).
           MOVE DNV-USUARIO          TO WLT-USUARIO (WS-LOTE-ACTUAL).

       FIN-1022.
           EXIT.

       1023-CARGO-CHEQUE.
      *------------------

           IF WS-LOTE-ACTUAL = 0
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'CHEQUE SIN LOTE VALIDO - NO SE DESCUENTA: '
                      DNV-CHEQUE-NUMERO
              GO TO FIN-1023
           END-IF.

           IF WS-CANT-NOVEDADES >= WCN-TOPE-NOVEDADES
              DISPLAY 'TABLA DE NOVEDADES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-NOVEDADES.
           MOVE DNV-CHEQUE-NUMERO
             TO WNV-CHEQUE-NUMERO (WS-CANT-NOVEDADES).
           MOVE WS-LOTE-ACTUAL
             TO WNV-LOTE (WS-CANT-NOVEDADES).
           MOVE 'N'
             TO WNV-APLICADA (WS-CANT-NOVEDADES).

       FIN-1023.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           PERFORM 2200-LEO-CHEQANT.

           IF 88-FS-CHEQANT-EOF
              DISPLAY ' '
              DISPLAY 'ARCHIVO DE CHEQUES VACIO'
           END-IF.

       FIN-1080.
           EXIT.

       2000-PROCESO.
      *-------------

           PERFORM 2100-EVALUO-CHEQUE THRU FIN-2100.

           WRITE REG-CHEQNUE-FD FROM REG-CHEQUE.

           EVALUATE TRUE
               WHEN 88-FS-CHEQNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CHEQNUE FS: ' FS-CHEQNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2200-LEO-CHEQANT.

       FIN-2000.
           EXIT.

       2100-EVALUO-CHEQUE.
      *-------------------

           MOVE 0 TO WS-IDX-NOVEDAD.

           PERFORM VARYING IDX-NOVEDAD FROM 1 BY 1
                     UNTIL IDX-NOVEDAD > WS-CANT-NOVEDADES
              IF WNV-CHEQUE-NUMERO (IDX-NOVEDAD) = CHEQUE-NUMERO
                 AND WNV-APLICADA (IDX-NOVEDAD) = 'N'
                 MOVE IDX-NOVEDAD TO WS-IDX-NOVEDAD
              END-IF
           END-PERFORM.

           IF WS-IDX-NOVEDAD = 0
              GO TO FIN-2100
           END-IF.

           MOVE 'S' TO WNV-APLICADA (WS-IDX-NOVEDAD).
           MOVE WNV-LOTE (WS-IDX-NOVEDAD) TO WS-LOTE-ACTUAL.

           IF NOT 88-CHEQUE-RECIBIDO
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'DESCUENTO RECHAZADO - CHEQUE FUERA DE '
                      'CUSTODIA: ' CHEQUE-NUMERO
                      ' ESTADO: ' CHEQUE-ESTADO
              GO TO FIN-2100
           END-IF.

           MOVE ANIO TO WS-FCH-AAAA.
           MOVE MES  TO WS-FCH-MM.
           MOVE DIA  TO WS-FCH-DD.

           IF WS-FECHA-CHEQUE-N NOT > WS-FECHA-PROCESO
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'DESCUENTO RECHAZADO - CHEQUE NO DIFERIDO: '
                      CHEQUE-NUMERO ' FECHA: ' WS-FECHA-CHEQUE-N
              GO TO FIN-2100
           END-IF.

           COMPUTE WS-DIA-CHEQUE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CHEQUE-N).
           COMPUTE WS-DIAS-AL-VTO =
                   WS-DIA-CHEQUE-INT - WS-DIA-PROCESO-INT.

           PERFORM 2300-CALCULO-DESCUENTO.

           IF WS-NETO NOT > 0
              ADD 1 TO WS-RECHAZADOS
              DISPLAY 'DESCUENTO RECHAZADO - SIN NETO A COBRAR: '
                      CHEQUE-NUMERO
              GO TO FIN-2100
           END-IF.

           SET 88-CHEQUE-DESCONTADO TO TRUE.
           ADD 1 TO WS-DESCONTADOS.
           ADD DSC-NETO TO WS-NETO-TOTAL.

           ADD 1            TO WLT-CANT (WS-LOTE-ACTUAL).
           ADD DSC-NOMINAL  TO WLT-NOMINAL (WS-LOTE-ACTUAL).
           ADD DSC-INTERES  TO WLT-INTERES (WS-LOTE-ACTUAL).
           ADD DSC-COMISION TO WLT-COMISION (WS-LOTE-ACTUAL).
           ADD DSC-GASTOS   TO WLT-GASTOS (WS-LOTE-ACTUAL).
           ADD DSC-NETO     TO WLT-NETO (WS-LOTE-ACTUAL).

           PERFORM 2400-ASIENTO-DESCUENTO.
           PERFORM 2500-LINEA-LIQUIDACION.

       FIN-2100.
           EXIT.

       2200-LEO-CHEQANT.
      *-----------------

           INITIALIZE REG-CHEQUE.

           READ CHEQANT INTO REG-CHEQUE

           EVALUATE TRUE
               WHEN 88-FS-CHEQANT-OK
               WHEN 88-FS-CHEQANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CHEQANT FS: ' FS-CHEQANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * INTERES DE DESCUENTO POR LOS DIAS AL VENCIMIENTO (TASA
      * NOMINAL ANUAL, ANIO DE 365), COMISION SOBRE EL NOMINAL Y
      * GASTO FIJO POR CHEQUE, CON LAS CONDICIONES DEL LOTE.
      *------------------------------------------------------------
       2300-CALCULO-DESCUENTO.
      *-----------------------

           MOVE SPACES TO REG-DESCHQ.
           INITIALIZE REG-DESCHQ.
           MOVE WLT-LOTE (WS-LOTE-ACTUAL)    TO DSC-LOTE.
           MOVE CHEQUE-NUMERO                TO DSC-CHEQUE-NUMERO.
           MOVE WLT-ENTIDAD (WS-LOTE-ACTUAL) TO DSC-ENTIDAD.
           MOVE WS-FECHA-PROCESO             TO DSC-FECHA.
           MOVE WS-FECHA-CHEQUE-N            TO DSC-FECHA-VTO.
           MOVE WS-DIAS-AL-VTO               TO DSC-DIAS.
           MOVE EFECTIVO                     TO DSC-NOMINAL.
           MOVE WLT-TNA (WS-LOTE-ACTUAL)     TO DSC-TNA.
           MOVE WLT-USUARIO (WS-LOTE-ACTUAL) TO DSC-USUARIO.

           COMPUTE DSC-INTERES ROUNDED =
                   DSC-NOMINAL * DSC-TNA / 100 * DSC-DIAS / 365.

           COMPUTE DSC-COMISION ROUNDED =
                   DSC-NOMINAL * WLT-COMISION-PORC (WS-LOTE-ACTUAL)
                                                             / 100.

           MOVE WLT-GASTO-CHEQUE (WS-LOTE-ACTUAL) TO DSC-GASTOS.

           COMPUTE WS-NETO = DSC-NOMINAL
                           - DSC-INTERES
                           - DSC-COMISION
                           - DSC-GASTOS.

           IF WS-NETO > 0
              MOVE WS-NETO                   TO DSC-NETO
           END-IF.

       FIN-2300.
           EXIT.

       2400-ASIENTO-DESCUENTO.
      *-----------------------

           WRITE REG-DESCHQ-FD FROM REG-DESCHQ.

           EVALUATE TRUE
               WHEN 88-FS-DESCHQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE DESCHQ FS: ' FS-DESCHQ
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2400.
           EXIT.

       2500-LINEA-LIQUIDACION.
      *-----------------------

           MOVE SPACES                   TO REG-LIQDESC-FD.
           MOVE 'LOTE'                   TO REG-LIQDESC-FD (01:04).
           MOVE DSC-LOTE                 TO REG-LIQDESC-FD (06:06).
           MOVE 'CHEQUE'                 TO REG-LIQDESC-FD (14:06).
           MOVE DSC-CHEQUE-NUMERO        TO REG-LIQDESC-FD (21:05).
           MOVE NOMBRE                   TO REG-LIQDESC-FD (27:15).
           MOVE DSC-FECHA-VTO            TO REG-LIQDESC-FD (43:08).
           MOVE DSC-DIAS                 TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-LIQDESC-FD (52:04).
           MOVE DSC-NOMINAL              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIQDESC-FD (57:10).
           MOVE DSC-INTERES              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIQDESC-FD (68:10).
           MOVE DSC-COMISION             TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIQDESC-FD (79:10).
           MOVE DSC-GASTOS               TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIQDESC-FD (90:10).
           MOVE DSC-NETO                 TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-LIQDESC-FD (101:10).

           PERFORM 2600-GRABO-LIQDESC.

       FIN-2500.
           EXIT.

       2600-GRABO-LIQDESC.
      *-------------------

           WRITE REG-LIQDESC-FD.

           EVALUATE TRUE
               WHEN 88-FS-LIQDESC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LIQDESC FS: ' FS-LIQDESC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * LAS NOVEDADES QUE NO ENCONTRARON SU CHEQUE EN EL ARCHIVO
      * SE AVISAN: NUMERO MAL TOMADO O CHEQUE NUNCA RECIBIDO.
      *------------------------------------------------------------
       4000-NOVEDADES-SIN-CHEQUE.
      *--------------------------

           PERFORM VARYING IDX-NOVEDAD FROM 1 BY 1
                     UNTIL IDX-NOVEDAD > WS-CANT-NOVEDADES
              IF WNV-APLICADA (IDX-NOVEDAD) = 'N'
                 ADD 1 TO WS-RECHAZADOS
                 DISPLAY 'DESCUENTO SIN CHEQUE EN ARCHIVO - NUMERO: '
                         WNV-CHEQUE-NUMERO (IDX-NOVEDAD)
              END-IF
           END-PERFORM.

       FIN-4000.
           EXIT.

      *------------------------------------------------------------
      * LIQUIDACION DE CADA LOTE: LO QUE LA ENTIDAD DEBE ACREDITAR
      *------------------------------------------------------------
       4100-TOTALES-LOTE.
      *------------------

           PERFORM VARYING IDX-LOTE FROM 1 BY 1
                     UNTIL IDX-LOTE > WS-CANT-LOTES
              MOVE SPACES                TO REG-LIQDESC-FD
              PERFORM 2600-GRABO-LIQDESC
              MOVE 'TOTAL LOTE'          TO REG-LIQDESC-FD (01:10)
              MOVE WLT-LOTE (IDX-LOTE)   TO REG-LIQDESC-FD (12:06)
              MOVE WLT-ENTIDAD (IDX-LOTE)
                                         TO REG-LIQDESC-FD (19:15)
              MOVE 'TNA'                 TO REG-LIQDESC-FD (35:03)
              MOVE WLT-TNA (IDX-LOTE)    TO WS-TASA-ED
              MOVE WS-TASA-ED            TO REG-LIQDESC-FD (39:06)
              MOVE 'CHEQUES'             TO REG-LIQDESC-FD (46:07)
              MOVE WLT-CANT (IDX-LOTE)   TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-LIQDESC-FD (54:05)
              MOVE 'OPERADOR'            TO REG-LIQDESC-FD (60:08)
              MOVE WLT-USUARIO (IDX-LOTE)
                                         TO REG-LIQDESC-FD (69:08)
              PERFORM 2600-GRABO-LIQDESC
              MOVE SPACES                TO REG-LIQDESC-FD
              MOVE 'NOMINAL'             TO REG-LIQDESC-FD (01:07)
              MOVE WLT-NOMINAL (IDX-LOTE) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-LIQDESC-FD (09:14)
              MOVE 'INTERES'             TO REG-LIQDESC-FD (25:07)
              MOVE WLT-INTERES (IDX-LOTE) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-LIQDESC-FD (33:14)
              MOVE 'COMISION'            TO REG-LIQDESC-FD (49:08)
              MOVE WLT-COMISION (IDX-LOTE) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-LIQDESC-FD (58:14)
              MOVE 'GASTOS'              TO REG-LIQDESC-FD (74:06)
              MOVE WLT-GASTOS (IDX-LOTE) TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-LIQDESC-FD (81:14)
              MOVE 'NETO A COBRAR'       TO REG-LIQDESC-FD (97:13)
              MOVE WLT-NETO (IDX-LOTE)   TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-LIQDESC-FD (111:14)
              PERFORM 2600-GRABO-LIQDESC
           END-PERFORM.

       FIN-4100.
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

           CLOSE CHEQANT
           EVALUATE TRUE
               WHEN 88-FS-CHEQANT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CHEQANT FS: ' FS-CHEQANT
           END-EVALUATE.

           CLOSE CHEQNUE
           EVALUATE TRUE
               WHEN 88-FS-CHEQNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CHEQNUE FS: ' FS-CHEQNUE
           END-EVALUATE.

           CLOSE DESCHQ
           EVALUATE TRUE
               WHEN 88-FS-DESCHQ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE DESCHQ FS: ' FS-DESCHQ
           END-EVALUATE.

           CLOSE LIQDESC
           EVALUATE TRUE
               WHEN 88-FS-LIQDESC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE LIQDESC FS: ' FS-LIQDESC
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMDESCHQ'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-NOVEDADES     TO RUNCTL-LEIDOS.
           MOVE WS-DESCONTADOS          TO RUNCTL-GRABADOS.
           MOVE WS-NETO-TOTAL           TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDAS-NOVEDADES     TO WS-LEIDAS-NOVEDADES-ED.
           MOVE WS-DESCONTADOS          TO WS-DESCONTADOS-ED.
           MOVE WS-RECHAZADOS           TO WS-RECHAZADOS-ED.
           MOVE WS-NETO-TOTAL           TO WS-NETO-TOTAL-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMDESCHQ             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDAS-NOVEDADES-ED.
           DISPLAY 'CANT. LOTES ABIERTOS           : '
                                               WS-CANT-LOTES.
           DISPLAY 'CANT. CHEQUES DESCONTADOS      : '
                                               WS-DESCONTADOS-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-RECHAZADOS-ED.
           DISPLAY 'NETO TOTAL A COBRAR            : '
                                               WS-NETO-TOTAL-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMDESCHQ.
