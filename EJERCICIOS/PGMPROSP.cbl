       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMPROSP.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * PROSPECTOS DE VENTA DE VEHICULOS (CONSULTAS PREVIAS AL
      * PRESUPUESTO). CORRE EN EL BATCH NOCTURNO DESPUES DE
      * PGMCOTVTA:
      *  - NOVEDADES DEL MOSTRADOR (PRONOV):
      *    'A' ALTA DE CONSULTA: SE NUMERA A CONTINUACION DE LA
      *        ULTIMA Y ENTRA ABIERTA CON EL VENDEDOR ASIGNADO (DEBE
      *        EXISTIR ACTIVO EN VENDEDORES).
      *    'S' SEGUIMIENTO: NUEVA FECHA DE CONTACTO; OPCIONALMENTE
      *        INFORMA EL CLIENTE (CUANDO EL INTERESADO SE REGISTRA)
      *        O REASIGNA EL VENDEDOR.
      *    'X' DESCARTE: EL PROSPECTO QUEDA PERDIDO.
      *    LAS NOVEDADES INVALIDAS VAN A PRORECH CON EL MOTIVO.
      *  - VINCULO CON EL PRESUPUESTO: EL PROSPECTO ABIERTO CUYO
      *    CLIENTE RECIBIO UN PRESUPUESTO (COTNUE, MAESTRO RECIEN
      *    GRABADO POR PGMCOTVTA) EMITIDO DESDE EL ALTA QUEDA
      *    PRESUPUESTADO CON ESE NUMERO.
      *  - VINCULO CON LA VENTA: LOS AVISOS DE VTAVEHI (COTCONV) DEL
      *    CLIENTE DESDE EL ALTA DEJAN EL PROSPECTO VENDIDO CON
      *    PATENTE Y FECHA DE LA VENTA.
      * GRABA EL MAESTRO NUEVO (PROANT -> PRONUE) Y EL LISTADO
      * DIARIO DE SEGUIMIENTOS POR VENDEDOR (LISTSEG): PROSPECTOS
      * ABIERTOS O PRESUPUESTADOS CON CONTACTO PARA HOY O ATRASADO.
      * EL EMBUDO MENSUAL LO EMITE RPTEMBUD.
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

           SELECT PROANT        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PROANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PROANT.

           SELECT PRONOV        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRONOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRONOV.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT COTNUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COTNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COTNUE.

           SELECT COTCONV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-COTCONV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COTCONV.

           SELECT PRONUE        ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRONUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRONUE.

           SELECT PRORECH       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PRORECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRORECH.

           SELECT LISTSEG       ASSIGN       TO
                                 DYNAMIC WS-ARCH-LISTSEG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LISTSEG.

       DATA DIVISION.

       FILE SECTION.

       FD  PROANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PROANT-FD                 PIC X(200).

      *------------------------------------------------------
      * NOVEDAD DE PROSPECTO (LREC 138). EN EL ALTA EL NUMERO
      * VIENE EN CERO; EN SEGUIMIENTO Y DESCARTE SOLO SE USAN
      * NUMERO, FECHA DE SEGUIMIENTO, CLIENTE Y VENDEDOR.
      *------------------------------------------------------
       FD  PRONOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRONOV-FD.
           03 PNV-COD                    PIC X(01).
              88 88-PNV-ALTA                        VALUE 'A'.
              88 88-PNV-SEGUIMIENTO                 VALUE 'S'.
              88 88-PNV-DESCARTE                    VALUE 'X'.
           03 PNV-NRO                    PIC 9(06).
           03 PNV-NOMBRE                 PIC X(30).
           03 PNV-TELEFONO               PIC X(15).
           03 PNV-EMAIL                  PIC X(40).
           03 PNV-MARCA                  PIC X(08).
           03 PNV-MODELO                 PIC X(09).
           03 PNV-ORIGEN                 PIC X(01).
           03 PNV-VEN-ID                 PIC 9(10).
           03 PNV-CLI-ID                 PIC 9(10).
           03 PNV-FECHA-SEGUIM           PIC 9(08).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  COTNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COTNUE-FD                 PIC X(67).

       FD  COTCONV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COTCONV-FD.
           03 CONV-PATENTE               PIC X(09).
           03 CONV-CLI-ID                PIC 9(10).
           03 CONV-FECHA                 PIC 9(08).

       FD  PRONUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRONUE-FD                 PIC X(200).

       FD  PRORECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRORECH-FD.
           03 RCH-NOVEDAD                PIC X(138).
           03 RCH-MOTIVO                 PIC X(30).

       FD  LISTSEG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTSEG-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-PROANT             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRONOV             PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-COTNUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-COTCONV            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRONUE             PIC X(128) VALUE SPACES.
       77  WS-ARCH-PRORECH            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LISTSEG            PIC X(128) VALUE SPACES.

       77  FS-PROANT                     PIC  X(02) VALUE ' '.
           88 88-FS-PROANT-OK                       VALUE '00'.
           88 88-FS-PROANT-EOF                      VALUE '10'.
           88 88-FS-PROANT-NOEXISTE                 VALUE '35'.

       77  FS-PRONOV                     PIC  X(02) VALUE ' '.
           88 88-FS-PRONOV-OK                       VALUE '00'.
           88 88-FS-PRONOV-EOF                      VALUE '10'.
           88 88-FS-PRONOV-NOEXISTE                 VALUE '35'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-COTNUE                     PIC  X(02) VALUE ' '.
           88 88-FS-COTNUE-OK                       VALUE '00'.
           88 88-FS-COTNUE-EOF                      VALUE '10'.
           88 88-FS-COTNUE-NOEXISTE                 VALUE '35'.

       77  FS-COTCONV                    PIC  X(02) VALUE ' '.
           88 88-FS-COTCONV-OK                      VALUE '00'.
           88 88-FS-COTCONV-EOF                     VALUE '10'.
           88 88-FS-COTCONV-NOEXISTE                VALUE '35'.

       77  FS-PRONUE                     PIC  X(02) VALUE ' '.
           88 88-FS-PRONUE-OK                       VALUE '00'.

       77  FS-PRORECH                    PIC  X(02) VALUE ' '.
           88 88-FS-PRORECH-OK                      VALUE '00'.

       77  FS-LISTSEG                    PIC  X(02) VALUE ' '.
           88 88-FS-LISTSEG-OK                      VALUE '00'.

       77  WS-LEIDOS-PRONOV              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PRONOV-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-ALTAS                      PIC  9(09) VALUE 0.
       77  WS-ALTAS-ED                   PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SEGUIMIENTOS               PIC  9(09) VALUE 0.
       77  WS-SEGUIMIENTOS-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DESCARTES                  PIC  9(09) VALUE 0.
       77  WS-DESCARTES-ED               PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RECHAZADOS                 PIC  9(09) VALUE 0.
       77  WS-RECHAZADOS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-PRESUPUESTADOS             PIC  9(09) VALUE 0.
       77  WS-PRESUPUESTADOS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-VENDIDOS                   PIC  9(09) VALUE 0.
       77  WS-VENDIDOS-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-A-CONTACTAR                PIC  9(09) VALUE 0.
       77  WS-A-CONTACTAR-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-PRONUE            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PRONUE-ED         PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * TABLA DEL MAESTRO DE PROSPECTOS EN PROCESO
      *------------------------------------------------------
       77  WCN-TOPE-PROS                 PIC  9(05) VALUE 2000.
       77  WS-CANT-PROS                  PIC  9(05) VALUE 0.
       77  WS-IDX-PRO-HALLADO            PIC  9(05) VALUE 0.
       01  WS-TABLA-PROS.
           05 WS-PRO-TAB OCCURS 2000 TIMES
                         INDEXED BY IDX-PRO.
              10 WPR-REG-PROSPECTO       PIC  X(200).

      *------------------------------------------------------
      * MAESTRO DE VENDEDORES (VALIDACION Y CORTE DEL LISTADO)
      *------------------------------------------------------
       77  WCN-TOPE-VENDS                PIC  9(03) VALUE 100.
       77  WS-CANT-VENDS                 PIC  9(03) VALUE 0.
       77  WS-IDX-VEND                   PIC  9(03) VALUE 0.
       01  WS-TABLA-VENDS.
           05 WS-VEND-TAB OCCURS 100 TIMES
                          INDEXED BY IDX-VEND.
              10 WVD-ID                  PIC  9(10).
              10 WVD-NOMBRE              PIC  X(30).
              10 WVD-SUCURSAL            PIC  9(04).
              10 WVD-ESTADO              PIC  X(01).

      *------------------------------------------------------
      * PRESUPUESTOS DEL MAESTRO (WVT-USADO = 'S' CUANDO YA
      * ESTA VINCULADO A UN PROSPECTO)
      *------------------------------------------------------
       77  WCN-TOPE-COTS                 PIC  9(05) VALUE 500.
       77  WS-CANT-COTS                  PIC  9(05) VALUE 0.
       01  WS-TABLA-COTS.
           05 WS-COT-TAB OCCURS 500 TIMES
                         INDEXED BY IDX-COT.
              10 WVT-NRO                 PIC  9(06).
              10 WVT-CLI-ID              PIC  9(10).
              10 WVT-FECHA-EMISION       PIC  9(08).
              10 WVT-USADO               PIC  X(01).

      *------------------------------------------------------
      * AVISOS DE VENTA DE VTAVEHI (WAV-USADO = 'S' CUANDO YA
      * CERRO UN PROSPECTO)
      *------------------------------------------------------
       77  WCN-TOPE-CONVS                PIC  9(05) VALUE 2000.
       77  WS-CANT-CONVS                 PIC  9(05) VALUE 0.
       01  WS-TABLA-CONVS.
           05 WS-CONV-TAB OCCURS 2000 TIMES
                          INDEXED BY IDX-CONV.
              10 WAV-PATENTE             PIC  X(09).
              10 WAV-CLI-ID              PIC  9(10).
              10 WAV-FECHA               PIC  9(08).
              10 WAV-USADO               PIC  X(01).

       77  WS-ULTIMO-NRO                 PIC  9(06) VALUE 0.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-MOTIVO                     PIC  X(30) VALUE SPACES.
       77  WS-HALLADO                    PIC  X(01) VALUE 'N'.
       77  WS-CANT-VEND-LISTA            PIC  9(05) VALUE 0.

       COPY WPROSPEC.

       COPY WCOTVTA.

       COPY WVENDMST.

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

           PERFORM 2000-APLICO-NOVEDADES.

           PERFORM 2300-VINCULO-PRESUPUESTOS.

           PERFORM 2400-VINCULO-VENTAS.

           PERFORM 4000-GRABO-Y-LISTO.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-VENDEDORES.
           PERFORM 1030-CARGO-PROANT.
           PERFORM 1040-CARGO-PRESUPUESTOS.
           PERFORM 1050-CARGO-VENTAS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'PROANT'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PROANT

           MOVE 'PRONOV'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRONOV

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'COTNUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COTNUE

           MOVE 'COTCONV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COTCONV

           MOVE 'PRONUE'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRONUE

           MOVE 'PRORECH'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PRORECH

           MOVE 'LISTSEG'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LISTSEG.

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

           OPEN OUTPUT PRONUE

           EVALUATE TRUE
               WHEN 88-FS-PRONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRONUE'
                    DISPLAY 'FILE STATUS' FS-PRONUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT PRORECH

           EVALUATE TRUE
               WHEN 88-FS-PRORECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRORECH'
                    DISPLAY 'FILE STATUS' FS-PRORECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LISTSEG

           EVALUATE TRUE
               WHEN 88-FS-LISTSEG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LISTSEG'
                    DISPLAY 'FILE STATUS' FS-LISTSEG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-VENDEDORES.
      *----------------------

           OPEN INPUT VENDEDORES.

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    PERFORM 1021-LEO-VENDEDOR
                    PERFORM UNTIL 88-FS-VENDEDORES-EOF
                       IF WS-CANT-VENDS < WCN-TOPE-VENDS
                          ADD 1 TO WS-CANT-VENDS
                          MOVE VEN-ID
                            TO WVD-ID (WS-CANT-VENDS)
                          MOVE VEN-NOMBRE
                            TO WVD-NOMBRE (WS-CANT-VENDS)
                          MOVE VEN-SUCURSAL
                            TO WVD-SUCURSAL (WS-CANT-VENDS)
                          MOVE VEN-ESTADO
                            TO WVD-ESTADO (WS-CANT-VENDS)
                       ELSE
                          DISPLAY 'TABLA DE VENDEDORES COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-VENDEDOR
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEDORES'
                    DISPLAY 'FILE STATUS' FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-VENDEDOR.
      *------------------

           INITIALIZE REG-VENDMST.

           READ VENDEDORES INTO REG-VENDMST

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
               WHEN 88-FS-VENDEDORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENDEDORES FS: '
                                                     FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-CARGO-PROANT.
      *------------------

           OPEN INPUT PROANT.

           EVALUATE TRUE
               WHEN 88-FS-PROANT-OK
                    PERFORM 1031-LEO-PROANT
                    PERFORM UNTIL 88-FS-PROANT-EOF
                       IF WS-CANT-PROS < WCN-TOPE-PROS
                          ADD 1 TO WS-CANT-PROS
                          MOVE REG-PROSPECTO
                            TO WPR-REG-PROSPECTO (WS-CANT-PROS)
                          IF PRO-NRO > WS-ULTIMO-NRO
                             MOVE PRO-NRO TO WS-ULTIMO-NRO
                          END-IF
                       ELSE
                          DISPLAY 'TABLA DE PROSPECTOS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1031-LEO-PROANT
                    END-PERFORM
                    CLOSE PROANT

               WHEN 88-FS-PROANT-NOEXISTE
                    DISPLAY 'ARCHIVO PROANT INEXISTENTE - '
                    DISPLAY 'SE ASUME PRIMERA CORRIDA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PROANT'
                    DISPLAY 'FILE STATUS' FS-PROANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-PROANT.
      *----------------

           INITIALIZE REG-PROSPECTO.

           READ PROANT INTO REG-PROSPECTO

           EVALUATE TRUE
               WHEN 88-FS-PROANT-OK
               WHEN 88-FS-PROANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PROANT FS: ' FS-PROANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1040-CARGO-PRESUPUESTOS.
      *------------------------

           OPEN INPUT COTNUE.

           EVALUATE TRUE
               WHEN 88-FS-COTNUE-OK
                    PERFORM 1041-LEO-COTNUE
                    PERFORM UNTIL 88-FS-COTNUE-EOF
                       IF WS-CANT-COTS < WCN-TOPE-COTS
                          ADD 1 TO WS-CANT-COTS
                          MOVE COT-NRO
                            TO WVT-NRO (WS-CANT-COTS)
                          MOVE COT-CLI-ID
                            TO WVT-CLI-ID (WS-CANT-COTS)
                          MOVE COT-FECHA-EMISION
                            TO WVT-FECHA-EMISION (WS-CANT-COTS)
                          MOVE 'N'
                            TO WVT-USADO (WS-CANT-COTS)
                       ELSE
                          DISPLAY 'TABLA DE PRESUPUESTOS COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-COTNUE
                    END-PERFORM
                    CLOSE COTNUE

               WHEN 88-FS-COTNUE-NOEXISTE
                    DISPLAY 'ARCHIVO COTNUE INEXISTENTE - '
                    DISPLAY 'NO SE VINCULAN PRESUPUESTOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COTNUE'
                    DISPLAY 'FILE STATUS' FS-COTNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-COTNUE.
      *----------------

           INITIALIZE REG-COTVTA.

           READ COTNUE INTO REG-COTVTA

           EVALUATE TRUE
               WHEN 88-FS-COTNUE-OK
               WHEN 88-FS-COTNUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COTNUE FS: ' FS-COTNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * COTCONV ACUMULA TODAS LAS VENTAS AVISADAS POR VTAVEHI (NO
      * SE VACIA), ASI QUE SE CARGA COMPLETO CADA NOCHE.
      *------------------------------------------------------------
       1050-CARGO-VENTAS.
      *------------------

           OPEN INPUT COTCONV.

           EVALUATE TRUE
               WHEN 88-FS-COTCONV-OK
                    PERFORM 1051-LEO-COTCONV
                    PERFORM UNTIL 88-FS-COTCONV-EOF
                       IF WS-CANT-CONVS < WCN-TOPE-CONVS
                          ADD 1 TO WS-CANT-CONVS
                          MOVE CONV-PATENTE
                            TO WAV-PATENTE (WS-CANT-CONVS)
                          MOVE CONV-CLI-ID
                            TO WAV-CLI-ID (WS-CANT-CONVS)
                          MOVE CONV-FECHA
                            TO WAV-FECHA (WS-CANT-CONVS)
                          MOVE 'N'
                            TO WAV-USADO (WS-CANT-CONVS)
                       ELSE
                          DISPLAY 'TABLA DE AVISOS DE VENTA COMPLETA'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1051-LEO-COTCONV
                    END-PERFORM
                    CLOSE COTCONV

               WHEN 88-FS-COTCONV-NOEXISTE
                    DISPLAY 'ARCHIVO COTCONV INEXISTENTE - '
                    DISPLAY 'NO SE VINCULAN VENTAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COTCONV'
                    DISPLAY 'FILE STATUS' FS-COTCONV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-COTCONV.
      *-----------------

           READ COTCONV

           EVALUATE TRUE
               WHEN 88-FS-COTCONV-OK
               WHEN 88-FS-COTCONV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COTCONV FS: ' FS-COTCONV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       2000-APLICO-NOVEDADES.
      *----------------------

           OPEN INPUT PRONOV.

           EVALUATE TRUE
               WHEN 88-FS-PRONOV-OK
                    PERFORM 2010-LEO-PRONOV
                    PERFORM UNTIL 88-FS-PRONOV-EOF
                       PERFORM 2020-PROCESO-NOVEDAD
                       PERFORM 2010-LEO-PRONOV
                    END-PERFORM
                    CLOSE PRONOV

               WHEN 88-FS-PRONOV-NOEXISTE
                    DISPLAY 'ARCHIVO PRONOV INEXISTENTE - '
                    DISPLAY 'DIA SIN NOVEDADES DE PROSPECTOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRONOV'
                    DISPLAY 'FILE STATUS' FS-PRONOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-PRONOV.
      *----------------

           READ PRONOV

           EVALUATE TRUE
               WHEN 88-FS-PRONOV-OK
                    ADD 1 TO WS-LEIDOS-PRONOV
               WHEN 88-FS-PRONOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRONOV FS: ' FS-PRONOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-PROCESO-NOVEDAD.
      *---------------------

           MOVE SPACES TO WS-MOTIVO.

           EVALUATE TRUE
               WHEN 88-PNV-ALTA
                    PERFORM 2100-ALTA-PROSPECTO
               WHEN 88-PNV-SEGUIMIENTO
                    PERFORM 2200-SEGUIMIENTO
               WHEN 88-PNV-DESCARTE
                    PERFORM 2250-DESCARTE
               WHEN OTHER
                    MOVE 'CODIGO DE NOVEDAD INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
              PERFORM 2290-GRABO-RECHAZO
           END-IF.

       FIN-2020.
           EXIT.

       2100-ALTA-PROSPECTO.
      *--------------------

           MOVE PNV-VEN-ID TO VEN-ID.
           PERFORM 2900-BUSCO-VENDEDOR.

           EVALUATE TRUE
               WHEN PNV-NOMBRE = SPACES
                    MOVE 'FALTA NOMBRE DEL CONTACTO' TO WS-MOTIVO
               WHEN PNV-TELEFONO = SPACES
                    AND PNV-EMAIL = SPACES
                    MOVE 'SIN TELEFONO NI EMAIL'     TO WS-MOTIVO
               WHEN PNV-MARCA = SPACES
                    MOVE 'FALTA VEHICULO DE INTERES' TO WS-MOTIVO
               WHEN PNV-ORIGEN NOT = 'M' AND NOT = 'T'
                                 AND NOT = 'W' AND NOT = 'R'
                    MOVE 'ORIGEN DE CONSULTA INVALIDO' TO WS-MOTIVO
               WHEN PNV-CLI-ID NOT NUMERIC
                    MOVE 'CLIENTE NO NUMERICO'       TO WS-MOTIVO
               WHEN PNV-FECHA-SEGUIM NOT NUMERIC
                    MOVE 'FECHA SEGUIMIENTO INVALIDA' TO WS-MOTIVO
               WHEN PNV-FECHA-SEGUIM NOT = 0
                    AND PNV-FECHA-SEGUIM < WS-FECHA-PROCESO
                    MOVE 'FECHA SEGUIMIENTO PASADA'  TO WS-MOTIVO
               WHEN WS-IDX-VEND = 0
                    MOVE 'VENDEDOR INEXISTENTE'      TO WS-MOTIVO
               WHEN WVD-ESTADO (WS-IDX-VEND) NOT = 'A'
                    MOVE 'VENDEDOR INACTIVO'         TO WS-MOTIVO
               WHEN WS-CANT-PROS NOT < WCN-TOPE-PROS
                    DISPLAY 'TABLA DE PROSPECTOS COMPLETA'
                    PERFORM 3000-FINALIZO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO = SPACES
              INITIALIZE REG-PROSPECTO
              ADD 1 TO WS-ULTIMO-NRO
              MOVE WS-ULTIMO-NRO         TO PRO-NRO
              MOVE PNV-NOMBRE            TO PRO-NOMBRE
              MOVE PNV-TELEFONO          TO PRO-TELEFONO
              MOVE PNV-EMAIL             TO PRO-EMAIL
              MOVE PNV-MARCA             TO PRO-MARCA
              MOVE PNV-MODELO            TO PRO-MODELO
              MOVE PNV-ORIGEN            TO PRO-ORIGEN
              MOVE PNV-VEN-ID            TO PRO-VEN-ID
              MOVE PNV-CLI-ID            TO PRO-CLI-ID
              MOVE WS-FECHA-PROCESO      TO PRO-FECHA-ALTA
      *       SIN FECHA INFORMADA EL PRIMER CONTACTO QUEDA PARA
      *       EL LISTADO DE ESTA MISMA CORRIDA.
              IF PNV-FECHA-SEGUIM = 0
                 MOVE WS-FECHA-PROCESO   TO PRO-FECHA-SEGUIM
              ELSE
                 MOVE PNV-FECHA-SEGUIM   TO PRO-FECHA-SEGUIM
              END-IF
              SET 88-PRO-ABIERTO         TO TRUE
              ADD 1 TO WS-CANT-PROS
              MOVE REG-PROSPECTO TO WPR-REG-PROSPECTO (WS-CANT-PROS)
              ADD 1 TO WS-ALTAS
           END-IF.

       FIN-2100.
           EXIT.

       2200-SEGUIMIENTO.
      *-----------------

           PERFORM 2280-BUSCO-PROSPECTO.

           MOVE 0 TO WS-IDX-VEND.
           IF PNV-VEN-ID NUMERIC
              AND PNV-VEN-ID NOT = 0
              MOVE PNV-VEN-ID TO VEN-ID
              PERFORM 2900-BUSCO-VENDEDOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDX-PRO-HALLADO = 0
                    MOVE 'PROSPECTO INEXISTENTE'     TO WS-MOTIVO
               WHEN NOT 88-PRO-EN-SEGUIMIENTO
                    MOVE 'PROSPECTO CERRADO'         TO WS-MOTIVO
               WHEN PNV-FECHA-SEGUIM NOT NUMERIC
                    MOVE 'FECHA SEGUIMIENTO INVALIDA' TO WS-MOTIVO
               WHEN PNV-FECHA-SEGUIM < WS-FECHA-PROCESO
                    MOVE 'FECHA SEGUIMIENTO PASADA'  TO WS-MOTIVO
               WHEN PNV-CLI-ID NOT NUMERIC
                    MOVE 'CLIENTE NO NUMERICO'       TO WS-MOTIVO
               WHEN PNV-VEN-ID NOT NUMERIC
                    MOVE 'VENDEDOR NO NUMERICO'      TO WS-MOTIVO
               WHEN PNV-VEN-ID NOT = 0
                    AND WS-IDX-VEND = 0
                    MOVE 'VENDEDOR INEXISTENTE'      TO WS-MOTIVO
               WHEN PNV-VEN-ID NOT = 0
                    AND WVD-ESTADO (WS-IDX-VEND) NOT = 'A'
                    MOVE 'VENDEDOR INACTIVO'         TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO = SPACES
              MOVE PNV-FECHA-SEGUIM      TO PRO-FECHA-SEGUIM
              IF PNV-CLI-ID NOT = 0
                 MOVE PNV-CLI-ID         TO PRO-CLI-ID
              END-IF
              IF PNV-VEN-ID NOT = 0
                 MOVE PNV-VEN-ID         TO PRO-VEN-ID
              END-IF
              MOVE REG-PROSPECTO
                TO WPR-REG-PROSPECTO (WS-IDX-PRO-HALLADO)
              ADD 1 TO WS-SEGUIMIENTOS
           END-IF.

       FIN-2200.
           EXIT.

       2250-DESCARTE.
      *--------------

           PERFORM 2280-BUSCO-PROSPECTO.

           EVALUATE TRUE
               WHEN WS-IDX-PRO-HALLADO = 0
                    MOVE 'PROSPECTO INEXISTENTE'     TO WS-MOTIVO
               WHEN NOT 88-PRO-EN-SEGUIMIENTO
                    MOVE 'PROSPECTO CERRADO'         TO WS-MOTIVO
               WHEN OTHER
                    SET 88-PRO-PERDIDO TO TRUE
                    MOVE REG-PROSPECTO
                      TO WPR-REG-PROSPECTO (WS-IDX-PRO-HALLADO)
                    ADD 1 TO WS-DESCARTES
           END-EVALUATE.

       FIN-2250.
           EXIT.

      *------------------------------------------------------------
      * DEJA EN REG-PROSPECTO EL PROSPECTO PNV-NRO Y SU POSICION
      * EN WS-IDX-PRO-HALLADO (CERO SI NO EXISTE).
      *------------------------------------------------------------
       2280-BUSCO-PROSPECTO.
      *---------------------

           MOVE 0 TO WS-IDX-PRO-HALLADO.
           INITIALIZE REG-PROSPECTO.

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS
                        OR WS-IDX-PRO-HALLADO > 0
              IF WPR-REG-PROSPECTO (IDX-PRO) (1:6) = PNV-NRO
                 SET WS-IDX-PRO-HALLADO TO IDX-PRO
                 MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
              END-IF
           END-PERFORM.

       FIN-2280.
           EXIT.

       2290-GRABO-RECHAZO.
      *-------------------

           MOVE REG-PRONOV-FD            TO RCH-NOVEDAD.
           MOVE WS-MOTIVO                TO RCH-MOTIVO.

           WRITE REG-PRORECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-PRORECH-OK
                    ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PRORECH FS: ' FS-PRORECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2290.
           EXIT.

      *------------------------------------------------------------
      * PROSPECTO ABIERTO CON CLIENTE INFORMADO: SE LE ASIGNA EL
      * PRIMER PRESUPUESTO DE ESE CLIENTE EMITIDO DESDE EL ALTA
      * QUE NO ESTE YA VINCULADO A OTRO PROSPECTO.
      *------------------------------------------------------------
       2300-VINCULO-PRESUPUESTOS.
      *--------------------------

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS
              MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
              IF PRO-COT-NRO NOT = 0
                 PERFORM 2310-MARCO-PRESUP-USADO
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS
              MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
              IF 88-PRO-ABIERTO
                 AND PRO-CLI-ID NOT = 0
                 PERFORM 2320-BUSCO-PRESUPUESTO
              END-IF
           END-PERFORM.

       FIN-2300.
           EXIT.

       2310-MARCO-PRESUP-USADO.
      *------------------------

           PERFORM VARYING IDX-COT FROM 1 BY 1
                     UNTIL IDX-COT > WS-CANT-COTS
              IF WVT-NRO (IDX-COT) = PRO-COT-NRO
                 MOVE 'S' TO WVT-USADO (IDX-COT)
              END-IF
           END-PERFORM.

       FIN-2310.
           EXIT.

       2320-BUSCO-PRESUPUESTO.
      *-----------------------

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDX-COT FROM 1 BY 1
                     UNTIL IDX-COT > WS-CANT-COTS
                        OR WS-HALLADO = 'S'
              IF WVT-USADO (IDX-COT) = 'N'
                 AND WVT-CLI-ID (IDX-COT) = PRO-CLI-ID
                 AND WVT-FECHA-EMISION (IDX-COT) >= PRO-FECHA-ALTA
                 MOVE 'S' TO WS-HALLADO
                 MOVE 'S' TO WVT-USADO (IDX-COT)
                 MOVE WVT-NRO (IDX-COT)           TO PRO-COT-NRO
                 MOVE WVT-FECHA-EMISION (IDX-COT) TO PRO-FECHA-COT
                 SET 88-PRO-PRESUPUESTADO         TO TRUE
                 MOVE REG-PROSPECTO TO WPR-REG-PROSPECTO (IDX-PRO)
                 ADD 1 TO WS-PRESUPUESTADOS
              END-IF
           END-PERFORM.

       FIN-2320.
           EXIT.

      *------------------------------------------------------------
      * PROSPECTO ABIERTO O PRESUPUESTADO CON CLIENTE INFORMADO:
      * LA PRIMERA VENTA AVISADA DE ESE CLIENTE DESDE EL ALTA QUE
      * NO HAYA CERRADO YA OTRO PROSPECTO LO DEJA VENDIDO. UNA
      * VENTA SIN PRESUPUESTO PREVIO TAMBIEN CIERRA EL PROSPECTO.
      *------------------------------------------------------------
       2400-VINCULO-VENTAS.
      *--------------------

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS
              MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
              IF 88-PRO-VENDIDO
                 PERFORM 2410-MARCO-VENTA-USADA
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS
              MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
              IF 88-PRO-EN-SEGUIMIENTO
                 AND PRO-CLI-ID NOT = 0
                 PERFORM 2420-BUSCO-VENTA
              END-IF
           END-PERFORM.

       FIN-2400.
           EXIT.

       2410-MARCO-VENTA-USADA.
      *-----------------------

           PERFORM VARYING IDX-CONV FROM 1 BY 1
                     UNTIL IDX-CONV > WS-CANT-CONVS
              IF WAV-PATENTE (IDX-CONV) = PRO-PATENTE
                 AND WAV-CLI-ID (IDX-CONV) = PRO-CLI-ID
                 MOVE 'S' TO WAV-USADO (IDX-CONV)
              END-IF
           END-PERFORM.

       FIN-2410.
           EXIT.

       2420-BUSCO-VENTA.
      *-----------------

           MOVE 'N' TO WS-HALLADO.

           PERFORM VARYING IDX-CONV FROM 1 BY 1
                     UNTIL IDX-CONV > WS-CANT-CONVS
                        OR WS-HALLADO = 'S'
              IF WAV-USADO (IDX-CONV) = 'N'
                 AND WAV-CLI-ID (IDX-CONV) = PRO-CLI-ID
                 AND WAV-FECHA (IDX-CONV) >= PRO-FECHA-ALTA
                 MOVE 'S' TO WS-HALLADO
                 MOVE 'S' TO WAV-USADO (IDX-CONV)
                 MOVE WAV-PATENTE (IDX-CONV)      TO PRO-PATENTE
                 MOVE WAV-FECHA (IDX-CONV)        TO PRO-FECHA-VENTA
                 SET 88-PRO-VENDIDO               TO TRUE
                 MOVE REG-PROSPECTO TO WPR-REG-PROSPECTO (IDX-PRO)
                 ADD 1 TO WS-VENDIDOS
              END-IF
           END-PERFORM.

       FIN-2420.
           EXIT.

      *------------------------------------------------------------
      * DEJA EN WS-IDX-VEND LA POSICION DE VEN-ID EN LA TABLA DE
      * VENDEDORES (CERO SI NO EXISTE).
      *------------------------------------------------------------
       2900-BUSCO-VENDEDOR.
      *--------------------

           MOVE 0 TO WS-IDX-VEND.

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              IF WVD-ID (IDX-VEND) = VEN-ID
                 SET WS-IDX-VEND TO IDX-VEND
              END-IF
           END-PERFORM.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * GRABA EL MAESTRO NUEVO Y EMITE EL LISTADO DE SEGUIMIENTOS
      * DEL DIA CORTANDO POR VENDEDOR.
      *------------------------------------------------------------
       4000-GRABO-Y-LISTO.
      *-------------------

           PERFORM VARYING IDX-PRO FROM 1 BY 1
                     UNTIL IDX-PRO > WS-CANT-PROS

              WRITE REG-PRONUE-FD FROM WPR-REG-PROSPECTO (IDX-PRO)
              EVALUATE TRUE
                  WHEN 88-FS-PRONUE-OK
                       ADD 1 TO WS-GRABADOS-PRONUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE PRONUE FS: '
                                                         FS-PRONUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE

           END-PERFORM.

           MOVE SPACES                   TO REG-LISTSEG-FD.
           MOVE 'SEGUIMIENTOS DE PROSPECTOS AL'
                                         TO REG-LISTSEG-FD (01:29).
           MOVE WS-FECHA-PROCESO         TO REG-LISTSEG-FD (31:08).
           PERFORM 4900-WRITE-LISTSEG.

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              MOVE 0 TO WS-CANT-VEND-LISTA
              PERFORM VARYING IDX-PRO FROM 1 BY 1
                        UNTIL IDX-PRO > WS-CANT-PROS
                 MOVE WPR-REG-PROSPECTO (IDX-PRO) TO REG-PROSPECTO
                 IF 88-PRO-EN-SEGUIMIENTO
                    AND PRO-VEN-ID = WVD-ID (IDX-VEND)
                    AND PRO-FECHA-SEGUIM <= WS-FECHA-PROCESO
                    PERFORM 4100-LISTO-SEGUIMIENTO
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIN-4000.
           EXIT.

       4100-LISTO-SEGUIMIENTO.
      *-----------------------

           IF WS-CANT-VEND-LISTA = 0
              MOVE SPACES                TO REG-LISTSEG-FD
              PERFORM 4900-WRITE-LISTSEG
              MOVE 'VENDEDOR'            TO REG-LISTSEG-FD (01:08)
              MOVE WVD-ID (IDX-VEND)     TO REG-LISTSEG-FD (10:10)
              MOVE WVD-NOMBRE (IDX-VEND) TO REG-LISTSEG-FD (22:30)
              MOVE 'SUCURSAL'            TO REG-LISTSEG-FD (54:08)
              MOVE WVD-SUCURSAL (IDX-VEND)
                                         TO REG-LISTSEG-FD (63:04)
              PERFORM 4900-WRITE-LISTSEG
           END-IF.

           ADD 1 TO WS-CANT-VEND-LISTA.
           ADD 1 TO WS-A-CONTACTAR.

           MOVE SPACES                   TO REG-LISTSEG-FD.
           MOVE PRO-NRO                  TO REG-LISTSEG-FD (03:06).
           MOVE PRO-NOMBRE               TO REG-LISTSEG-FD (10:25).
           MOVE PRO-TELEFONO             TO REG-LISTSEG-FD (36:15).
           MOVE PRO-EMAIL                TO REG-LISTSEG-FD (52:30).
           MOVE PRO-MARCA                TO REG-LISTSEG-FD (83:08).
           MOVE PRO-MODELO               TO REG-LISTSEG-FD (92:09).

           IF 88-PRO-PRESUPUESTADO
              MOVE 'PRESUP'              TO REG-LISTSEG-FD (102:06)
              MOVE PRO-COT-NRO           TO REG-LISTSEG-FD (109:06)
           ELSE
              MOVE 'ABIERTO'             TO REG-LISTSEG-FD (102:07)
           END-IF.

           MOVE PRO-FECHA-SEGUIM         TO REG-LISTSEG-FD (116:08).

           IF PRO-FECHA-SEGUIM < WS-FECHA-PROCESO
              MOVE 'ATRASADO'            TO REG-LISTSEG-FD (125:08)
           END-IF.

           PERFORM 4900-WRITE-LISTSEG.

       FIN-4100.
           EXIT.

       4900-WRITE-LISTSEG.
      *-------------------

           WRITE REG-LISTSEG-FD.

           EVALUATE TRUE
               WHEN 88-FS-LISTSEG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LISTSEG FS: ' FS-LISTSEG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4900.
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

           CLOSE PRONUE
           EVALUATE TRUE
               WHEN 88-FS-PRONUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRONUE FS: ' FS-PRONUE
           END-EVALUATE.

           CLOSE PRORECH
           EVALUATE TRUE
               WHEN 88-FS-PRORECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE PRORECH FS: ' FS-PRORECH
           END-EVALUATE.

           CLOSE LISTSEG
           EVALUATE TRUE
               WHEN 88-FS-LISTSEG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE LISTSEG FS: ' FS-LISTSEG
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMPROSP'              TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-PRONOV        TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-PRONUE      TO RUNCTL-GRABADOS.
           MOVE 0                       TO RUNCTL-IMPORTE.
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

           MOVE WS-LEIDOS-PRONOV        TO WS-LEIDOS-PRONOV-ED.
           MOVE WS-ALTAS                TO WS-ALTAS-ED.
           MOVE WS-SEGUIMIENTOS         TO WS-SEGUIMIENTOS-ED.
           MOVE WS-DESCARTES            TO WS-DESCARTES-ED.
           MOVE WS-RECHAZADOS           TO WS-RECHAZADOS-ED.
           MOVE WS-PRESUPUESTADOS       TO WS-PRESUPUESTADOS-ED.
           MOVE WS-VENDIDOS             TO WS-VENDIDOS-ED.
           MOVE WS-A-CONTACTAR          TO WS-A-CONTACTAR-ED.
           MOVE WS-GRABADOS-PRONUE      TO WS-GRABADOS-PRONUE-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMPROSP              '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : '
                                               WS-LEIDOS-PRONOV-ED.
           DISPLAY 'CANT. ALTAS DE PROSPECTOS      : '
                                               WS-ALTAS-ED.
           DISPLAY 'CANT. SEGUIMIENTOS APLICADOS   : '
                                               WS-SEGUIMIENTOS-ED.
           DISPLAY 'CANT. DESCARTES                : '
                                               WS-DESCARTES-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : '
                                               WS-RECHAZADOS-ED.
           DISPLAY 'CANT. VINCULADOS A PRESUPUESTO : '
                                               WS-PRESUPUESTADOS-ED.
           DISPLAY 'CANT. VINCULADOS A VENTA       : '
                                               WS-VENDIDOS-ED.
           DISPLAY 'CANT. SEGUIMIENTOS DEL DIA     : '
                                               WS-A-CONTACTAR-ED.
           DISPLAY 'CANT. PROSPECTOS EN MAESTRO    : '
                                               WS-GRABADOS-PRONUE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMPROSP.
