       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTRECMES.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * RESUMEN MENSUAL DE RECLAMOS DE CLIENTES POR SUCURSAL Y
      * CATEGORIA. TOMA DEL MAESTRO DE RECLAMOS (RECLANUE, GRABADO
      * POR ABMRECLAM) EL MES CALENDARIO ANTERIOR AL DE PROCESO:
      *  - RECIBIDOS: RECLAMOS CON ALTA EN EL MES, POR SUCURSAL Y
      *    CATEGORIA (TARJETA / VENTA / ORDEN DE TALLER / RECIBO DE
      *    CAJA), CON LA TASA DE CADA SUCURSAL SOBRE EL TOTAL
      *  - RESUELTOS: RECLAMOS RESUELTOS EN EL MES Y CUANTOS DENTRO
      *    DE LA FECHA PROMETIDA (TASA DE CUMPLIMIENTO DEL SLA)
      *  - AL PIE, LA TASA DE CADA CATEGORIA SOBRE EL TOTAL
      * EL NOMBRE DE LA SUCURSAL SALE DEL MAESTRO SUCURSALES.
      * TODO EN RPTRECMES.
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

           SELECT RECLANUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLANUE.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT RPTRECMES     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTRECMES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTRECMES.

       DATA DIVISION.

       FILE SECTION.

       FD  RECLANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLANUE-FD               PIC X(200).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  RPTRECMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTRECMES-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RECLANUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTRECMES          PIC X(128) VALUE SPACES.

       77  FS-RECLANUE                   PIC  X(02) VALUE ' '.
           88 88-FS-RECLANUE-OK                     VALUE '00'.
           88 88-FS-RECLANUE-EOF                    VALUE '10'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-RPTRECMES                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTRECMES-OK                    VALUE '00'.

       77  WS-LEIDOS-RECLANUE            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTRECMES         PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * PERIODO INFORMADO: MES CALENDARIO ANTERIOR AL DE
      * PROCESO
      *------------------------------------------------------
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-ANIO-MES-PERIODO           PIC  9(06) VALUE 0.
       01  WS-ANIO-MES-PERIODO-R REDEFINES WS-ANIO-MES-PERIODO.
           03 WS-PER-AAAA                PIC  9(04).
           03 WS-PER-MM                  PIC  9(02).

      *------------------------------------------------------
      * NOMBRES DE SUCURSAL DEL MAESTRO
      *------------------------------------------------------
       77  WCN-TOPE-NOMBRES              PIC  9(03) VALUE 100.
       77  WS-CANT-NOMBRES               PIC  9(03) VALUE 0.
       01  WS-TABLA-NOMBRES.
           05 WS-NOMBRE-TAB OCCURS 100 TIMES
                            INDEXED BY IDX-NOM.
              10 WNM-SUCURSAL            PIC  9(04).
              10 WNM-NOMBRE              PIC  X(30).

      *------------------------------------------------------
      * ACUMULADOS POR SUCURSAL. CATEGORIA 1 = TARJETA,
      * 2 = VENTA, 3 = ORDEN DE TALLER, 4 = RECIBO DE CAJA.
      *------------------------------------------------------
       77  WCN-TOPE-SUCS                 PIC  9(03) VALUE 100.
       77  WS-CANT-SUCS                  PIC  9(03) VALUE 0.
       77  WS-IDX-SUC                    PIC  9(03) VALUE 0.
       01  WS-TABLA-SUCS.
           05 WS-SUC-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-SUC.
              10 WSC-SUCURSAL            PIC  9(04).
              10 WSC-RECIBIDOS OCCURS 4 TIMES
                                         PIC  9(07).
              10 WSC-RESUELTOS           PIC  9(07).
              10 WSC-EN-SLA              PIC  9(07).

       01  WS-TOTALES.
           05 WTO-RECIBIDOS OCCURS 4 TIMES
                                         PIC  9(07).
           05 WTO-RESUELTOS              PIC  9(07).
           05 WTO-EN-SLA                 PIC  9(07).

       01  WCN-CATEGORIAS.
           05 FILLER        PIC X(16) VALUE 'TTARJETA        '.
           05 FILLER        PIC X(16) VALUE 'VVENTA          '.
           05 FILLER        PIC X(16) VALUE 'OORDEN TALLER   '.
           05 FILLER        PIC X(16) VALUE 'RRECIBO DE CAJA '.
       01  WCN-CATEGORIAS-R REDEFINES WCN-CATEGORIAS.
           05 WCN-CAT-TAB OCCURS 4 TIMES.
              10 WCN-CAT-COD             PIC X(01).
              10 WCN-CAT-DESC            PIC X(15).

       77  WS-IDX-CAT                    PIC  9(01) VALUE 0.
       77  WS-IDX-BUSCA                  PIC  9(01) VALUE 0.
       77  WS-POS-COL                    PIC  9(03) VALUE 0.
       77  WS-TOTAL-GENERAL              PIC  9(07) VALUE 0.

       01  WS-LINEA.
           05 WLI-RECIBIDOS OCCURS 4 TIMES
                                         PIC  9(07).
           05 WLI-TOTAL                  PIC  9(07).
           05 WLI-RESUELTOS              PIC  9(07).
           05 WLI-EN-SLA                 PIC  9(07).

       77  WS-PCT                        PIC  9(03)V99 VALUE 0.
       77  WS-CANT-ED                    PIC  ZZZZZZ9.
       77  WS-PCT-ED                     PIC  ZZ9,99.

       COPY WRECLAMO.

       COPY WSUCURSAL.

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

           PERFORM 2000-ACUMULO-RECLAMOS
                UNTIL 88-FS-RECLANUE-EOF.

           PERFORM 4000-EMITO-RESUMEN.

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
           MOVE WS-FECHA-PROCESO (1:6) TO WS-ANIO-MES-PERIODO.

           IF WS-PER-MM = 1
              SUBTRACT 1 FROM WS-PER-AAAA
              MOVE 12 TO WS-PER-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-MM
           END-IF.

           INITIALIZE WS-TOTALES.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-SUCURSALES.

           PERFORM 2100-LEO-RECLANUE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RECLANUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLANUE

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'RPTRECMES'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTRECMES.

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

           OPEN INPUT RECLANUE

           EVALUATE TRUE
               WHEN 88-FS-RECLANUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLANUE'
                    DISPLAY 'FILE STATUS' FS-RECLANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTRECMES

           EVALUATE TRUE
               WHEN 88-FS-RPTRECMES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTRECMES'
                    DISPLAY 'FILE STATUS' FS-RPTRECMES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    PERFORM 1021-LEO-SUCURSAL
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF WS-CANT-NOMBRES < WCN-TOPE-NOMBRES
                          ADD 1 TO WS-CANT-NOMBRES
                          MOVE SUC-COD
                            TO WNM-SUCURSAL (WS-CANT-NOMBRES)
                          MOVE SUC-NOMBRE
                            TO WNM-NOMBRE (WS-CANT-NOMBRES)
                       END-IF
                       PERFORM 1021-LEO-SUCURSAL
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO SUCURSALES INEXISTENTE - '
                    DISPLAY 'RESUMEN SOLO CON CODIGOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-SUCURSAL.
      *------------------

           INITIALIZE REG-SUCURSAL.

           READ SUCURSALES INTO REG-SUCURSAL

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
               WHEN 88-FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCURSALES FS: '
                                                        FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * UN RECLAMO CUENTA COMO RECIBIDO EN EL MES DE SU ALTA Y COMO
      * RESUELTO EN EL MES DE SU RESOLUCION (LOS ANULADOS NO SE
      * CUENTAN COMO RESUELTOS). EN SLA = RESUELTO SIN PASAR LA
      * FECHA PROMETIDA.
      *------------------------------------------------------------
       2000-ACUMULO-RECLAMOS.
      *----------------------

           IF REC-FECHA-ALTA (1:6) = WS-ANIO-MES-PERIODO
              PERFORM 2200-UBICO-SUCURSAL
              PERFORM 2300-UBICO-CATEGORIA
              ADD 1 TO WSC-RECIBIDOS (WS-IDX-SUC WS-IDX-CAT)
           END-IF.

           IF 88-REC-RESUELTO
              AND REC-FECHA-RESOLUCION (1:6) = WS-ANIO-MES-PERIODO
              PERFORM 2200-UBICO-SUCURSAL
              ADD 1 TO WSC-RESUELTOS (WS-IDX-SUC)
              IF REC-FECHA-RESOLUCION NOT > REC-FECHA-PROMETIDA
                 ADD 1 TO WSC-EN-SLA (WS-IDX-SUC)
              END-IF
           END-IF.

           PERFORM 2100-LEO-RECLANUE.

       FIN-2000.
           EXIT.

       2100-LEO-RECLANUE.
      *------------------

           INITIALIZE REG-RECLAMO.

           READ RECLANUE INTO REG-RECLAMO

           EVALUATE TRUE
               WHEN 88-FS-RECLANUE-OK
                    ADD 1 TO WS-LEIDOS-RECLANUE
               WHEN 88-FS-RECLANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLANUE FS: ' FS-RECLANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-UBICO-SUCURSAL.
      *--------------------

           MOVE 0 TO WS-IDX-SUC.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              IF WSC-SUCURSAL (IDX-SUC) = REC-SUCURSAL
                 SET WS-IDX-SUC TO IDX-SUC
              END-IF
           END-PERFORM.

           IF WS-IDX-SUC = 0
              IF WS-CANT-SUCS < WCN-TOPE-SUCS
                 ADD 1 TO WS-CANT-SUCS
                 MOVE WS-CANT-SUCS TO WS-IDX-SUC
                 INITIALIZE WS-SUC-TAB (WS-IDX-SUC)
                 MOVE REC-SUCURSAL TO WSC-SUCURSAL (WS-IDX-SUC)
              ELSE
                 DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2200.
           EXIT.

      *    UNA CATEGORIA DESCONOCIDA SE CUENTA COMO TARJETA.
       2300-UBICO-CATEGORIA.
      *---------------------

           MOVE 1 TO WS-IDX-CAT.

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                     UNTIL WS-IDX-BUSCA > 4
              IF WCN-CAT-COD (WS-IDX-BUSCA) = REC-CATEGORIA
                 MOVE WS-IDX-BUSCA TO WS-IDX-CAT
              END-IF
           END-PERFORM.

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * UNA LINEA POR SUCURSAL, EL TOTAL Y LA TASA POR CATEGORIA
      *------------------------------------------------------------
       4000-EMITO-RESUMEN.
      *-------------------

           MOVE SPACES                   TO REG-RPTRECMES-FD.
           MOVE 'RECLAMOS DE CLIENTES - RESUMEN DEL PERIODO'
                                         TO REG-RPTRECMES-FD (01:42).
           MOVE WS-ANIO-MES-PERIODO      TO REG-RPTRECMES-FD (44:06).
           PERFORM 4600-WRITE-RPTRECMES.
           PERFORM 4600-WRITE-RPTRECMES.

           MOVE 'SUCURSAL'               TO REG-RPTRECMES-FD (01:08).
           MOVE 'TARJETA'                TO REG-RPTRECMES-FD (29:07).
           MOVE 'VENTA'                  TO REG-RPTRECMES-FD (39:05).
           MOVE 'ORDEN'                  TO REG-RPTRECMES-FD (47:05).
           MOVE 'RECIBO'                 TO REG-RPTRECMES-FD (54:06).
           MOVE 'TOTAL'                  TO REG-RPTRECMES-FD (63:05).
           MOVE '% TOTAL'                TO REG-RPTRECMES-FD (70:07).
           MOVE 'RESUELTOS'              TO REG-RPTRECMES-FD (79:09).
           MOVE 'EN SLA'                 TO REG-RPTRECMES-FD (91:06).
           MOVE '% SLA'                  TO REG-RPTRECMES-FD (100:05).
           PERFORM 4600-WRITE-RPTRECMES.

           MOVE 0 TO WS-TOTAL-GENERAL.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                        UNTIL WS-IDX-CAT > 4
                 ADD WSC-RECIBIDOS (IDX-SUC WS-IDX-CAT)
                   TO WTO-RECIBIDOS (WS-IDX-CAT)
                      WS-TOTAL-GENERAL
              END-PERFORM
              ADD WSC-RESUELTOS (IDX-SUC)  TO WTO-RESUELTOS
              ADD WSC-EN-SLA (IDX-SUC)     TO WTO-EN-SLA
           END-PERFORM.

           IF WS-CANT-SUCS = 0
              MOVE 'SIN RECLAMOS EN EL PERIODO'
                                         TO REG-RPTRECMES-FD (01:26)
              PERFORM 4600-WRITE-RPTRECMES
           END-IF.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              PERFORM 4100-LINEA-SUCURSAL
           END-PERFORM.

           PERFORM 4600-WRITE-RPTRECMES.
           MOVE WS-TOTALES               TO WS-LINEA (1:28).
           MOVE WTO-RESUELTOS            TO WLI-RESUELTOS.
           MOVE WTO-EN-SLA               TO WLI-EN-SLA.
           MOVE 'TOTAL GENERAL'          TO REG-RPTRECMES-FD (01:13).
           PERFORM 4500-COMPLETO-LINEA.

           PERFORM 4600-WRITE-RPTRECMES.
           MOVE 'TASA POR CATEGORIA SOBRE EL TOTAL RECIBIDO'
                                         TO REG-RPTRECMES-FD (01:42).
           PERFORM 4600-WRITE-RPTRECMES.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                     UNTIL WS-IDX-CAT > 4
              PERFORM 4200-LINEA-CATEGORIA
           END-PERFORM.

       FIN-4000.
           EXIT.

       4100-LINEA-SUCURSAL.
      *--------------------

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                     UNTIL WS-IDX-CAT > 4
              MOVE WSC-RECIBIDOS (IDX-SUC WS-IDX-CAT)
                TO WLI-RECIBIDOS (WS-IDX-CAT)
           END-PERFORM.
           MOVE WSC-RESUELTOS (IDX-SUC)  TO WLI-RESUELTOS.
           MOVE WSC-EN-SLA (IDX-SUC)     TO WLI-EN-SLA.

           MOVE WSC-SUCURSAL (IDX-SUC)   TO REG-RPTRECMES-FD (01:04).
           MOVE 'NO REGISTRADA'          TO REG-RPTRECMES-FD (06:20).
           PERFORM VARYING IDX-NOM FROM 1 BY 1
                     UNTIL IDX-NOM > WS-CANT-NOMBRES
              IF WNM-SUCURSAL (IDX-NOM) = WSC-SUCURSAL (IDX-SUC)
                 MOVE WNM-NOMBRE (IDX-NOM)
                   TO REG-RPTRECMES-FD (06:20)
              END-IF
           END-PERFORM.

           PERFORM 4500-COMPLETO-LINEA.

       FIN-4100.
           EXIT.

       4200-LINEA-CATEGORIA.
      *---------------------

           MOVE WCN-CAT-DESC (WS-IDX-CAT) TO REG-RPTRECMES-FD (01:15).
           MOVE WTO-RECIBIDOS (WS-IDX-CAT) TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECMES-FD (17:07).
           IF WS-TOTAL-GENERAL > 0
              COMPUTE WS-PCT ROUNDED =
                      WTO-RECIBIDOS (WS-IDX-CAT) * 100
                    / WS-TOTAL-GENERAL
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTRECMES-FD (26:06).
           MOVE '%'                      TO REG-RPTRECMES-FD (32:01).
           PERFORM 4600-WRITE-RPTRECMES.

       FIN-4200.
           EXIT.

      *------------------------------------------------------------
      * COMPLETA Y GRABA LA LINEA YA ROTULADA CON LOS IMPORTES DE
      * WS-LINEA: RECIBIDOS POR CATEGORIA, TOTAL, TASA SOBRE EL
      * TOTAL DEL MES, RESUELTOS, EN SLA Y TASA DE CUMPLIMIENTO.
      *------------------------------------------------------------
       4500-COMPLETO-LINEA.
      *--------------------

           MOVE 0  TO WLI-TOTAL.
           MOVE 29 TO WS-POS-COL.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                     UNTIL WS-IDX-CAT > 4
              ADD WLI-RECIBIDOS (WS-IDX-CAT) TO WLI-TOTAL
              MOVE WLI-RECIBIDOS (WS-IDX-CAT) TO WS-CANT-ED
              MOVE WS-CANT-ED TO REG-RPTRECMES-FD (WS-POS-COL:07)
              ADD 8 TO WS-POS-COL
           END-PERFORM.

           MOVE WLI-TOTAL                TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECMES-FD (61:07).

           IF WS-TOTAL-GENERAL > 0
              COMPUTE WS-PCT ROUNDED =
                      WLI-TOTAL * 100 / WS-TOTAL-GENERAL
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTRECMES-FD (70:06).
           MOVE '%'                      TO REG-RPTRECMES-FD (76:01).

           MOVE WLI-RESUELTOS            TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECMES-FD (81:07).
           MOVE WLI-EN-SLA               TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTRECMES-FD (90:07).

           IF WLI-RESUELTOS > 0
              COMPUTE WS-PCT ROUNDED =
                      WLI-EN-SLA * 100 / WLI-RESUELTOS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTRECMES-FD (99:06).
           MOVE '%'                      TO REG-RPTRECMES-FD (105:01).

           PERFORM 4600-WRITE-RPTRECMES.

       FIN-4500.
           EXIT.

       4600-WRITE-RPTRECMES.
      *---------------------

           WRITE REG-RPTRECMES-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTRECMES-OK
                    ADD 1 TO WS-GRABADOS-RPTRECMES
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTRECMES FS: '
                                                         FS-RPTRECMES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTRECMES-FD.

       FIN-4600.
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

           CLOSE RECLANUE
                 RPTRECMES.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTRECMES'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-RECLANUE      TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTRECMES   TO RUNCTL-GRABADOS.
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

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTRECMES             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-RECLANUE      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECLAMOS LEIDOS          : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-GENERAL        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECIBIDOS EN EL PERIODO  : ' WS-CONTADOR-ED.
           MOVE WTO-RESUELTOS           TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RESUELTOS EN EL PERIODO  : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTRECMES   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTRECMES.
