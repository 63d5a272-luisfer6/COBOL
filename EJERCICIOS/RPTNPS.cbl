       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTNPS.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * INDICE DE RECOMENDACION (NPS) MENSUAL DE LAS ENCUESTAS DE
      * SATISFACCION (VER WENCUESTA.cpy). TOMA DEL REGISTRO ENCUENUE
      * (GRABADO POR PGMENCUES) LAS ENCUESTAS RESPONDIDAS EN EL MES
      * ANTERIOR AL DE PROCESO Y CUENTA PROMOTORES (9-10), NEUTROS
      * (7-8) Y DETRACTORES (0-6). NPS = % PROMOTORES - % DETRACTORES.
      *  - VENTAS : UNA LINEA POR VENDEDOR, AGRUPADA POR SUCURSAL
      *             (VEN-SUCURSAL DEL MAESTRO DE VENDEDORES) CON EL
      *             NPS DE CADA SUCURSAL Y EL TOTAL DE VENTAS
      *  - TALLER : ORDENES DE TRABAJO CERRADAS (UN SOLO TALLER)
      *  - TOTAL GENERAL
      * CIERRA CON EL LISTADO DE DETRACTORES PARA RELLAMAR: CLIENTE,
      * NOMBRE Y TELEFONO DEL MAESTRO DE CLIENTES, VENTA U ORDEN QUE
      * SE ENCUESTO, PUNTAJE Y COMENTARIO. TODO EN RPTNPSM.
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

           SELECT ENCUENUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENCUENUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENCUENUE.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT RPTNPSM       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTNPSM
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTNPSM.

       DATA DIVISION.

       FILE SECTION.

       FD  ENCUENUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENCUENUE-FD               PIC X(140).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  RPTNPSM
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTNPSM-FD                PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-ENCUENUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTNPSM            PIC X(128) VALUE SPACES.

       77  FS-ENCUENUE                   PIC  X(02) VALUE ' '.
           88 88-FS-ENCUENUE-OK                     VALUE '00'.
           88 88-FS-ENCUENUE-EOF                    VALUE '10'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.

       77  FS-RPTNPSM                    PIC  X(02) VALUE ' '.
           88 88-FS-RPTNPSM-OK                      VALUE '00'.

       77  WS-LEIDAS-ENCUENUE            PIC  9(09) VALUE 0.
       77  WS-LEIDAS-ENCUENUE-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DEL-PERIODO                PIC  9(09) VALUE 0.
       77  WS-DEL-PERIODO-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-DETRACTORES-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-RPTNPSM           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTNPSM-ED        PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * MAESTRO DE VENDEDORES (NOMBRE Y SUCURSAL)
      *------------------------------------------------------
       77  WCN-TOPE-VENDS                PIC  9(03) VALUE 100.
       77  WS-CANT-VENDS                 PIC  9(03) VALUE 0.
       01  WS-TABLA-VENDS.
           05 WS-VEND-TAB OCCURS 100 TIMES
                          INDEXED BY IDX-VEND.
              10 WVD-ID                  PIC  9(10).
              10 WVD-NOMBRE              PIC  X(30).
              10 WVD-SUCURSAL            PIC  9(04).

      *------------------------------------------------------
      * RESPUESTAS DE VENTAS POR VENDEDOR
      *------------------------------------------------------
       77  WCN-TOPE-NPS                  PIC  9(03) VALUE 100.
       77  WS-CANT-NPS                   PIC  9(03) VALUE 0.
       77  WS-IDX-NPS                    PIC  9(03) VALUE 0.
       01  WS-TABLA-NPS.
           05 WS-NPS-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-NPS.
              10 WNP-VEN-ID              PIC  9(10).
              10 WNP-NOMBRE              PIC  X(30).
              10 WNP-SUCURSAL            PIC  9(04).
              10 WNP-PROMOTORES          PIC  9(05).
              10 WNP-NEUTROS             PIC  9(05).
              10 WNP-DETRACTORES         PIC  9(05).

      *------------------------------------------------------
      * SUCURSALES PRESENTES EN EL REPORTE (ORDEN DE APARICION)
      *------------------------------------------------------
       77  WCN-TOPE-SUCS                 PIC  9(03) VALUE 100.
       77  WS-CANT-SUCS                  PIC  9(03) VALUE 0.
       77  WS-IDX-SUC                    PIC  9(03) VALUE 0.
       01  WS-TABLA-SUCS.
           05 WS-SUC-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-SUC.
              10 WSC-SUCURSAL            PIC  9(04).

      *------------------------------------------------------
      * RESPUESTAS DEL TALLER
      *------------------------------------------------------
       77  WS-TAL-PROMOTORES             PIC  9(07) VALUE 0.
       77  WS-TAL-NEUTROS                PIC  9(07) VALUE 0.
       77  WS-TAL-DETRACTORES            PIC  9(07) VALUE 0.

      *------------------------------------------------------
      * DETRACTORES DEL PERIODO PARA RELLAMAR. NOMBRE Y
      * TELEFONO SE COMPLETAN CON UNA PASADA DEL MAESTRO DE
      * CLIENTES.
      *------------------------------------------------------
       77  WCN-TOPE-DETR                 PIC  9(04) VALUE 2000.
       77  WS-CANT-DETR                  PIC  9(04) VALUE 0.
       01  WS-TABLA-DETR.
           05 WS-DETR-TAB OCCURS 2000 TIMES
                          INDEXED BY IDX-DETR.
              10 WDT-CLI-ID              PIC  9(10).
              10 WDT-ORIGEN              PIC  X(01).
              10 WDT-PATENTE             PIC  X(09).
              10 WDT-ORD-NRO             PIC  9(06).
              10 WDT-VEN-ID              PIC  9(10).
              10 WDT-PUNTAJE             PIC  9(02).
              10 WDT-FECHA-RESPUESTA     PIC  9(08).
              10 WDT-COMENTARIO          PIC  X(40).
              10 WDT-APELLIDO            PIC  X(20).
              10 WDT-NOMBRE              PIC  X(15).
              10 WDT-TELEFONO            PIC  X(20).

      *------------------------------------------------------
      * CANTIDADES DE LA LINEA EN ARMADO (VENDEDOR, SUCURSAL,
      * TALLER O TOTALES)
      *------------------------------------------------------
       77  WS-LIN-PROMOTORES             PIC  9(07) VALUE 0.
       77  WS-LIN-NEUTROS                PIC  9(07) VALUE 0.
       77  WS-LIN-DETRACTORES            PIC  9(07) VALUE 0.
       77  WS-LIN-RESPUESTAS             PIC  9(07) VALUE 0.
       77  WS-SUC-PROMOTORES             PIC  9(07) VALUE 0.
       77  WS-SUC-NEUTROS                PIC  9(07) VALUE 0.
       77  WS-SUC-DETRACTORES            PIC  9(07) VALUE 0.
       77  WS-VTA-PROMOTORES             PIC  9(07) VALUE 0.
       77  WS-VTA-NEUTROS                PIC  9(07) VALUE 0.
       77  WS-VTA-DETRACTORES            PIC  9(07) VALUE 0.
       77  WS-PCT                        PIC  9(03)V99 VALUE 0.
       77  WS-NPS                        PIC S9(03)V99 VALUE 0.

      *------------------------------------------------------
      * PERIODO INFORMADO: MES CALENDARIO ANTERIOR AL DE
      * PROCESO
      *------------------------------------------------------
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-ANIO-MES-PERIODO           PIC  9(06) VALUE 0.
       01  WS-ANIO-MES-PERIODO-R REDEFINES WS-ANIO-MES-PERIODO.
           03 WS-PER-AAAA                PIC  9(04).
           03 WS-PER-MM                  PIC  9(02).

       77  WS-CANT-ED                    PIC  ZZZZZZ9.
       77  WS-PCT-ED                     PIC  ZZ9,99.
       77  WS-NPS-ED                     PIC  -ZZ9,99.

       COPY WENCUESTA.

       COPY WVENDMST.

       COPY WCLIENTE.

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

           PERFORM 2000-ACUMULO-ENCUESTAS
                UNTIL 88-FS-ENCUENUE-EOF.

           IF WS-CANT-DETR > 0
              PERFORM 2500-COMPLETO-CLIENTES
           END-IF.

           PERFORM 4000-EMITO-NPS.

           PERFORM 4700-EMITO-DETRACTORES.

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

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-VENDEDORES.

           PERFORM 2100-LEO-ENCUENUE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'ENCUENUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENCUENUE

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'RPTNPSM'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTNPSM.

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

           OPEN INPUT ENCUENUE

           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENCUENUE'
                    DISPLAY 'FILE STATUS' FS-ENCUENUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTNPSM

           EVALUATE TRUE
               WHEN 88-FS-RPTNPSM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTNPSM'
                    DISPLAY 'FILE STATUS' FS-RPTNPSM
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
                       END-IF
                       PERFORM 1021-LEO-VENDEDOR
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE - '
                    DISPLAY 'NPS DE VENTAS SOLO CON CODIGOS'

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

      *------------------------------------------------------------
      * SOLO LAS RESPONDIDAS EN EL PERIODO. LOS DETRACTORES SE
      * GUARDAN ADEMAS PARA EL LISTADO DE RELLAMADOS.
      *------------------------------------------------------------
       2000-ACUMULO-ENCUESTAS.
      *-----------------------

           IF 88-ENC-RESPONDIDA
              AND ENC-FECHA-RESPUESTA (1:6) = WS-ANIO-MES-PERIODO
              ADD 1 TO WS-DEL-PERIODO
              IF 88-ENC-TALLER
                 PERFORM 2300-ACUMULO-TALLER
              ELSE
                 PERFORM 2200-ACUMULO-VENDEDOR
              END-IF
              IF 88-ENC-DETRACTOR
                 PERFORM 2400-GUARDO-DETRACTOR
              END-IF
           END-IF.

           PERFORM 2100-LEO-ENCUENUE.

       FIN-2000.
           EXIT.

       2100-LEO-ENCUENUE.
      *------------------

           INITIALIZE REG-ENCUESTA.

           READ ENCUENUE INTO REG-ENCUESTA

           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    ADD 1 TO WS-LEIDAS-ENCUENUE
               WHEN 88-FS-ENCUENUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ENCUENUE FS: ' FS-ENCUENUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-ACUMULO-VENDEDOR.
      *----------------------

           MOVE 0 TO WS-IDX-NPS.

           PERFORM VARYING IDX-NPS FROM 1 BY 1
                     UNTIL IDX-NPS > WS-CANT-NPS
              IF WNP-VEN-ID (IDX-NPS) = ENC-VEN-ID
                 SET WS-IDX-NPS TO IDX-NPS
              END-IF
           END-PERFORM.

           IF WS-IDX-NPS = 0
              IF WS-CANT-NPS < WCN-TOPE-NPS
                 ADD 1 TO WS-CANT-NPS
                 MOVE WS-CANT-NPS TO WS-IDX-NPS
                 PERFORM 2210-NUEVO-VENDEDOR
              ELSE
                 DISPLAY 'TABLA DE VENDEDORES DEL NPS COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN 88-ENC-PROMOTOR
                    ADD 1 TO WNP-PROMOTORES (WS-IDX-NPS)
               WHEN 88-ENC-NEUTRO
                    ADD 1 TO WNP-NEUTROS (WS-IDX-NPS)
               WHEN OTHER
                    ADD 1 TO WNP-DETRACTORES (WS-IDX-NPS)
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2210-NUEVO-VENDEDOR.
      *--------------------

           MOVE ENC-VEN-ID       TO WNP-VEN-ID (WS-IDX-NPS).
           MOVE 'NO REGISTRADO'  TO WNP-NOMBRE (WS-IDX-NPS).
           MOVE 0                TO WNP-SUCURSAL (WS-IDX-NPS).
           MOVE 0                TO WNP-PROMOTORES (WS-IDX-NPS).
           MOVE 0                TO WNP-NEUTROS (WS-IDX-NPS).
           MOVE 0                TO WNP-DETRACTORES (WS-IDX-NPS).

           PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND > WS-CANT-VENDS
              IF WVD-ID (IDX-VEND) = ENC-VEN-ID
                 MOVE WVD-NOMBRE (IDX-VEND)
                   TO WNP-NOMBRE (WS-IDX-NPS)
                 MOVE WVD-SUCURSAL (IDX-VEND)
                   TO WNP-SUCURSAL (WS-IDX-NPS)
              END-IF
           END-PERFORM.

      *    SUCURSAL NUEVA PARA EL CORTE DEL REPORTE.
           MOVE 0 TO WS-IDX-SUC.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              IF WSC-SUCURSAL (IDX-SUC) = WNP-SUCURSAL (WS-IDX-NPS)
                 SET WS-IDX-SUC TO IDX-SUC
              END-IF
           END-PERFORM.

           IF WS-IDX-SUC = 0
              IF WS-CANT-SUCS < WCN-TOPE-SUCS
                 ADD 1 TO WS-CANT-SUCS
                 MOVE WNP-SUCURSAL (WS-IDX-NPS)
                   TO WSC-SUCURSAL (WS-CANT-SUCS)
              ELSE
                 DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2210.
           EXIT.

       2300-ACUMULO-TALLER.
      *--------------------

           EVALUATE TRUE
               WHEN 88-ENC-PROMOTOR
                    ADD 1 TO WS-TAL-PROMOTORES
               WHEN 88-ENC-NEUTRO
                    ADD 1 TO WS-TAL-NEUTROS
               WHEN OTHER
                    ADD 1 TO WS-TAL-DETRACTORES
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2400-GUARDO-DETRACTOR.
      *----------------------

           IF WS-CANT-DETR NOT < WCN-TOPE-DETR
              DISPLAY 'TABLA DE DETRACTORES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-DETR.

           MOVE ENC-CLI-ID          TO WDT-CLI-ID (WS-CANT-DETR).
           MOVE ENC-ORIGEN          TO WDT-ORIGEN (WS-CANT-DETR).
           MOVE ENC-PATENTE         TO WDT-PATENTE (WS-CANT-DETR).
           MOVE ENC-ORD-NRO         TO WDT-ORD-NRO (WS-CANT-DETR).
           MOVE ENC-VEN-ID          TO WDT-VEN-ID (WS-CANT-DETR).
           MOVE ENC-PUNTAJE         TO WDT-PUNTAJE (WS-CANT-DETR).
           MOVE ENC-FECHA-RESPUESTA
             TO WDT-FECHA-RESPUESTA (WS-CANT-DETR).
           MOVE ENC-COMENTARIO      TO WDT-COMENTARIO (WS-CANT-DETR).
           MOVE 'NO REGISTRADO'     TO WDT-APELLIDO (WS-CANT-DETR).
           MOVE SPACES              TO WDT-NOMBRE (WS-CANT-DETR).
           MOVE SPACES              TO WDT-TELEFONO (WS-CANT-DETR).

       FIN-2400.
           EXIT.

      *------------------------------------------------------------
      * UNA PASADA DEL MAESTRO DE CLIENTES COMPLETA NOMBRE Y
      * TELEFONO DE LOS DETRACTORES.
      *------------------------------------------------------------
       2500-COMPLETO-CLIENTES.
      *-----------------------

           OPEN INPUT CLIENTES.

           IF NOT 88-FS-CLIENTES-OK
              DISPLAY 'ERROR EN OPEN CLIENTES'
              DISPLAY 'FILE STATUS' FS-CLIENTES
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2510-LEO-CLIENTE.

           PERFORM UNTIL 88-FS-CLIENTES-EOF
              PERFORM VARYING IDX-DETR FROM 1 BY 1
                        UNTIL IDX-DETR > WS-CANT-DETR
                 IF WDT-CLI-ID (IDX-DETR) = CLI-ID
                    MOVE CLI-LAST-NAME  TO WDT-APELLIDO (IDX-DETR)
                    MOVE CLI-FIRST-NAME TO WDT-NOMBRE (IDX-DETR)
                    MOVE CLI-HOME-PHONE TO WDT-TELEFONO (IDX-DETR)
                 END-IF
              END-PERFORM
              PERFORM 2510-LEO-CLIENTE
           END-PERFORM.

           CLOSE CLIENTES.

       FIN-2500.
           EXIT.

       2510-LEO-CLIENTE.
      *-----------------

           INITIALIZE REG-CLIENTES.

           READ CLIENTES INTO REG-CLIENTES

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
               WHEN 88-FS-CLIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIENTES FS: ' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

      *------------------------------------------------------------
      * VENTAS: UNA LINEA POR VENDEDOR AGRUPADA POR SUCURSAL CON EL
      * NPS DE LA SUCURSAL Y EL TOTAL DE VENTAS. LUEGO EL TALLER Y
      * EL TOTAL GENERAL.
      *------------------------------------------------------------
       4000-EMITO-NPS.
      *---------------

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'ENCUESTAS DE SATISFACCION - NPS DEL PERIODO'
                                         TO REG-RPTNPSM-FD (01:43).
           MOVE WS-ANIO-MES-PERIODO      TO REG-RPTNPSM-FD (45:06).
           PERFORM 4600-WRITE-RPTNPSM.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'VENDEDOR'               TO REG-RPTNPSM-FD (01:08).
           MOVE 'RESPUESTAS'             TO REG-RPTNPSM-FD (38:10).
           MOVE 'PROMOT.'                TO REG-RPTNPSM-FD (49:07).
           MOVE 'NEUTROS'                TO REG-RPTNPSM-FD (57:07).
           MOVE 'DETRACT.'               TO REG-RPTNPSM-FD (65:08).
           MOVE '% PROM.'                TO REG-RPTNPSM-FD (74:07).
           MOVE '% DETR.'                TO REG-RPTNPSM-FD (84:07).
           MOVE 'NPS'                    TO REG-RPTNPSM-FD (98:03).
           PERFORM 4600-WRITE-RPTNPSM.

           MOVE 0 TO WS-VTA-PROMOTORES.
           MOVE 0 TO WS-VTA-NEUTROS.
           MOVE 0 TO WS-VTA-DETRACTORES.

           PERFORM VARYING IDX-SUC FROM 1 BY 1
                     UNTIL IDX-SUC > WS-CANT-SUCS
              PERFORM 4100-EMITO-SUCURSAL
           END-PERFORM.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           PERFORM 4600-WRITE-RPTNPSM.

           MOVE WS-VTA-PROMOTORES        TO WS-LIN-PROMOTORES.
           MOVE WS-VTA-NEUTROS           TO WS-LIN-NEUTROS.
           MOVE WS-VTA-DETRACTORES       TO WS-LIN-DETRACTORES.
           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'TOTAL VENTAS'           TO REG-RPTNPSM-FD (01:12).
           PERFORM 4500-LINEA-NPS.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           PERFORM 4600-WRITE-RPTNPSM.

           MOVE WS-TAL-PROMOTORES        TO WS-LIN-PROMOTORES.
           MOVE WS-TAL-NEUTROS           TO WS-LIN-NEUTROS.
           MOVE WS-TAL-DETRACTORES       TO WS-LIN-DETRACTORES.
           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'TALLER'                 TO REG-RPTNPSM-FD (01:06).
           PERFORM 4500-LINEA-NPS.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           PERFORM 4600-WRITE-RPTNPSM.

           COMPUTE WS-LIN-PROMOTORES  = WS-VTA-PROMOTORES
                                      + WS-TAL-PROMOTORES.
           COMPUTE WS-LIN-NEUTROS     = WS-VTA-NEUTROS
                                      + WS-TAL-NEUTROS.
           COMPUTE WS-LIN-DETRACTORES = WS-VTA-DETRACTORES
                                      + WS-TAL-DETRACTORES.
           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'TOTAL GENERAL'          TO REG-RPTNPSM-FD (01:13).
           PERFORM 4500-LINEA-NPS.

       FIN-4000.
           EXIT.

       4100-EMITO-SUCURSAL.
      *--------------------

           MOVE 0 TO WS-SUC-PROMOTORES.
           MOVE 0 TO WS-SUC-NEUTROS.
           MOVE 0 TO WS-SUC-DETRACTORES.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           PERFORM 4600-WRITE-RPTNPSM.
           MOVE 'SUCURSAL'               TO REG-RPTNPSM-FD (01:08).
           MOVE WSC-SUCURSAL (IDX-SUC)   TO REG-RPTNPSM-FD (10:04).
           PERFORM 4600-WRITE-RPTNPSM.

           PERFORM VARYING IDX-NPS FROM 1 BY 1
                     UNTIL IDX-NPS > WS-CANT-NPS
              IF WNP-SUCURSAL (IDX-NPS) = WSC-SUCURSAL (IDX-SUC)
                 PERFORM 4110-LINEA-VENDEDOR
              END-IF
           END-PERFORM.

           MOVE WS-SUC-PROMOTORES        TO WS-LIN-PROMOTORES.
           MOVE WS-SUC-NEUTROS           TO WS-LIN-NEUTROS.
           MOVE WS-SUC-DETRACTORES       TO WS-LIN-DETRACTORES.
           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE 'SUBTOTAL SUCURSAL'      TO REG-RPTNPSM-FD (01:17).
           MOVE WSC-SUCURSAL (IDX-SUC)   TO REG-RPTNPSM-FD (19:04).
           PERFORM 4500-LINEA-NPS.

           ADD WS-SUC-PROMOTORES         TO WS-VTA-PROMOTORES.
           ADD WS-SUC-NEUTROS            TO WS-VTA-NEUTROS.
           ADD WS-SUC-DETRACTORES        TO WS-VTA-DETRACTORES.

       FIN-4100.
           EXIT.

       4110-LINEA-VENDEDOR.
      *--------------------

           MOVE WNP-PROMOTORES (IDX-NPS)  TO WS-LIN-PROMOTORES.
           MOVE WNP-NEUTROS (IDX-NPS)     TO WS-LIN-NEUTROS.
           MOVE WNP-DETRACTORES (IDX-NPS) TO WS-LIN-DETRACTORES.

           ADD WS-LIN-PROMOTORES         TO WS-SUC-PROMOTORES.
           ADD WS-LIN-NEUTROS            TO WS-SUC-NEUTROS.
           ADD WS-LIN-DETRACTORES        TO WS-SUC-DETRACTORES.

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE WNP-VEN-ID (IDX-NPS)     TO REG-RPTNPSM-FD (01:10).
           MOVE WNP-NOMBRE (IDX-NPS)     TO REG-RPTNPSM-FD (12:25).
           PERFORM 4500-LINEA-NPS.

       FIN-4110.
           EXIT.

      *------------------------------------------------------------
      * COMPLETA Y GRABA LA LINEA YA ROTULADA CON LAS CANTIDADES
      * WS-LIN-*, LOS PORCENTAJES Y EL NPS (PUEDE SER NEGATIVO).
      *------------------------------------------------------------
       4500-LINEA-NPS.
      *---------------

           COMPUTE WS-LIN-RESPUESTAS = WS-LIN-PROMOTORES
                                     + WS-LIN-NEUTROS
                                     + WS-LIN-DETRACTORES.

           MOVE WS-LIN-RESPUESTAS        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTNPSM-FD (41:07).
           MOVE WS-LIN-PROMOTORES        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTNPSM-FD (49:07).
           MOVE WS-LIN-NEUTROS           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTNPSM-FD (57:07).
           MOVE WS-LIN-DETRACTORES       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTNPSM-FD (66:07).

           IF WS-LIN-RESPUESTAS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-LIN-PROMOTORES * 100 / WS-LIN-RESPUESTAS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTNPSM-FD (74:06).
           MOVE '%'                      TO REG-RPTNPSM-FD (80:01).

           IF WS-LIN-RESPUESTAS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-LIN-DETRACTORES * 100 / WS-LIN-RESPUESTAS
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT                   TO WS-PCT-ED.
           MOVE WS-PCT-ED                TO REG-RPTNPSM-FD (84:06).
           MOVE '%'                      TO REG-RPTNPSM-FD (90:01).

           IF WS-LIN-RESPUESTAS > 0
              COMPUTE WS-NPS ROUNDED =
                      (WS-LIN-PROMOTORES - WS-LIN-DETRACTORES)
                      * 100 / WS-LIN-RESPUESTAS
           ELSE
              MOVE 0 TO WS-NPS
           END-IF.
           MOVE WS-NPS                   TO WS-NPS-ED.
           MOVE WS-NPS-ED                TO REG-RPTNPSM-FD (94:07).

           PERFORM 4600-WRITE-RPTNPSM.

       FIN-4500.
           EXIT.

       4600-WRITE-RPTNPSM.
      *-------------------

           WRITE REG-RPTNPSM-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTNPSM-OK
                    ADD 1 TO WS-GRABADOS-RPTNPSM
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTNPSM FS: ' FS-RPTNPSM
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTNPSM-FD.

       FIN-4600.
           EXIT.

      *------------------------------------------------------------
      * DETRACTORES PARA RELLAMAR: UNA LINEA POR ENCUESTA CON LOS
      * DATOS DE CONTACTO Y OTRA CON EL COMENTARIO DEL CLIENTE.
      *------------------------------------------------------------
       4700-EMITO-DETRACTORES.
      *-----------------------

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           PERFORM 4600-WRITE-RPTNPSM.
           PERFORM 4600-WRITE-RPTNPSM.
           MOVE 'DETRACTORES PARA RELLAMAR DEL PERIODO'
                                         TO REG-RPTNPSM-FD (01:37).
           MOVE WS-ANIO-MES-PERIODO      TO REG-RPTNPSM-FD (39:06).
           PERFORM 4600-WRITE-RPTNPSM.

           MOVE 'CLIENTE'                TO REG-RPTNPSM-FD (01:07).
           MOVE 'APELLIDO Y NOMBRE'      TO REG-RPTNPSM-FD (12:17).
           MOVE 'TELEFONO'               TO REG-RPTNPSM-FD (49:08).
           MOVE 'ORIGEN'                 TO REG-RPTNPSM-FD (70:06).
           MOVE 'PATENTE'                TO REG-RPTNPSM-FD (77:07).
           MOVE 'ORDEN'                  TO REG-RPTNPSM-FD (87:05).
           MOVE 'VENDEDOR'               TO REG-RPTNPSM-FD (94:08).
           MOVE 'PTS'                    TO REG-RPTNPSM-FD (105:03).
           MOVE 'RESPONDIO'              TO REG-RPTNPSM-FD (109:09).
           PERFORM 4600-WRITE-RPTNPSM.

           IF WS-CANT-DETR = 0
              MOVE 'SIN DETRACTORES EN EL PERIODO'
                                         TO REG-RPTNPSM-FD (01:29)
              PERFORM 4600-WRITE-RPTNPSM
           END-IF.

           PERFORM VARYING IDX-DETR FROM 1 BY 1
                     UNTIL IDX-DETR > WS-CANT-DETR
              PERFORM 4710-LINEA-DETRACTOR
           END-PERFORM.

       FIN-4700.
           EXIT.

       4710-LINEA-DETRACTOR.
      *---------------------

           MOVE SPACES                   TO REG-RPTNPSM-FD.
           MOVE WDT-CLI-ID (IDX-DETR)    TO REG-RPTNPSM-FD (01:10).
           MOVE WDT-APELLIDO (IDX-DETR)  TO REG-RPTNPSM-FD (12:20).
           MOVE WDT-NOMBRE (IDX-DETR)    TO REG-RPTNPSM-FD (33:15).
           MOVE WDT-TELEFONO (IDX-DETR)  TO REG-RPTNPSM-FD (49:20).
           IF WDT-ORIGEN (IDX-DETR) = 'T'
              MOVE 'TALLER'              TO REG-RPTNPSM-FD (70:06)
              MOVE WDT-ORD-NRO (IDX-DETR)
                                         TO REG-RPTNPSM-FD (87:06)
           ELSE
              MOVE 'VENTA'               TO REG-RPTNPSM-FD (70:05)
              MOVE WDT-VEN-ID (IDX-DETR) TO REG-RPTNPSM-FD (94:10)
           END-IF.
           MOVE WDT-PATENTE (IDX-DETR)   TO REG-RPTNPSM-FD (77:09).
           MOVE WDT-PUNTAJE (IDX-DETR)   TO REG-RPTNPSM-FD (106:02).
           MOVE WDT-FECHA-RESPUESTA (IDX-DETR)
                                         TO REG-RPTNPSM-FD (109:08).
           PERFORM 4600-WRITE-RPTNPSM.

           IF WDT-COMENTARIO (IDX-DETR) NOT = SPACES
              MOVE 'COMENTARIO:'         TO REG-RPTNPSM-FD (12:11)
              MOVE WDT-COMENTARIO (IDX-DETR)
                                         TO REG-RPTNPSM-FD (24:40)
              PERFORM 4600-WRITE-RPTNPSM
           END-IF.

       FIN-4710.
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

           CLOSE ENCUENUE
           EVALUATE TRUE
               WHEN 88-FS-ENCUENUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ENCUENUE FS: ' FS-ENCUENUE
           END-EVALUATE.

           CLOSE RPTNPSM
           EVALUATE TRUE
               WHEN 88-FS-RPTNPSM-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTNPSM FS: ' FS-RPTNPSM
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTNPS'                TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-ENCUENUE      TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTNPSM     TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-ENCUENUE      TO WS-LEIDAS-ENCUENUE-ED.
           MOVE WS-DEL-PERIODO          TO WS-DEL-PERIODO-ED.
           MOVE WS-CANT-DETR            TO WS-CANT-DETRACTORES-ED.
           MOVE WS-GRABADOS-RPTNPSM     TO WS-GRABADOS-RPTNPSM-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTNPS                '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. ENCUESTAS LEIDAS         : '
                                               WS-LEIDAS-ENCUENUE-ED.
           DISPLAY 'CANT. RESPONDIDAS DEL PERIODO  : '
                                               WS-DEL-PERIODO-ED.
           DISPLAY 'CANT. DETRACTORES A RELLAMAR   : '
                                               WS-CANT-DETRACTORES-ED.
           DISPLAY 'CANT. LINEAS GRABADAS RPTNPSM  : '
                                               WS-GRABADOS-RPTNPSM-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTNPS.
