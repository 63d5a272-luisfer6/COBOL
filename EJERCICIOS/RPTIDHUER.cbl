       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTIDHUER.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * REPORTE SEMANAL DE IDENTIDADES HUERFANAS. CRUZA LOS MAESTROS
      * DE OPERADORES (OPERMST), CAJEROS (CAJEROS) Y VENDEDORES
      * (VENDEDORES) CONTRA EL MAESTRO DE EMPLEADOS (EMPLEADOS, VER
      * ABMEMPLE) Y LISTA, EN UN BLOQUE POR MAESTRO, CADA IDENTIDAD
      * ACTIVA QUE NO TIENE UN EMPLEADO ACTIVO DETRAS:
      *   - SIN LEGAJO      : NINGUN EMPLEADO LA TIENE VINCULADA
      *   - LEGAJO EGRESADO : SOLO LA TIENE UN EMPLEADO YA EGRESADO
      *                       (SE MUESTRA EL LEGAJO Y LA FECHA)
      * CADA CASO SE INACTIVA POR ABMSUCUR / SEGOPER O SE VINCULA A
      * SU LEGAJO CON ABMEMPLE.
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

           SELECT EMPLEADOS     ASSIGN       TO
                                 DYNAMIC WS-ARCH-EMPLEADOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-EMPLEADOS.

           SELECT OPERMST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-OPERMST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-OPERMST.

           SELECT CAJEROS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJEROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJEROS.

           SELECT VENDEDORES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENDEDORES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENDEDORES.

           SELECT RPTIDHUER     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTIDHUER
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTIDHUER.

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLEADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPLEADOS-FD              PIC X(100).

       FD  OPERMST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-OPERMST-FD                PIC X(60).

       FD  CAJEROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJEROS-FD                PIC X(38).

       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  RPTIDHUER
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTIDHUER-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-EMPLEADOS          PIC X(128) VALUE SPACES.
       77  WS-ARCH-OPERMST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJEROS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENDEDORES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTIDHUER          PIC X(128) VALUE SPACES.

       77  FS-EMPLEADOS                  PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEADOS-OK                    VALUE '00'.
           88 88-FS-EMPLEADOS-EOF                   VALUE '10'.
           88 88-FS-EMPLEADOS-NOEXISTE              VALUE '35'.

       77  FS-OPERMST                    PIC  X(02) VALUE ' '.
           88 88-FS-OPERMST-OK                      VALUE '00'.
           88 88-FS-OPERMST-EOF                     VALUE '10'.
           88 88-FS-OPERMST-NOEXISTE                VALUE '35'.

       77  FS-CAJEROS                    PIC  X(02) VALUE ' '.
           88 88-FS-CAJEROS-OK                      VALUE '00'.
           88 88-FS-CAJEROS-EOF                     VALUE '10'.
           88 88-FS-CAJEROS-NOEXISTE                VALUE '35'.

       77  FS-VENDEDORES                 PIC  X(02) VALUE ' '.
           88 88-FS-VENDEDORES-OK                   VALUE '00'.
           88 88-FS-VENDEDORES-EOF                  VALUE '10'.
           88 88-FS-VENDEDORES-NOEXISTE             VALUE '35'.

       77  FS-RPTIDHUER                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTIDHUER-OK                    VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-LEIDOS-EMPLEADOS           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-IDENTIDADES         PIC  9(09) VALUE 0.
       77  WS-CANT-HUERFANAS             PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTIDHUER         PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * VINCULOS DE CADA EMPLEADO CON SUS IDENTIDADES
      *------------------------------------------------------
       77  WCN-TOPE-EMPLEADOS            PIC  9(05) VALUE 2000.
       77  WS-CANT-EMPLEADOS             PIC  9(05) VALUE 0.
       01  WS-TABLA-EMPLEADOS.
           05 WS-EMPLEADO-TAB OCCURS 2000 TIMES
                              INDEXED BY IDX-EMPLEADO.
              10 WEM-LEGAJO              PIC  9(06).
              10 WEM-ESTADO              PIC  X(01).
              10 WEM-FECHA-EGRESO        PIC  9(08).
              10 WEM-OPER-USUARIO        PIC  X(08).
              10 WEM-CAJ-COD             PIC  9(03).
              10 WEM-VEN-ID              PIC  9(10).

      *------------------------------------------------------
      * RESULTADO DE LA BUSQUEDA DE UNA IDENTIDAD: 'A' TIENE
      * EMPLEADO ACTIVO / 'E' SOLO EGRESADO / 'N' SIN LEGAJO
      *------------------------------------------------------
       77  WS-VINCULO                    PIC  X(01) VALUE 'N'.
           88 88-VINCULO-ACTIVO                     VALUE 'A'.
           88 88-VINCULO-EGRESADO                   VALUE 'E'.
           88 88-VINCULO-NINGUNO                    VALUE 'N'.
       77  WS-LEGAJO-EGRESADO            PIC  9(06) VALUE 0.
       77  WS-FECHA-EGRESADO             PIC  9(08) VALUE 0.

       77  WS-CANT-BLOQUE                PIC  9(05) VALUE 0.
       77  WS-CANT-ED                    PIC  ZZZZZZ9.
       77  WS-FECHA-ED                   PIC  9999/99/99.

      *    DATOS COMUNES DE LA LINEA DE DETALLE DE LOS TRES BLOQUES
       77  WS-DET-CODIGO                 PIC  X(10) VALUE SPACES.
       77  WS-DET-NOMBRE                 PIC  X(30) VALUE SPACES.
       77  WS-DET-SUCURSAL               PIC  X(04) VALUE SPACES.
       77  WS-CAJERO-ED                  PIC  9(03).
       77  WS-VENDEDOR-ED                PIC  9(10).
       77  WS-SUCURSAL-ED                PIC  9(04).

       COPY WEMPLEADO.

       COPY WOPERMST.

       COPY WCAJEROS.

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

           PERFORM 2000-OPERADORES.
           PERFORM 2100-CAJEROS.
           PERFORM 2200-VENDEDORES.

           MOVE 'TOTAL IDENTIDADES SIN EMPLEADO ACTIVO:'
                                         TO REG-RPTIDHUER-FD (01:38).
           MOVE WS-CANT-HUERFANAS        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTIDHUER-FD (40:07).
           PERFORM 4600-WRITE-RPTIDHUER.

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
           PERFORM 1020-CARGO-EMPLEADOS.

           MOVE SPACES                   TO REG-RPTIDHUER-FD.
           MOVE 'IDENTIDADES ACTIVAS SIN EMPLEADO ACTIVO AL'
                                         TO REG-RPTIDHUER-FD (01:42).
           MOVE WS-FECHA-PROCESO         TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTIDHUER-FD (44:10).
           PERFORM 4600-WRITE-RPTIDHUER.
           PERFORM 4600-WRITE-RPTIDHUER.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'EMPLEADOS'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPLEADOS

           MOVE 'OPERMST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-OPERMST

           MOVE 'CAJEROS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJEROS

           MOVE 'VENDEDORES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENDEDORES

           MOVE 'RPTIDHUER'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTIDHUER.

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

           OPEN OUTPUT RPTIDHUER

           EVALUATE TRUE
               WHEN 88-FS-RPTIDHUER-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTIDHUER'
                    DISPLAY 'FILE STATUS' FS-RPTIDHUER
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SIN MAESTRO DE EMPLEADOS TODAS LAS IDENTIDADES ACTIVAS
      * SALEN COMO SIN LEGAJO.
      *------------------------------------------------------------
       1020-CARGO-EMPLEADOS.
      *---------------------

           OPEN INPUT EMPLEADOS.

           EVALUATE TRUE
               WHEN 88-FS-EMPLEADOS-OK
                    PERFORM 1021-LEO-EMPLEADOS
                    PERFORM UNTIL 88-FS-EMPLEADOS-EOF
                       PERFORM 1022-GUARDO-EMPLEADO
                       PERFORM 1021-LEO-EMPLEADOS
                    END-PERFORM
                    CLOSE EMPLEADOS

               WHEN 88-FS-EMPLEADOS-NOEXISTE
                    DISPLAY 'MAESTRO DE EMPLEADOS INEXISTENTE - '
                    DISPLAY 'NINGUNA IDENTIDAD TIENE LEGAJO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN EMPLEADOS'
                    DISPLAY 'FILE STATUS' FS-EMPLEADOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-EMPLEADOS.
      *-------------------

           MOVE SPACES TO REG-EMPLEADO.
           INITIALIZE REG-EMPLEADO.

           READ EMPLEADOS INTO REG-EMPLEADO

           EVALUATE TRUE
               WHEN 88-FS-EMPLEADOS-OK
                    ADD 1 TO WS-LEIDOS-EMPLEADOS
               WHEN 88-FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ EMPLEADOS FS: '
                                                        FS-EMPLEADOS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-GUARDO-EMPLEADO.
      *---------------------

           IF WS-CANT-EMPLEADOS NOT < WCN-TOPE-EMPLEADOS
              DISPLAY 'TABLA DE EMPLEADOS COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-EMPLEADOS.
           SET IDX-EMPLEADO              TO WS-CANT-EMPLEADOS.
           MOVE EMP-LEGAJO               TO WEM-LEGAJO (IDX-EMPLEADO).
           MOVE EMP-ESTADO               TO WEM-ESTADO (IDX-EMPLEADO).
           MOVE EMP-FECHA-EGRESO
             TO WEM-FECHA-EGRESO (IDX-EMPLEADO).
           MOVE EMP-OPER-USUARIO
             TO WEM-OPER-USUARIO (IDX-EMPLEADO).
           MOVE EMP-CAJ-COD              TO WEM-CAJ-COD (IDX-EMPLEADO).
           MOVE EMP-VEN-ID               TO WEM-VEN-ID (IDX-EMPLEADO).

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * BLOQUE DE OPERADORES ACTIVOS SIN EMPLEADO ACTIVO
      *------------------------------------------------------------
       2000-OPERADORES.
      *----------------

           MOVE 'OPERADORES (OPERMST)'   TO REG-RPTIDHUER-FD (01:20).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           OPEN INPUT OPERMST.

           EVALUATE TRUE
               WHEN 88-FS-OPERMST-OK
                    PERFORM 2010-LEO-OPERMST
                    PERFORM UNTIL 88-FS-OPERMST-EOF
                       IF 88-OPER-ACTIVO
                          PERFORM 2020-BUSCO-OPERADOR
                       END-IF
                       PERFORM 2010-LEO-OPERMST
                    END-PERFORM
                    CLOSE OPERMST

               WHEN 88-FS-OPERMST-NOEXISTE
                    DISPLAY 'MAESTRO DE OPERADORES INEXISTENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN OPERMST'
                    DISPLAY 'FILE STATUS' FS-OPERMST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2000.
           EXIT.

       2010-LEO-OPERMST.
      *-----------------

           INITIALIZE REG-OPERMST.

           READ OPERMST INTO REG-OPERMST

           EVALUATE TRUE
               WHEN 88-FS-OPERMST-OK
                    ADD 1 TO WS-LEIDOS-IDENTIDADES
               WHEN 88-FS-OPERMST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ OPERMST FS: ' FS-OPERMST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-BUSCO-OPERADOR.
      *--------------------

           PERFORM 2900-INICIO-BUSQUEDA.

           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                     UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
              IF WEM-OPER-USUARIO (IDX-EMPLEADO) = OPER-USUARIO
                 PERFORM 2910-ANOTO-VINCULO
              END-IF
           END-PERFORM.

           IF NOT 88-VINCULO-ACTIVO
              MOVE OPER-USUARIO          TO WS-DET-CODIGO
              MOVE OPER-NOMBRE           TO WS-DET-NOMBRE
              MOVE SPACES                TO WS-DET-SUCURSAL
              PERFORM 4100-LINEA-DETALLE
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * BLOQUE DE CAJEROS ACTIVOS SIN EMPLEADO ACTIVO
      *------------------------------------------------------------
       2100-CAJEROS.
      *-------------

           MOVE 'CAJEROS (CAJEROS)'      TO REG-RPTIDHUER-FD (01:17).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           OPEN INPUT CAJEROS.

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
                    PERFORM 2110-LEO-CAJEROS
                    PERFORM UNTIL 88-FS-CAJEROS-EOF
                       IF 88-CAJ-ACTIVO
                          PERFORM 2120-BUSCO-CAJERO
                       END-IF
                       PERFORM 2110-LEO-CAJEROS
                    END-PERFORM
                    CLOSE CAJEROS

               WHEN 88-FS-CAJEROS-NOEXISTE
                    DISPLAY 'MAESTRO DE CAJEROS INEXISTENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAJEROS'
                    DISPLAY 'FILE STATUS' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2100.
           EXIT.

       2110-LEO-CAJEROS.
      *-----------------

           INITIALIZE REG-CAJEROS.

           READ CAJEROS INTO REG-CAJEROS

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
                    ADD 1 TO WS-LEIDOS-IDENTIDADES
               WHEN 88-FS-CAJEROS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAJEROS FS: ' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-BUSCO-CAJERO.
      *------------------

           PERFORM 2900-INICIO-BUSQUEDA.

           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                     UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
              IF WEM-CAJ-COD (IDX-EMPLEADO) = CAJ-COD
                 PERFORM 2910-ANOTO-VINCULO
              END-IF
           END-PERFORM.

           IF NOT 88-VINCULO-ACTIVO
              MOVE CAJ-COD               TO WS-CAJERO-ED
              MOVE WS-CAJERO-ED          TO WS-DET-CODIGO
              MOVE CAJ-NOMBRE            TO WS-DET-NOMBRE
              MOVE CAJ-SUCURSAL          TO WS-SUCURSAL-ED
              MOVE WS-SUCURSAL-ED        TO WS-DET-SUCURSAL
              PERFORM 4100-LINEA-DETALLE
           END-IF.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * BLOQUE DE VENDEDORES ACTIVOS SIN EMPLEADO ACTIVO
      *------------------------------------------------------------
       2200-VENDEDORES.
      *----------------

           MOVE 'VENDEDORES (VENDEDORES)' TO REG-RPTIDHUER-FD (01:23).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           OPEN INPUT VENDEDORES.

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    PERFORM 2210-LEO-VENDEDORES
                    PERFORM UNTIL 88-FS-VENDEDORES-EOF
                       IF 88-VEN-ACTIVO
                          PERFORM 2220-BUSCO-VENDEDOR
                       END-IF
                       PERFORM 2210-LEO-VENDEDORES
                    END-PERFORM
                    CLOSE VENDEDORES

               WHEN 88-FS-VENDEDORES-NOEXISTE
                    DISPLAY 'MAESTRO DE VENDEDORES INEXISTENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENDEDORES'
                    DISPLAY 'FILE STATUS' FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2200.
           EXIT.

       2210-LEO-VENDEDORES.
      *--------------------

           INITIALIZE REG-VENDMST.

           READ VENDEDORES INTO REG-VENDMST

           EVALUATE TRUE
               WHEN 88-FS-VENDEDORES-OK
                    ADD 1 TO WS-LEIDOS-IDENTIDADES
               WHEN 88-FS-VENDEDORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENDEDORES FS: '
                                                        FS-VENDEDORES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-BUSCO-VENDEDOR.
      *--------------------

           PERFORM 2900-INICIO-BUSQUEDA.

           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                     UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
              IF WEM-VEN-ID (IDX-EMPLEADO) = VEN-ID
                 PERFORM 2910-ANOTO-VINCULO
              END-IF
           END-PERFORM.

           IF NOT 88-VINCULO-ACTIVO
              MOVE VEN-ID                TO WS-VENDEDOR-ED
              MOVE WS-VENDEDOR-ED        TO WS-DET-CODIGO
              MOVE VEN-NOMBRE            TO WS-DET-NOMBRE
              MOVE VEN-SUCURSAL          TO WS-SUCURSAL-ED
              MOVE WS-SUCURSAL-ED        TO WS-DET-SUCURSAL
              PERFORM 4100-LINEA-DETALLE
           END-IF.

       FIN-2220.
           EXIT.

       2900-INICIO-BUSQUEDA.
      *---------------------

           SET 88-VINCULO-NINGUNO        TO TRUE.
           MOVE 0                        TO WS-LEGAJO-EGRESADO.
           MOVE 0                        TO WS-FECHA-EGRESADO.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * UN EMPLEADO ACTIVO CON LA IDENTIDAD ALCANZA; SI SOLO HAY
      * EGRESADOS SE GUARDA EL DE EGRESO MAS RECIENTE.
      *------------------------------------------------------------
       2910-ANOTO-VINCULO.
      *-------------------

           IF WEM-ESTADO (IDX-EMPLEADO) = 'A'
              SET 88-VINCULO-ACTIVO      TO TRUE
           ELSE
              IF NOT 88-VINCULO-ACTIVO
              AND WEM-FECHA-EGRESO (IDX-EMPLEADO)
                  NOT < WS-FECHA-EGRESADO
                 SET 88-VINCULO-EGRESADO TO TRUE
                 MOVE WEM-LEGAJO (IDX-EMPLEADO)
                   TO WS-LEGAJO-EGRESADO
                 MOVE WEM-FECHA-EGRESO (IDX-EMPLEADO)
                   TO WS-FECHA-EGRESADO
              END-IF
           END-IF.

       FIN-2910.
           EXIT.

      *------------------------------------------------------------
      * TITULO DEL BLOQUE (YA ARMADO EN LA LINEA) Y ENCABEZADO DE
      * COLUMNAS
      *------------------------------------------------------------
       4000-ENCABEZADO-BLOQUE.
      *-----------------------

           PERFORM 4600-WRITE-RPTIDHUER.

           MOVE 'CODIGO'                 TO REG-RPTIDHUER-FD (01:06).
           MOVE 'NOMBRE'                 TO REG-RPTIDHUER-FD (13:06).
           MOVE 'SUC.'                   TO REG-RPTIDHUER-FD (44:04).
           MOVE 'SITUACION'              TO REG-RPTIDHUER-FD (50:09).
           MOVE 'LEGAJO'                 TO REG-RPTIDHUER-FD (68:06).
           MOVE 'EGRESO'                 TO REG-RPTIDHUER-FD (76:06).
           PERFORM 4600-WRITE-RPTIDHUER.

           MOVE 0 TO WS-CANT-BLOQUE.

       FIN-4000.
           EXIT.

       4100-LINEA-DETALLE.
      *-------------------

           ADD 1 TO WS-CANT-BLOQUE.
           ADD 1 TO WS-CANT-HUERFANAS.

           MOVE WS-DET-CODIGO            TO REG-RPTIDHUER-FD (01:10).
           MOVE WS-DET-NOMBRE            TO REG-RPTIDHUER-FD (13:30).
           MOVE WS-DET-SUCURSAL          TO REG-RPTIDHUER-FD (44:04).

           IF 88-VINCULO-EGRESADO
              MOVE 'LEGAJO EGRESADO'     TO REG-RPTIDHUER-FD (50:15)
              MOVE WS-LEGAJO-EGRESADO    TO REG-RPTIDHUER-FD (68:06)
              IF WS-FECHA-EGRESADO > 0
                 MOVE WS-FECHA-EGRESADO  TO WS-FECHA-ED
                 MOVE WS-FECHA-ED        TO REG-RPTIDHUER-FD (76:10)
              END-IF
           ELSE
              MOVE 'SIN LEGAJO'          TO REG-RPTIDHUER-FD (50:10)
           END-IF.

           PERFORM 4600-WRITE-RPTIDHUER.

       FIN-4100.
           EXIT.

       4200-PIE-BLOQUE.
      *----------------

           IF WS-CANT-BLOQUE = 0
              MOVE '  (SIN CASOS)'       TO REG-RPTIDHUER-FD (01:13)
              PERFORM 4600-WRITE-RPTIDHUER
           END-IF.

           MOVE 'CANTIDAD:'              TO REG-RPTIDHUER-FD (01:09).
           MOVE WS-CANT-BLOQUE           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTIDHUER-FD (11:07).
           PERFORM 4600-WRITE-RPTIDHUER.
           PERFORM 4600-WRITE-RPTIDHUER.

       FIN-4200.
           EXIT.

       4600-WRITE-RPTIDHUER.
      *---------------------

           WRITE REG-RPTIDHUER-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTIDHUER-OK
                    ADD 1 TO WS-GRABADOS-RPTIDHUER
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTIDHUER FS: '
                                                        FS-RPTIDHUER
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTIDHUER-FD.

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

           CLOSE RPTIDHUER.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTIDHUER'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-IDENTIDADES   TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RPTIDHUER   TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: RPTIDHUER             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-EMPLEADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. EMPLEADOS LEIDOS         : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-IDENTIDADES   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. IDENTIDADES LEIDAS       : ' WS-CONTADOR-ED.
           MOVE WS-CANT-HUERFANAS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SIN EMPLEADO ACTIVO      : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTIDHUER   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTIDHUER.
