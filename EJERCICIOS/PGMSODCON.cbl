       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMSODCON.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CONTROL MENSUAL DE SEGREGACION DE FUNCIONES SOBRE LO QUE
      * EFECTIVAMENTE PASO. NO MIRA PERMISOS SINO LA EVIDENCIA DE LOS
      * ULTIMOS WCN-DIAS-PERIODO DIAS Y BUSCA A UNA MISMA PERSONA
      * (LEGAJO) DE LOS DOS LADOS DE UNA OPERACION:
      *   SD01 RECDIAR : ANULACION / DEVOLUCION CUYO AUTORIZANTE
      *                  (REC-AUTORIZANTE, OPERADOR) ES TAMBIEN EL
      *                  CAJERO DE LA CAJA CORREGIDA
      *   SD02 PENDNUE : APROBACION DUAL (LIBRO DE PGMAPROB) RESUELTA
      *                  POR EL MISMO USUARIO QUE LA PIDIO O POR OTRO
      *                  USUARIO DEL MISMO LEGAJO
      *   SD03 VENTAS  : VENTA A PLAZO CARGADA POR EL VENDEDOR A SU
      *                  PROPIA CUENTA DE CLIENTE
      * LAS IDENTIDADES DE CADA LEGAJO SALEN DEL MAESTRO DE EMPLEADOS
      * (EMPLEADOS, VER ABMEMPLE) Y DE LA HISTORIA DE SUS VINCULOS EN
      * SUCHIST, ASI UNA IDENTIDAD QUE LA PERSONA TUVO Y YA NO TIENE
      * TAMBIEN CUENTA. LA MATRIZ DE REGLAS VIENE EN EL PROGRAMA (VER
      * WSODREGLA.cpy) Y SE PUEDE AJUSTAR CON EL ARCHIVO OPCIONAL
      * SODREGLA. EL REPORTE RPTSODCON, PARA AUDITORIA INTERNA, ABRE
      * CON LA MATRIZ USADA Y SIGUE CON UN BLOQUE POR REGLA: CADA
      * CONFLICTO, LOS CASOS CUYO ACTOR NO TIENE LEGAJO (NO
      * EVALUABLES) Y LOS TOTALES.
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

           SELECT SUCHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCHIST.

           SELECT SODREGLA      ASSIGN       TO
                                 DYNAMIC WS-ARCH-SODREGLA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SODREGLA.

           SELECT RECDIAR       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECDIAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECDIAR.

           SELECT PENDAPR       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PENDAPR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PENDAPR.

           SELECT VENTAS        ASSIGN       TO
                                 DYNAMIC WS-ARCH-VENTAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VENTAS.

           SELECT RPTSODCON     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTSODCON
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTSODCON.

       DATA DIVISION.

       FILE SECTION.

       FD  EMPLEADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMPLEADOS-FD              PIC X(100).

       FD  SUCHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCHIST-FD                PIC X(100).

       FD  SODREGLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SODREGLA-FD               PIC X(80).

       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  RECAUDACION-FD                PIC X(59).

       FD  PENDAPR
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PENDAPR-FD                PIC X(333).

       FD  VENTAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENTAS-FD                 PIC X(100).

       FD  RPTSODCON
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTSODCON-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-EMPLEADOS          PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SODREGLA           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECDIAR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PENDAPR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VENTAS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTSODCON          PIC X(128) VALUE SPACES.

       77  FS-EMPLEADOS                  PIC  X(02) VALUE ' '.
           88 88-FS-EMPLEADOS-OK                    VALUE '00'.
           88 88-FS-EMPLEADOS-EOF                   VALUE '10'.
           88 88-FS-EMPLEADOS-NOEXISTE              VALUE '35'.

       77  FS-SUCHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-SUCHIST-OK                      VALUE '00'.
           88 88-FS-SUCHIST-EOF                     VALUE '10'.
           88 88-FS-SUCHIST-NOEXISTE                VALUE '35'.

       77  FS-SODREGLA                   PIC  X(02) VALUE ' '.
           88 88-FS-SODREGLA-OK                     VALUE '00'.
           88 88-FS-SODREGLA-EOF                    VALUE '10'.
           88 88-FS-SODREGLA-NOEXISTE               VALUE '35'.

       77  FS-RECDIAR                    PIC  X(02) VALUE ' '.
           88 88-FS-RECDIAR-OK                      VALUE '00'.
           88 88-FS-RECDIAR-EOF                     VALUE '10'.
           88 88-FS-RECDIAR-NOEXISTE                VALUE '35'.

       77  FS-PENDAPR                    PIC  X(02) VALUE ' '.
           88 88-FS-PENDAPR-OK                      VALUE '00'.
           88 88-FS-PENDAPR-EOF                     VALUE '10'.
           88 88-FS-PENDAPR-NOEXISTE                VALUE '35'.

       77  FS-VENTAS                     PIC  X(02) VALUE ' '.
           88 88-FS-VENTAS-OK                       VALUE '00'.
           88 88-FS-VENTAS-EOF                      VALUE '10'.
           88 88-FS-VENTAS-NOEXISTE                 VALUE '35'.

       77  FS-RPTSODCON                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTSODCON-OK                    VALUE '00'.

      *------------------------------------------------------
      * PERIODO EVALUADO: LA FECHA DE PROCESO Y LOS DIAS
      * ANTERIORES HASTA COMPLETAR WCN-DIAS-PERIODO
      *------------------------------------------------------
       77  WCN-DIAS-PERIODO              PIC  9(03) VALUE 30.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-FECHA-DESDE                PIC  9(08) VALUE 0.
       77  WS-FECHA-EVIDENCIA            PIC  9(08) VALUE 0.

       01  WS-FECHA-AUX.
           05 WS-FECAUX-AAAA             PIC  9(04).
           05 WS-FECAUX-MM               PIC  9(02).
           05 WS-FECAUX-DD               PIC  9(02).

      *------------------------------------------------------
      * MATRIZ DE CONFLICTOS (VER WSODREGLA.cpy). CADA REGLA
      * ENFRENTA DOS FUNCIONES QUE UNA MISMA PERSONA NO DEBE
      * CUMPLIR SOBRE LA MISMA OPERACION. WMZ-ORIGEN DICE SI EL
      * ESTADO ES EL DE OMISION O LO FIJO SODREGLA.
      *------------------------------------------------------
       77  WCN-CANT-REGLAS               PIC  9(02) VALUE 3.
       01  WCN-MATRIZ.
           05 FILLER                     PIC  X(04) VALUE 'SD01'.
           05 FILLER                     PIC  X(01) VALUE 'S'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'AUTORIZA LA CORRECCION'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'CAJERO DE LA CAJA'.
           05 FILLER                     PIC  X(10) VALUE 'RECDIAR'.
           05 FILLER                     PIC  X(08) VALUE 'OMISION'.
           05 FILLER                     PIC  X(04) VALUE 'SD02'.
           05 FILLER                     PIC  X(01) VALUE 'S'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'SOLICITA LA APROBACION'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'RESUELVE LA APROBACION'.
           05 FILLER                     PIC  X(10) VALUE 'PENDNUE'.
           05 FILLER                     PIC  X(08) VALUE 'OMISION'.
           05 FILLER                     PIC  X(04) VALUE 'SD03'.
           05 FILLER                     PIC  X(01) VALUE 'S'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'VENDEDOR DE LA VENTA'.
           05 FILLER                     PIC  X(24)
                                         VALUE 'CLIENTE A PLAZO'.
           05 FILLER                     PIC  X(10) VALUE 'VENTAS'.
           05 FILLER                     PIC  X(08) VALUE 'OMISION'.
       01  WCN-MATRIZ-R REDEFINES WCN-MATRIZ.
           05 WMZ-TAB OCCURS 3 TIMES
                      INDEXED BY IDX-REGLA.
              10 WMZ-REGLA               PIC  X(04).
              10 WMZ-ACTIVA              PIC  X(01).
              10 WMZ-FUNCION-1           PIC  X(24).
              10 WMZ-FUNCION-2           PIC  X(24).
              10 WMZ-EVIDENCIA           PIC  X(10).
              10 WMZ-ORIGEN              PIC  X(08).

      *    REGLA DEL BLOQUE EN CURSO Y SI SE EVALUA
       77  WS-REGLA-BLOQUE               PIC  X(04) VALUE SPACES.
       77  WS-REGLA-ACTIVA               PIC  X(01) VALUE 'N'.
           88 88-REGLA-ACTIVA                       VALUE 'S'.

      *------------------------------------------------------
      * EMPLEADOS (PARA EL NOMBRE DEL LEGAJO EN CONFLICTO)
      *------------------------------------------------------
       77  WCN-TOPE-EMPLEADOS            PIC  9(05) VALUE 2000.
       77  WS-CANT-EMPLEADOS             PIC  9(05) VALUE 0.
       01  WS-TABLA-EMPLEADOS.
           05 WS-EMPLEADO-TAB OCCURS 2000 TIMES
                              INDEXED BY IDX-EMPLEADO.
              10 WEM-LEGAJO              PIC  9(06).
              10 WEM-NOMBRE              PIC  X(30).

      *------------------------------------------------------
      * IDENTIDADES QUE CADA LEGAJO TIENE O TUVO. WID-TIPO:
      * 'O' OPERADOR / 'C' CAJERO / 'V' VENDEDOR / 'L' CLIENTE.
      * WID-VALOR CON EL MISMO FORMATO QUE SUCHIST: USUARIO,
      * CAJERO 9(03) O VENDEDOR / CLIENTE 9(10), A IZQUIERDA.
      *------------------------------------------------------
       77  WCN-TOPE-IDENTIDADES          PIC  9(05) VALUE 8000.
       77  WS-CANT-IDENTIDADES           PIC  9(05) VALUE 0.
       01  WS-TABLA-IDENTIDADES.
           05 WS-IDENTIDAD-TAB OCCURS 8000 TIMES
                               INDEXED BY IDX-IDENT IDX-IDENT2.
              10 WID-TIPO                PIC  X(01).
              10 WID-VALOR               PIC  X(10).
              10 WID-LEGAJO              PIC  9(06).

       77  WS-NUEVA-TIPO                 PIC  X(01) VALUE SPACES.
       77  WS-NUEVA-VALOR                PIC  X(10) VALUE SPACES.
       77  WS-NUEVA-LEGAJO               PIC  9(06) VALUE 0.
       77  WS-YA-ESTA                    PIC  X(01) VALUE 'N'.
           88 88-YA-ESTA                            VALUE 'S'.

      *------------------------------------------------------
      * BUSQUEDA DE UN MISMO LEGAJO DETRAS DE DOS IDENTIDADES
      *------------------------------------------------------
       77  WS-ID1-TIPO                   PIC  X(01) VALUE SPACES.
       77  WS-ID1-VALOR                  PIC  X(10) VALUE SPACES.
       77  WS-ID2-TIPO                   PIC  X(01) VALUE SPACES.
       77  WS-ID2-VALOR                  PIC  X(10) VALUE SPACES.
       77  WS-ID1-CON-LEGAJO             PIC  X(01) VALUE 'N'.
           88 88-ID1-CON-LEGAJO                     VALUE 'S'.
       77  WS-LEGAJO-CONFLICTO           PIC  9(06) VALUE 0.

       77  WS-CAJERO-ED                  PIC  9(03).
       77  WS-NUMERO-ED                  PIC  9(10).

      *------------------------------------------------------
      * CONTADORES
      *------------------------------------------------------
       77  WS-LEIDOS-EMPLEADOS           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-SUCHIST             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RECDIAR             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-PENDAPR             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VENTAS              PIC  9(09) VALUE 0.
       77  WS-CANT-CONFLICTOS            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTSODCON         PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-CANT-EVALUADOS             PIC  9(07) VALUE 0.
       77  WS-CANT-BLOQUE                PIC  9(07) VALUE 0.
       77  WS-CANT-SIN-LEGAJO            PIC  9(07) VALUE 0.
       77  WS-CANT-ED                    PIC  Z.ZZZ.ZZ9.
       77  WS-FECHA-ED                   PIC  9999/99/99.
       77  WS-IMPORTE-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-IMP-VENTA-ED               PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WEMPLEADO.

       COPY WSUCHIST.

       COPY WSODREGLA.

       COPY WRECAUDACION.

       COPY WPENDAPR.

       COPY WVENTAS.

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

           PERFORM 2000-ANULACIONES THRU FIN-2000.
           PERFORM 2100-APROBACIONES THRU FIN-2100.
           PERFORM 2200-VENTAS-PLAZO THRU FIN-2200.

           MOVE 'TOTAL DE CONFLICTOS DEL PERIODO:'
                                         TO REG-RPTSODCON-FD (01:32).
           MOVE WS-CANT-CONFLICTOS       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTSODCON-FD (34:09).
           PERFORM 4600-WRITE-RPTSODCON.

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
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                   - WCN-DIAS-PERIODO + 1).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-EMPLEADOS.
           PERFORM 1030-CARGO-SUCHIST.
           PERFORM 1040-CARGO-SODREGLA.

           MOVE SPACES                   TO REG-RPTSODCON-FD.
           MOVE 'CONFLICTOS DE SEGREGACION DE FUNCIONES - PERIODO'
                                         TO REG-RPTSODCON-FD (01:49).
           MOVE WS-FECHA-DESDE           TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTSODCON-FD (51:10).
           MOVE 'AL'                     TO REG-RPTSODCON-FD (62:02).
           MOVE WS-FECHA-PROCESO         TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTSODCON-FD (65:10).
           PERFORM 4600-WRITE-RPTSODCON.
           PERFORM 4600-WRITE-RPTSODCON.

           PERFORM 1050-IMPRIMO-MATRIZ.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'EMPLEADOS'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-EMPLEADOS

           MOVE 'SUCHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCHIST

           MOVE 'SODREGLA'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SODREGLA

           MOVE 'RECDIAR'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECDIAR

      *    EL LIBRO DE CONTROL DUAL VIGENTE ES EL ULTIMO QUE GRABO
      *    PGMAPROB.
           MOVE 'PENDNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PENDAPR

           MOVE 'VENTAS'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VENTAS

           MOVE 'RPTSODCON'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTSODCON.

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

           OPEN OUTPUT RPTSODCON

           EVALUATE TRUE
               WHEN 88-FS-RPTSODCON-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTSODCON'
                    DISPLAY 'FILE STATUS' FS-RPTSODCON
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * VINCULOS VIGENTES DE CADA LEGAJO. SIN MAESTRO DE EMPLEADOS
      * NINGUNA EVIDENCIA SE PUEDE ATRIBUIR A UNA PERSONA.
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
           MOVE EMP-NOMBRE               TO WEM-NOMBRE (IDX-EMPLEADO).

           MOVE EMP-LEGAJO               TO WS-NUEVA-LEGAJO.

           IF EMP-OPER-USUARIO NOT = SPACES
              MOVE 'O'                   TO WS-NUEVA-TIPO
              MOVE EMP-OPER-USUARIO      TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

           IF EMP-CAJ-COD NUMERIC AND EMP-CAJ-COD > 0
              MOVE 'C'                   TO WS-NUEVA-TIPO
              MOVE EMP-CAJ-COD           TO WS-CAJERO-ED
              MOVE WS-CAJERO-ED          TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

           IF EMP-VEN-ID NUMERIC AND EMP-VEN-ID > 0
              MOVE 'V'                   TO WS-NUEVA-TIPO
              MOVE EMP-VEN-ID            TO WS-NUMERO-ED
              MOVE WS-NUMERO-ED          TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

           IF EMP-CLI-ID NUMERIC AND EMP-CLI-ID > 0
              MOVE 'L'                   TO WS-NUEVA-TIPO
              MOVE EMP-CLI-ID            TO WS-NUMERO-ED
              MOVE WS-NUMERO-ED          TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * VINCULOS ANTERIORES: CADA CAMBIO DE IDENTIDAD DE UN LEGAJO
      * QUE GRABO ABMEMPLE (ENTIDAD 'E'), CON EL VALOR ANTERIOR Y
      * EL NUEVO.
      *------------------------------------------------------------
       1030-CARGO-SUCHIST.
      *-------------------

           OPEN INPUT SUCHIST.

           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    PERFORM 1031-LEO-SUCHIST
                    PERFORM UNTIL 88-FS-SUCHIST-EOF
                       IF SUCHIST-ENTIDAD = 'E'
                          PERFORM 1032-GUARDO-VINCULO-HIST THRU FIN-1032
                       END-IF
                       PERFORM 1031-LEO-SUCHIST
                    END-PERFORM
                    CLOSE SUCHIST

               WHEN 88-FS-SUCHIST-NOEXISTE
                    DISPLAY 'HISTORIA SUCHIST INEXISTENTE - '
                    DISPLAY 'SOLO SE USAN LOS VINCULOS VIGENTES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCHIST'
                    DISPLAY 'FILE STATUS' FS-SUCHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-SUCHIST.
      *-----------------

           MOVE SPACES TO REG-SUCHIST.

           READ SUCHIST INTO REG-SUCHIST

           EVALUATE TRUE
               WHEN 88-FS-SUCHIST-OK
                    ADD 1 TO WS-LEIDOS-SUCHIST
               WHEN 88-FS-SUCHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCHIST FS: ' FS-SUCHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1032-GUARDO-VINCULO-HIST.
      *-------------------------

           EVALUATE SUCHIST-COD-CAMPO
               WHEN 'OP'
                    MOVE 'O'             TO WS-NUEVA-TIPO
               WHEN 'CJ'
                    MOVE 'C'             TO WS-NUEVA-TIPO
               WHEN 'VE'
                    MOVE 'V'             TO WS-NUEVA-TIPO
               WHEN 'CL'
                    MOVE 'L'             TO WS-NUEVA-TIPO
               WHEN OTHER
                    GO TO FIN-1032
           END-EVALUATE.

           IF SUCHIST-CODIGO NOT NUMERIC
              GO TO FIN-1032
           END-IF.

           MOVE SUCHIST-CODIGO           TO WS-NUEVA-LEGAJO.

           IF SUCHIST-VALOR-ANTERIOR NOT = SPACES
              MOVE SUCHIST-VALOR-ANTERIOR TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

           IF SUCHIST-VALOR-NUEVO NOT = SPACES
              MOVE SUCHIST-VALOR-NUEVO   TO WS-NUEVA-VALOR
              PERFORM 1060-AGREGO-IDENTIDAD THRU FIN-1060
           END-IF.

       FIN-1032.
           EXIT.

      *------------------------------------------------------------
      * AJUSTES DE LA MATRIZ (OPCIONAL)
      *------------------------------------------------------------
       1040-CARGO-SODREGLA.
      *--------------------

           OPEN INPUT SODREGLA.

           EVALUATE TRUE
               WHEN 88-FS-SODREGLA-OK
                    PERFORM 1041-LEO-SODREGLA
                    PERFORM UNTIL 88-FS-SODREGLA-EOF
                       PERFORM 1042-AJUSTO-REGLA
                       PERFORM 1041-LEO-SODREGLA
                    END-PERFORM
                    CLOSE SODREGLA

               WHEN 88-FS-SODREGLA-NOEXISTE
                    DISPLAY 'SIN ARCHIVO SODREGLA - '
                    DISPLAY 'SE USA LA MATRIZ POR OMISION'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SODREGLA'
                    DISPLAY 'FILE STATUS' FS-SODREGLA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-SODREGLA.
      *------------------

           MOVE SPACES TO REG-SODREGLA.

           READ SODREGLA INTO REG-SODREGLA

           EVALUATE TRUE
               WHEN 88-FS-SODREGLA-OK
                    CONTINUE
               WHEN 88-FS-SODREGLA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SODREGLA FS: ' FS-SODREGLA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1042-AJUSTO-REGLA.
      *------------------

           SET IDX-REGLA TO 1.
           SEARCH WMZ-TAB
               AT END
                    DISPLAY 'REGLA DESCONOCIDA EN SODREGLA: '
                            SOD-REGLA ' - SE IGNORA'
               WHEN WMZ-REGLA (IDX-REGLA) = SOD-REGLA
                    IF 88-SOD-ACTIVA OR 88-SOD-INACTIVA
                       MOVE SOD-ACTIVA   TO WMZ-ACTIVA (IDX-REGLA)
                       MOVE 'SODREGLA'   TO WMZ-ORIGEN (IDX-REGLA)
                    ELSE
                       DISPLAY 'ESTADO INVALIDO EN SODREGLA: '
                               SOD-REGLA ' ' SOD-ACTIVA
                               ' - SE IGNORA'
                    END-IF
           END-SEARCH.

       FIN-1042.
           EXIT.

      *------------------------------------------------------------
      * MATRIZ USADA EN ESTA CORRIDA, AL PRINCIPIO DEL REPORTE
      *------------------------------------------------------------
       1050-IMPRIMO-MATRIZ.
      *--------------------

           MOVE 'MATRIZ DE CONFLICTOS APLICADA'
                                         TO REG-RPTSODCON-FD (01:29).
           PERFORM 4600-WRITE-RPTSODCON.

           MOVE 'REGLA'                  TO REG-RPTSODCON-FD (01:05).
           MOVE 'FUNCION 1'              TO REG-RPTSODCON-FD (08:09).
           MOVE 'FUNCION 2'              TO REG-RPTSODCON-FD (34:09).
           MOVE 'EVIDENCIA'              TO REG-RPTSODCON-FD (60:09).
           MOVE 'ESTADO'                 TO REG-RPTSODCON-FD (72:06).
           MOVE 'ORIGEN'                 TO REG-RPTSODCON-FD (82:06).
           PERFORM 4600-WRITE-RPTSODCON.

           PERFORM VARYING IDX-REGLA FROM 1 BY 1
                     UNTIL IDX-REGLA > WCN-CANT-REGLAS
              MOVE WMZ-REGLA (IDX-REGLA) TO REG-RPTSODCON-FD (01:04)
              MOVE WMZ-FUNCION-1 (IDX-REGLA)
                                         TO REG-RPTSODCON-FD (08:24)
              MOVE WMZ-FUNCION-2 (IDX-REGLA)
                                         TO REG-RPTSODCON-FD (34:24)
              MOVE WMZ-EVIDENCIA (IDX-REGLA)
                                         TO REG-RPTSODCON-FD (60:10)
              IF WMZ-ACTIVA (IDX-REGLA) = 'S'
                 MOVE 'ACTIVA'           TO REG-RPTSODCON-FD (72:06)
              ELSE
                 MOVE 'INACTIVA'         TO REG-RPTSODCON-FD (72:08)
              END-IF
              MOVE WMZ-ORIGEN (IDX-REGLA)
                                         TO REG-RPTSODCON-FD (82:08)
              PERFORM 4600-WRITE-RPTSODCON
           END-PERFORM.

           PERFORM 4600-WRITE-RPTSODCON.

       FIN-1050.
           EXIT.

      *------------------------------------------------------------
      * UNA IDENTIDAD POR LEGAJO SE GUARDA UNA SOLA VEZ
      *------------------------------------------------------------
       1060-AGREGO-IDENTIDAD.
      *----------------------

           MOVE 'N' TO WS-YA-ESTA.

           PERFORM VARYING IDX-IDENT FROM 1 BY 1
                     UNTIL IDX-IDENT > WS-CANT-IDENTIDADES
                        OR 88-YA-ESTA
              IF WID-TIPO (IDX-IDENT)   = WS-NUEVA-TIPO
              AND WID-VALOR (IDX-IDENT) = WS-NUEVA-VALOR
              AND WID-LEGAJO (IDX-IDENT) = WS-NUEVA-LEGAJO
                 MOVE 'S' TO WS-YA-ESTA
              END-IF
           END-PERFORM.

           IF 88-YA-ESTA
              GO TO FIN-1060
           END-IF.

           IF WS-CANT-IDENTIDADES NOT < WCN-TOPE-IDENTIDADES
              DISPLAY 'TABLA DE IDENTIDADES COMPLETA'
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-IDENTIDADES.
           SET IDX-IDENT                 TO WS-CANT-IDENTIDADES.
           MOVE WS-NUEVA-TIPO            TO WID-TIPO (IDX-IDENT).
           MOVE WS-NUEVA-VALOR           TO WID-VALOR (IDX-IDENT).
           MOVE WS-NUEVA-LEGAJO          TO WID-LEGAJO (IDX-IDENT).

       FIN-1060.
           EXIT.

      *------------------------------------------------------------
      * SD01: CORRECCIONES DE RECAUDACION (ANULACION / DEVOLUCION)
      * CUYO AUTORIZANTE ES, POR SU LEGAJO, CAJERO DE LA MISMA CAJA
      *------------------------------------------------------------
       2000-ANULACIONES.
      *-----------------

           MOVE 'SD01'                   TO WS-REGLA-BLOQUE.
           MOVE 'SD01 - CORRECCIONES AUTORIZADAS SOBRE LA CAJA PROPIA'
                                         TO REG-RPTSODCON-FD (01:52).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           IF NOT 88-REGLA-ACTIVA
              GO TO FIN-2000
           END-IF.

           MOVE 'FECHA'                  TO REG-RPTSODCON-FD (01:05).
           MOVE 'RECIBO'                 TO REG-RPTSODCON-FD (13:06).
           MOVE 'TIPO'                   TO REG-RPTSODCON-FD (23:04).
           MOVE 'CAJA'                   TO REG-RPTSODCON-FD (35:04).
           MOVE 'AUTORIZO'               TO REG-RPTSODCON-FD (41:08).
           MOVE 'LEGAJO'                 TO REG-RPTSODCON-FD (51:06).
           MOVE 'NOMBRE'                 TO REG-RPTSODCON-FD (59:06).
           MOVE 'IMPORTE'                TO REG-RPTSODCON-FD (98:07).
           PERFORM 4600-WRITE-RPTSODCON.

           OPEN INPUT RECDIAR.

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    PERFORM 2010-LEO-RECDIAR
                    PERFORM UNTIL 88-FS-RECDIAR-EOF
                       PERFORM 2020-EVALUO-CORRECCION THRU FIN-2020
                       PERFORM 2010-LEO-RECDIAR
                    END-PERFORM
                    CLOSE RECDIAR

               WHEN 88-FS-RECDIAR-NOEXISTE
                    MOVE '  (SIN ARCHIVO RECDIAR)'
                                         TO REG-RPTSODCON-FD (01:23)
                    PERFORM 4600-WRITE-RPTSODCON

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECDIAR'
                    DISPLAY 'FILE STATUS' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2000.
           EXIT.

       2010-LEO-RECDIAR.
      *-----------------

           MOVE SPACES TO RECAUDACION-REG.

           READ RECDIAR INTO RECAUDACION-REG

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    ADD 1 TO WS-LEIDOS-RECDIAR
               WHEN 88-FS-RECDIAR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECDIAR FS: ' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-EVALUO-CORRECCION.
      *-----------------------

           IF NOT 88-REC-CORRECCION
           OR REC-AUTORIZANTE = SPACES
              GO TO FIN-2020
           END-IF.

           MOVE 0                        TO WS-FECHA-EVIDENCIA.
           IF FECHA-RECAUDACION (1:4) NUMERIC
           AND FECHA-RECAUDACION (6:2) NUMERIC
           AND FECHA-RECAUDACION (9:2) NUMERIC
              MOVE FECHA-RECAUDACION (1:4) TO WS-FECAUX-AAAA
              MOVE FECHA-RECAUDACION (6:2) TO WS-FECAUX-MM
              MOVE FECHA-RECAUDACION (9:2) TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-EVIDENCIA
           END-IF.

           IF WS-FECHA-EVIDENCIA < WS-FECHA-DESDE
           OR WS-FECHA-EVIDENCIA > WS-FECHA-PROCESO
              GO TO FIN-2020
           END-IF.

           ADD 1 TO WS-CANT-EVALUADOS.

           MOVE 'O'                      TO WS-ID1-TIPO.
           MOVE REC-AUTORIZANTE          TO WS-ID1-VALOR.
           MOVE 'C'                      TO WS-ID2-TIPO.
           MOVE COD-CAJERO               TO WS-CAJERO-ED.
           MOVE WS-CAJERO-ED             TO WS-ID2-VALOR.
           PERFORM 2900-BUSCO-MISMO-LEGAJO.

           IF NOT 88-ID1-CON-LEGAJO
              ADD 1 TO WS-CANT-SIN-LEGAJO
              GO TO FIN-2020
           END-IF.

           IF WS-LEGAJO-CONFLICTO = 0
              GO TO FIN-2020
           END-IF.

           MOVE WS-FECHA-EVIDENCIA       TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTSODCON-FD (01:10).
           MOVE REC-NRO-RECIBO           TO REG-RPTSODCON-FD (13:08).
           IF REC-TIPO-MOV = 'A'
              MOVE 'ANULACION'           TO REG-RPTSODCON-FD (23:09)
           ELSE
              MOVE 'DEVOLUCION'          TO REG-RPTSODCON-FD (23:10)
           END-IF.
           MOVE WS-CAJERO-ED             TO REG-RPTSODCON-FD (35:03).
           MOVE REC-AUTORIZANTE          TO REG-RPTSODCON-FD (41:08).
           MOVE IMPORTE                  TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTSODCON-FD (91:14).
           PERFORM 4100-LINEA-CONFLICTO.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * SD02: APROBACIONES DUALES RESUELTAS EN EL PERIODO POR QUIEN
      * LAS PIDIO, CON EL MISMO USUARIO O CON OTRO DE SU LEGAJO
      *------------------------------------------------------------
       2100-APROBACIONES.
      *------------------

           MOVE 'SD02'                   TO WS-REGLA-BLOQUE.
           MOVE 'SD02 - APROBACIONES RESUELTAS POR EL SOLICITANTE'
                                         TO REG-RPTSODCON-FD (01:48).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           IF NOT 88-REGLA-ACTIVA
              GO TO FIN-2100
           END-IF.

           MOVE 'RESUELTA'               TO REG-RPTSODCON-FD (01:08).
           MOVE 'NRO.'                   TO REG-RPTSODCON-FD (13:04).
           MOVE 'TIPO'                   TO REG-RPTSODCON-FD (23:04).
           MOVE 'ESTADO'                 TO REG-RPTSODCON-FD (29:06).
           MOVE 'SOLICITO'               TO REG-RPTSODCON-FD (41:08).
           MOVE 'RESOLVIO'               TO REG-RPTSODCON-FD (51:08).
           MOVE 'LEGAJO'                 TO REG-RPTSODCON-FD (61:06).
           MOVE 'NOMBRE'                 TO REG-RPTSODCON-FD (69:06).
           PERFORM 4600-WRITE-RPTSODCON.

           OPEN INPUT PENDAPR.

           EVALUATE TRUE
               WHEN 88-FS-PENDAPR-OK
                    PERFORM 2110-LEO-PENDAPR
                    PERFORM UNTIL 88-FS-PENDAPR-EOF
                       PERFORM 2120-EVALUO-APROBACION THRU FIN-2120
                       PERFORM 2110-LEO-PENDAPR
                    END-PERFORM
                    CLOSE PENDAPR

               WHEN 88-FS-PENDAPR-NOEXISTE
                    MOVE '  (SIN LIBRO DE CONTROL DUAL)'
                                         TO REG-RPTSODCON-FD (01:29)
                    PERFORM 4600-WRITE-RPTSODCON

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PENDNUE'
                    DISPLAY 'FILE STATUS' FS-PENDAPR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2100.
           EXIT.

       2110-LEO-PENDAPR.
      *-----------------

           MOVE SPACES TO REG-PENDAPR.

           READ PENDAPR INTO REG-PENDAPR

           EVALUATE TRUE
               WHEN 88-FS-PENDAPR-OK
                    ADD 1 TO WS-LEIDOS-PENDAPR
               WHEN 88-FS-PENDAPR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PENDNUE FS: ' FS-PENDAPR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-EVALUO-APROBACION.
      *-----------------------

           IF NOT 88-APR-APROBADA AND NOT 88-APR-RECHAZADA
              GO TO FIN-2120
           END-IF.

           IF APR-FECHA-RESUELVE NOT NUMERIC
              GO TO FIN-2120
           END-IF.

           IF APR-FECHA-RESUELVE < WS-FECHA-DESDE
           OR APR-FECHA-RESUELVE > WS-FECHA-PROCESO
              GO TO FIN-2120
           END-IF.

           ADD 1 TO WS-CANT-EVALUADOS.

           MOVE 'O'                      TO WS-ID1-TIPO.
           MOVE APR-USUARIO-SOLICITA     TO WS-ID1-VALOR.
           MOVE 'O'                      TO WS-ID2-TIPO.
           MOVE APR-USUARIO-RESUELVE     TO WS-ID2-VALOR.
           PERFORM 2900-BUSCO-MISMO-LEGAJO.

      *    EL MISMO USUARIO DE LOS DOS LADOS ES CONFLICTO AUNQUE NO
      *    TENGA LEGAJO.
           IF APR-USUARIO-SOLICITA NOT = APR-USUARIO-RESUELVE
              IF NOT 88-ID1-CON-LEGAJO
                 ADD 1 TO WS-CANT-SIN-LEGAJO
                 GO TO FIN-2120
              END-IF
              IF WS-LEGAJO-CONFLICTO = 0
                 GO TO FIN-2120
              END-IF
           END-IF.

           MOVE APR-FECHA-RESUELVE       TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTSODCON-FD (01:10).
           MOVE APR-SEQ                  TO REG-RPTSODCON-FD (13:07).
           MOVE APR-TIPO                 TO REG-RPTSODCON-FD (23:04).
           IF 88-APR-APROBADA
              MOVE 'APROBADA'            TO REG-RPTSODCON-FD (29:08)
           ELSE
              MOVE 'RECHAZADA'           TO REG-RPTSODCON-FD (29:09)
           END-IF.
           MOVE APR-USUARIO-SOLICITA     TO REG-RPTSODCON-FD (41:08).
           MOVE APR-USUARIO-RESUELVE     TO REG-RPTSODCON-FD (51:08).
           PERFORM 4100-LINEA-CONFLICTO.

       FIN-2120.
           EXIT.

      *------------------------------------------------------------
      * SD03: VENTAS A PLAZO DEL PERIODO CUYO VENDEDOR Y CLIENTE
      * SON EL MISMO LEGAJO
      *------------------------------------------------------------
       2200-VENTAS-PLAZO.
      *------------------

           MOVE 'SD03'                   TO WS-REGLA-BLOQUE.
           MOVE 'SD03 - VENTAS A PLAZO DEL VENDEDOR A SU PROPIA CUENTA'
                                         TO REG-RPTSODCON-FD (01:53).
           PERFORM 4000-ENCABEZADO-BLOQUE.

           IF NOT 88-REGLA-ACTIVA
              GO TO FIN-2200
           END-IF.

           MOVE 'FECHA'                  TO REG-RPTSODCON-FD (01:05).
           MOVE 'VENTA'                  TO REG-RPTSODCON-FD (13:05).
           MOVE 'VENDEDOR'               TO REG-RPTSODCON-FD (23:08).
           MOVE 'CLIENTE'                TO REG-RPTSODCON-FD (35:07).
           MOVE 'LEGAJO'                 TO REG-RPTSODCON-FD (51:06).
           MOVE 'NOMBRE'                 TO REG-RPTSODCON-FD (59:06).
           MOVE 'IMPORTE'                TO REG-RPTSODCON-FD (101:07).
           PERFORM 4600-WRITE-RPTSODCON.

           OPEN INPUT VENTAS.

           EVALUATE TRUE
               WHEN 88-FS-VENTAS-OK
                    PERFORM 2210-LEO-VENTAS
                    PERFORM UNTIL 88-FS-VENTAS-EOF
                       PERFORM 2220-EVALUO-VENTA THRU FIN-2220
                       PERFORM 2210-LEO-VENTAS
                    END-PERFORM
                    CLOSE VENTAS

               WHEN 88-FS-VENTAS-NOEXISTE
                    MOVE '  (SIN ARCHIVO VENTAS)'
                                         TO REG-RPTSODCON-FD (01:22)
                    PERFORM 4600-WRITE-RPTSODCON

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VENTAS'
                    DISPLAY 'FILE STATUS' FS-VENTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4200-PIE-BLOQUE.

       FIN-2200.
           EXIT.

       2210-LEO-VENTAS.
      *----------------

           MOVE SPACES TO REG-VENTAS.

           READ VENTAS INTO REG-VENTAS

           EVALUATE TRUE
               WHEN 88-FS-VENTAS-OK
                    ADD 1 TO WS-LEIDOS-VENTAS
               WHEN 88-FS-VENTAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VENTAS FS: ' FS-VENTAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-EVALUO-VENTA.
      *------------------

           IF NOT 88-VTA-VENTA OR NOT 88-VTA-A-PLAZO
              GO TO FIN-2220
           END-IF.

           MOVE 0                        TO WS-FECHA-EVIDENCIA.
           IF FECHA-VENTA (1:4) NUMERIC
           AND FECHA-VENTA (6:2) NUMERIC
           AND FECHA-VENTA (9:2) NUMERIC
              MOVE FECHA-VENTA (1:4)     TO WS-FECAUX-AAAA
              MOVE FECHA-VENTA (6:2)     TO WS-FECAUX-MM
              MOVE FECHA-VENTA (9:2)     TO WS-FECAUX-DD
              MOVE WS-FECHA-AUX          TO WS-FECHA-EVIDENCIA
           END-IF.

           IF WS-FECHA-EVIDENCIA < WS-FECHA-DESDE
           OR WS-FECHA-EVIDENCIA > WS-FECHA-PROCESO
              GO TO FIN-2220
           END-IF.

           ADD 1 TO WS-CANT-EVALUADOS.

           MOVE 'V'                      TO WS-ID1-TIPO.
           MOVE ID-VENDEDOR              TO WS-NUMERO-ED.
           MOVE WS-NUMERO-ED             TO WS-ID1-VALOR.
           MOVE 'L'                      TO WS-ID2-TIPO.
           MOVE ID-CLIENTE               TO WS-NUMERO-ED.
           MOVE WS-NUMERO-ED             TO WS-ID2-VALOR.
           PERFORM 2900-BUSCO-MISMO-LEGAJO.

           IF NOT 88-ID1-CON-LEGAJO
              ADD 1 TO WS-CANT-SIN-LEGAJO
              GO TO FIN-2220
           END-IF.

           IF WS-LEGAJO-CONFLICTO = 0
              GO TO FIN-2220
           END-IF.

           MOVE WS-FECHA-EVIDENCIA       TO WS-FECHA-ED.
           MOVE WS-FECHA-ED              TO REG-RPTSODCON-FD (01:10).
           MOVE VTA-NRO-VENTA            TO REG-RPTSODCON-FD (13:08).
           MOVE WS-ID1-VALOR             TO REG-RPTSODCON-FD (23:10).
           MOVE WS-ID2-VALOR             TO REG-RPTSODCON-FD (35:10).
           MOVE IMP-TOTAL                TO WS-IMP-VENTA-ED.
           MOVE WS-IMP-VENTA-ED          TO REG-RPTSODCON-FD (91:17).
           PERFORM 4100-LINEA-CONFLICTO.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * BUSCA UN LEGAJO QUE TENGA (O HAYA TENIDO) LAS DOS
      * IDENTIDADES. WS-ID1-CON-LEGAJO = 'S' SI LA PRIMERA TIENE AL
      * MENOS UN LEGAJO; SI NO, EL CASO NO SE PUEDE EVALUAR.
      *------------------------------------------------------------
       2900-BUSCO-MISMO-LEGAJO.
      *------------------------

           MOVE 'N'                      TO WS-ID1-CON-LEGAJO.
           MOVE 0                        TO WS-LEGAJO-CONFLICTO.

           PERFORM VARYING IDX-IDENT FROM 1 BY 1
                     UNTIL IDX-IDENT > WS-CANT-IDENTIDADES
                        OR WS-LEGAJO-CONFLICTO > 0
              IF WID-TIPO (IDX-IDENT)   = WS-ID1-TIPO
              AND WID-VALOR (IDX-IDENT) = WS-ID1-VALOR
                 MOVE 'S'                TO WS-ID1-CON-LEGAJO
                 PERFORM VARYING IDX-IDENT2 FROM 1 BY 1
                           UNTIL IDX-IDENT2 > WS-CANT-IDENTIDADES
                              OR WS-LEGAJO-CONFLICTO > 0
                    IF WID-TIPO (IDX-IDENT2)   = WS-ID2-TIPO
                    AND WID-VALOR (IDX-IDENT2) = WS-ID2-VALOR
                    AND WID-LEGAJO (IDX-IDENT2) = WID-LEGAJO (IDX-IDENT)
                       MOVE WID-LEGAJO (IDX-IDENT)
                         TO WS-LEGAJO-CONFLICTO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * TITULO DEL BLOQUE (YA ARMADO EN LA LINEA) Y ESTADO DE LA
      * REGLA EN LA MATRIZ
      *------------------------------------------------------------
       4000-ENCABEZADO-BLOQUE.
      *-----------------------

           PERFORM 4600-WRITE-RPTSODCON.

           MOVE 'N'                      TO WS-REGLA-ACTIVA.
           SET IDX-REGLA TO 1.
           SEARCH WMZ-TAB
               AT END
                    CONTINUE
               WHEN WMZ-REGLA (IDX-REGLA) = WS-REGLA-BLOQUE
                    MOVE WMZ-ACTIVA (IDX-REGLA) TO WS-REGLA-ACTIVA
           END-SEARCH.

           IF NOT 88-REGLA-ACTIVA
              MOVE '  (REGLA INACTIVA EN LA MATRIZ - NO SE EVALUA)'
                                         TO REG-RPTSODCON-FD (01:46)
              PERFORM 4600-WRITE-RPTSODCON
              PERFORM 4600-WRITE-RPTSODCON
           END-IF.

           MOVE 0 TO WS-CANT-EVALUADOS.
           MOVE 0 TO WS-CANT-BLOQUE.
           MOVE 0 TO WS-CANT-SIN-LEGAJO.

       FIN-4000.
           EXIT.

      *------------------------------------------------------------
      * LA EVIDENCIA YA ESTA EN LA LINEA; SE AGREGA EL LEGAJO Y SU
      * NOMBRE (EN CERO: MISMO USUARIO SIN LEGAJO)
      *------------------------------------------------------------
       4100-LINEA-CONFLICTO.
      *---------------------

           ADD 1 TO WS-CANT-BLOQUE.
           ADD 1 TO WS-CANT-CONFLICTOS.

           IF WS-LEGAJO-CONFLICTO = 0
              MOVE 'MISMO USUARIO, SIN LEGAJO'
                                         TO REG-RPTSODCON-FD (69:25)
           ELSE
              IF WS-REGLA-BLOQUE = 'SD02'
                 MOVE WS-LEGAJO-CONFLICTO TO REG-RPTSODCON-FD (61:06)
              ELSE
                 MOVE WS-LEGAJO-CONFLICTO TO REG-RPTSODCON-FD (51:06)
              END-IF
              PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                        UNTIL IDX-EMPLEADO > WS-CANT-EMPLEADOS
                 IF WEM-LEGAJO (IDX-EMPLEADO) = WS-LEGAJO-CONFLICTO
                    IF WS-REGLA-BLOQUE = 'SD02'
                       MOVE WEM-NOMBRE (IDX-EMPLEADO)
                         TO REG-RPTSODCON-FD (69:30)
                    ELSE
                       MOVE WEM-NOMBRE (IDX-EMPLEADO)
                         TO REG-RPTSODCON-FD (59:30)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM 4600-WRITE-RPTSODCON.

       FIN-4100.
           EXIT.

       4200-PIE-BLOQUE.
      *----------------

           IF WS-CANT-BLOQUE = 0
              MOVE '  (SIN CONFLICTOS)'  TO REG-RPTSODCON-FD (01:18)
              PERFORM 4600-WRITE-RPTSODCON
           END-IF.

           MOVE 'OPERACIONES EVALUADAS:'  TO REG-RPTSODCON-FD (01:22).
           MOVE WS-CANT-EVALUADOS        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTSODCON-FD (30:09).
           PERFORM 4600-WRITE-RPTSODCON.

           MOVE 'CONFLICTOS:'            TO REG-RPTSODCON-FD (01:11).
           MOVE WS-CANT-BLOQUE           TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTSODCON-FD (30:09).
           PERFORM 4600-WRITE-RPTSODCON.

           MOVE 'SIN LEGAJO (NO EVALUABLES):'
                                         TO REG-RPTSODCON-FD (01:27).
           MOVE WS-CANT-SIN-LEGAJO       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RPTSODCON-FD (30:09).
           PERFORM 4600-WRITE-RPTSODCON.
           PERFORM 4600-WRITE-RPTSODCON.

       FIN-4200.
           EXIT.

       4600-WRITE-RPTSODCON.
      *---------------------

           WRITE REG-RPTSODCON-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTSODCON-OK
                    ADD 1 TO WS-GRABADOS-RPTSODCON
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTSODCON FS: '
                                                        FS-RPTSODCON
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTSODCON-FD.

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

           CLOSE RPTSODCON.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMSODCON'             TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS = WS-LEIDOS-RECDIAR
                                 + WS-LEIDOS-PENDAPR
                                 + WS-LEIDOS-VENTAS.
           MOVE WS-GRABADOS-RPTSODCON   TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMSODCON             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-EMPLEADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. EMPLEADOS LEIDOS         : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-SUCHIST       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. HISTORIA SUCHIST LEIDA   : ' WS-CONTADOR-ED.
           MOVE WS-CANT-IDENTIDADES     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. IDENTIDADES CON LEGAJO   : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-RECDIAR       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECAUDACIONES LEIDAS     : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-PENDAPR       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. APROBACIONES LEIDAS      : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-VENTAS        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. VENTAS LEIDAS            : ' WS-CONTADOR-ED.
           MOVE WS-CANT-CONFLICTOS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. CONFLICTOS DETECTADOS    : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RPTSODCON   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS GRABADAS          : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMSODCON.
