       IDENTIFICATION DIVISION.

       PROGRAM-ID. FACCORP.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * FACTURA CONSOLIDADA MENSUAL DE TARJETAS CORPORATIVAS.
      * CORRE EN EL CIERRE MENSUAL, DESPUES DE GENTARJETAS: TOMA EL
      * MAESTRO CORPORATIVO (CORPNUE, VER WCORPORA.cpy) Y LOS SALDOS
      * DE CIERRE DEL CICLO (SALCIERRE) Y EMITE EN FACCORP UNA
      * FACTURA POR EMPRESA ACTIVA:
      *  - DATOS DE FACTURACION DE LA EMPRESA Y NUMERO DE FACTURA
      *    (PERIODO AAAAMM + EMPRESA).
      *  - DETALLE POR EMPLEADO AGRUPADO POR CUENTA CORPORATIVA
      *    (SALDO ANTERIOR, PAGOS, CARGOS Y SALDO DE CIERRE DE CADA
      *    TARJETA) CON EL SUBTOTAL DE CADA CUENTA.
      *  - TOTALES POR CENTRO DE COSTO.
      *  - TOTAL A PAGAR POR LA EMPRESA Y LA REFERENCIA DEL PAGO
      *    UNICO (EMPRESA + PERIODO) QUE PGMPAGCORP DISTRIBUYE ENTRE
      *    LAS TARJETAS.
      * GRABA EN FACCORPDET UN REGISTRO POR TARJETA FACTURADA (VER
      * WFACCORP.cpy). CADA EMPLEADO SIGUE RECIBIENDO SU RESUMEN
      * INDIVIDUAL DE GENTARJETAS. UNA TARJETA SIN SALDO DE CIERRE
      * EN EL CICLO NO SE FACTURA.
      * SALCIERRE SE VERIFICA COMPLETO (UTLCTLARC) ANTES DE FACTURAR.
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

           SELECT CORPNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPNUE.

           SELECT SALCIERRE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-SALCIERRE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALCIERRE.

           SELECT FACCORP       ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACCORP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACCORP.

           SELECT FACCORPDET    ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACCORPDET
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACCORPDET.

       DATA DIVISION.

       FILE SECTION.

       FD  CORPNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPNUE-FD                PIC X(150).

       FD  SALCIERRE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SALCIERRE-FD              PIC X(63).

       FD  FACCORP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACCORP-FD                PIC X(133).

       FD  FACCORPDET
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACCORPDET-FD             PIC X(80).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CORPNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALCIERRE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACCORP            PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACCORPDET         PIC X(128) VALUE SPACES.

       77  FS-CORPNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-CORPNUE-OK                      VALUE '00'.
           88 88-FS-CORPNUE-EOF                     VALUE '10'.
           88 88-FS-CORPNUE-NOEXISTE                VALUE '35'.

       77  FS-SALCIERRE                  PIC  X(02) VALUE ' '.
           88 88-FS-SALCIERRE-OK                    VALUE '00'.
           88 88-FS-SALCIERRE-EOF                   VALUE '10'.
           88 88-FS-SALCIERRE-NOEXISTE              VALUE '35'.

       77  FS-FACCORP                    PIC  X(02) VALUE ' '.
           88 88-FS-FACCORP-OK                      VALUE '00'.

       77  FS-FACCORPDET                 PIC  X(02) VALUE ' '.
           88 88-FS-FACCORPDET-OK                   VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-PERIODO                    PIC  9(06) VALUE 0.

      *------------------------------------------------------
      * MAESTRO CORPORATIVO ACTIVO EN MEMORIA. LAS TARJETAS
      * LLEVAN EL SALDO DEL CICLO TOMADO DE SALCIERRE.
      *------------------------------------------------------
       77  WCN-TOPE-CORP                 PIC  9(05) VALUE 10000.
       77  WS-CANT-CORP                  PIC  9(05) VALUE 0.
       01  WS-TABLA-CORP.
           05 WS-CORP-TAB OCCURS 10000 TIMES
                          INDEXED BY IDX-COR IDX-CTA IDX-TAR.
              10 WCO-REGISTRO            PIC  X(150).
              10 WCO-TIENE-SALDO         PIC  X(01).
                 88 88-WCO-TIENE-SALDO              VALUE 'S'.
              10 WCO-SALDO-ANTERIOR      PIC S9(09)V99.
              10 WCO-PAGOS-MES           PIC  9(09)V99.
              10 WCO-CARGOS-MES          PIC  9(09)V99.
              10 WCO-SALDO-CIERRE        PIC S9(09)V99.

      *------------------------------------------------------
      * VISTA DE UNA ENTRADA DE LA TABLA PARA LOS CORTES
      * (MISMO LAYOUT QUE WCORPORA)
      *------------------------------------------------------
       01  WS-CORP-VISTA.
           03 WCV-ID-EMPRESA             PIC  9(06).
           03 WCV-TIPO                   PIC  X(01).
           03 WCV-SUBCLAVE               PIC  X(19).
           03 FILLER                     PIC  X(25).
           03 WCV-TAR-NRO-CUENTA         PIC  9(08).
           03 WCV-TAR-CCOSTO             PIC  X(06).
           03 FILLER                     PIC  X(85).

      *------------------------------------------------------
      * TOTALES POR CENTRO DE COSTO DE LA EMPRESA EN CURSO
      *------------------------------------------------------
       77  WCN-TOPE-CCO                  PIC  9(03) VALUE 500.
       77  WS-CANT-CCO                   PIC  9(03) VALUE 0.
       01  WS-TABLA-CCO.
           05 WS-CCO-TAB OCCURS 500 TIMES
                         INDEXED BY IDX-CCO.
              10 WCC-CCOSTO              PIC  X(06).
              10 WCC-DESCRIPCION         PIC  X(30).
              10 WCC-CANT                PIC  9(05).
              10 WCC-SALDO-ANTERIOR      PIC S9(11)V99.
              10 WCC-PAGOS-MES           PIC  9(11)V99.
              10 WCC-CARGOS-MES          PIC  9(11)V99.
              10 WCC-SALDO-CIERRE        PIC S9(11)V99.

      *------------------------------------------------------
      * ACUMULADORES DE CUENTA Y DE EMPRESA
      *------------------------------------------------------
       01  WS-TOTALES-CUENTA.
           03 WTC-CANT                   PIC  9(05).
           03 WTC-SALDO-ANTERIOR         PIC S9(11)V99.
           03 WTC-PAGOS-MES              PIC  9(11)V99.
           03 WTC-CARGOS-MES             PIC  9(11)V99.
           03 WTC-SALDO-CIERRE           PIC S9(11)V99.

       01  WS-TOTALES-EMPRESA.
           03 WTE-CANT                   PIC  9(05).
           03 WTE-SALDO-ANTERIOR         PIC S9(11)V99.
           03 WTE-PAGOS-MES              PIC  9(11)V99.
           03 WTE-CARGOS-MES             PIC  9(11)V99.
           03 WTE-SALDO-CIERRE           PIC S9(11)V99.

       01  WS-DATOS-EMPRESA.
           03 WS-EMP-ID                  PIC  9(06).
           03 WS-EMP-RAZON-SOCIAL        PIC  X(40).
           03 WS-EMP-CUIT                PIC  9(11).
           03 WS-EMP-DOMICILIO           PIC  X(40).

       01  WS-NRO-FACTURA.
           03 WS-FAC-PERIODO             PIC  9(06).
           03 FILLER                     PIC  X(01) VALUE '-'.
           03 WS-FAC-EMPRESA             PIC  9(06).

       77  WS-CTA-NRO                    PIC  9(08) VALUE 0.
       77  WS-CCOSTO-BUSCA               PIC  X(06) VALUE SPACES.

       77  WS-LEIDOS-CORPNUE             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-SALCIERRE           PIC  9(09) VALUE 0.
       77  WS-EMPRESAS-FACTURADAS        PIC  9(09) VALUE 0.
       77  WS-TARJETAS-FACTURADAS        PIC  9(09) VALUE 0.
       77  WS-TARJETAS-SIN-SALDO         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-FACCORP           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-FACCORPDET        PIC  9(09) VALUE 0.
       77  WS-IMPORTE-FACTURADO          PIC S9(13)V99 VALUE 0.

       77  WS-SALDO-ED                   PIC  -ZZZ.ZZZ.ZZ9,99.
       77  WS-IMPORTE-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                   PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CANT-ED                    PIC  ZZZZ9.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       COPY WCORPORA.

       COPY WSALTAR.

       COPY WFACCORP.

       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE SALCIERRE
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-FACTURO-EMPRESA THRU FIN-2000
             VARYING IDX-COR FROM 1 BY 1
               UNTIL IDX-COR > WS-CANT-CORP.

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
           MOVE WS-FECHA-PROCESO (1:6)   TO WS-PERIODO.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-SALCIERRE.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-CORPORATIVO.
           PERFORM 1030-CARGO-SALDOS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CORPNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPNUE

           MOVE 'SALCIERRE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SALCIERRE

           MOVE 'FACCORP'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACCORP

           MOVE 'FACCORPDET'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACCORPDET.

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

      *------------------------------------------------------------
      * SALCIERRE SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE FACTURAR. EL RECHAZO YA
      * QUEDO REGISTRADO POR UTLCTLARC.
      *------------------------------------------------------------
       1008-CONTROLO-SALCIERRE.
      *------------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'FACCORP'              TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN OUTPUT FACCORP

           EVALUATE TRUE
               WHEN 88-FS-FACCORP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACCORP'
                    DISPLAY 'FILE STATUS' FS-FACCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT FACCORPDET

           EVALUATE TRUE
               WHEN 88-FS-FACCORPDET-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACCORPDET'
                    DISPLAY 'FILE STATUS' FS-FACCORPDET
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SOLO LOS REGISTROS ACTIVOS: LO DADO DE BAJA NO SE FACTURA
      *------------------------------------------------------------
       1020-CARGO-CORPORATIVO.
      *-----------------------

           OPEN INPUT CORPNUE.

           EVALUATE TRUE
               WHEN 88-FS-CORPNUE-OK
                    PERFORM 1021-LEO-CORPNUE
                    PERFORM UNTIL 88-FS-CORPNUE-EOF
                       IF 88-COR-ACTIVO
                          PERFORM 1022-AGREGO-CORPORATIVO
                       END-IF
                       PERFORM 1021-LEO-CORPNUE
                    END-PERFORM
                    CLOSE CORPNUE

               WHEN 88-FS-CORPNUE-NOEXISTE
                    DISPLAY 'CORPNUE INEXISTENTE - SIN EMPRESAS A '
                            'FACTURAR'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPNUE'
                    DISPLAY 'FILE STATUS' FS-CORPNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CORPNUE.
      *-----------------

           INITIALIZE REG-CORPORATIVO.

           READ CORPNUE INTO REG-CORPORATIVO

           EVALUATE TRUE
               WHEN 88-FS-CORPNUE-OK
                    ADD 1 TO WS-LEIDOS-CORPNUE
               WHEN 88-FS-CORPNUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CORPNUE FS: ' FS-CORPNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-AGREGO-CORPORATIVO.
      *------------------------

           IF WS-CANT-CORP NOT < WCN-TOPE-CORP
              DISPLAY 'TABLA CORPORATIVA COMPLETA - SE '
                      'CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-CORP.
           MOVE REG-CORPORATIVO TO WCO-REGISTRO       (WS-CANT-CORP).
           MOVE 'N'             TO WCO-TIENE-SALDO    (WS-CANT-CORP).
           MOVE 0               TO WCO-SALDO-ANTERIOR (WS-CANT-CORP)
                                   WCO-PAGOS-MES      (WS-CANT-CORP)
                                   WCO-CARGOS-MES     (WS-CANT-CORP)
                                   WCO-SALDO-CIERRE   (WS-CANT-CORP).

       FIN-1022.
           EXIT.

      *------------------------------------------------------------
      * SALDOS DEL CICLO DE LAS TARJETAS CORPORATIVAS ACTIVAS
      *------------------------------------------------------------
       1030-CARGO-SALDOS.
      *------------------

           OPEN INPUT SALCIERRE.

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    PERFORM 1031-LEO-SALCIERRE
                    PERFORM UNTIL 88-FS-SALCIERRE-EOF
                       PERFORM 1032-UBICO-TARJETA
                       PERFORM 1031-LEO-SALCIERRE
                    END-PERFORM
                    CLOSE SALCIERRE

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALCIERRE'
                    DISPLAY 'FILE STATUS' FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-SALCIERRE.
      *-------------------

           INITIALIZE REG-SALTAR.

           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS POR UTLCTLARC.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-LEIDOS-SALCIERRE
               WHEN 88-FS-SALCIERRE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SALCIERRE FS: '
                                                     FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1031.
           EXIT.

       1032-UBICO-TARJETA.
      *-------------------

           SET IDX-COR TO 1.

           SEARCH WS-CORP-TAB
               AT END
                  CONTINUE
               WHEN IDX-COR > WS-CANT-CORP
                  CONTINUE
               WHEN WCO-REGISTRO (IDX-COR) (7:1) = '4'
                AND WCO-REGISTRO (IDX-COR) (8:19) = SAL-NRO-TARJETA
                  MOVE 'S'              TO WCO-TIENE-SALDO (IDX-COR)
                  MOVE SAL-SALDO-ANTERIOR
                                      TO WCO-SALDO-ANTERIOR (IDX-COR)
                  MOVE SAL-PAGOS-MES  TO WCO-PAGOS-MES      (IDX-COR)
                  MOVE SAL-CARGOS-MES TO WCO-CARGOS-MES     (IDX-COR)
                  MOVE SAL-SALDO-CIERRE
                                      TO WCO-SALDO-CIERRE   (IDX-COR)
           END-SEARCH.

       FIN-1032.
           EXIT.

      *------------------------------------------------------------
      * UNA FACTURA POR CADA EMPRESA ACTIVA DE LA TABLA
      *------------------------------------------------------------
       2000-FACTURO-EMPRESA.
      *---------------------

           MOVE WCO-REGISTRO (IDX-COR)   TO REG-CORPORATIVO.

           IF NOT 88-COR-EMPRESA
              GO TO FIN-2000
           END-IF.

           MOVE COR-ID-EMPRESA           TO WS-EMP-ID.
           MOVE COR-RAZON-SOCIAL         TO WS-EMP-RAZON-SOCIAL.
           MOVE COR-CUIT                 TO WS-EMP-CUIT.
           MOVE COR-DOMICILIO            TO WS-EMP-DOMICILIO.

           MOVE WS-PERIODO               TO WS-FAC-PERIODO.
           MOVE WS-EMP-ID                TO WS-FAC-EMPRESA.

           INITIALIZE WS-TOTALES-EMPRESA.
           PERFORM 2050-ARMO-CENTROS-COSTO.

           PERFORM 4000-ENCABEZADO-FACTURA.

           PERFORM 2100-FACTURO-CUENTA THRU FIN-2100
             VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WS-CANT-CORP.

           PERFORM 4300-TOTALES-CENTRO-COSTO.
           PERFORM 4400-TOTAL-EMPRESA.

           ADD 1                         TO WS-EMPRESAS-FACTURADAS.
           ADD WTE-SALDO-CIERRE          TO WS-IMPORTE-FACTURADO.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * CENTROS DE COSTO ACTIVOS DE LA EMPRESA, EN CERO
      *------------------------------------------------------------
       2050-ARMO-CENTROS-COSTO.
      *------------------------

           MOVE 0 TO WS-CANT-CCO.

           PERFORM VARYING IDX-TAR FROM 1 BY 1
                     UNTIL IDX-TAR > WS-CANT-CORP
              MOVE WCO-REGISTRO (IDX-TAR) TO WS-CORP-VISTA
              IF WCV-ID-EMPRESA = WS-EMP-ID
                 AND WCV-TIPO = '3'
                 AND WS-CANT-CCO < WCN-TOPE-CCO
                 MOVE WCO-REGISTRO (IDX-TAR) TO REG-CORPORATIVO
                 ADD 1 TO WS-CANT-CCO
                 INITIALIZE WS-CCO-TAB (WS-CANT-CCO)
                 MOVE COR-SUBCLAVE (1:6) TO WCC-CCOSTO (WS-CANT-CCO)
                 MOVE COR-CCO-DESCRIPCION
                                    TO WCC-DESCRIPCION (WS-CANT-CCO)
              END-IF
           END-PERFORM.

       FIN-2050.
           EXIT.

      *------------------------------------------------------------
      * DETALLE DE LOS EMPLEADOS DE UNA CUENTA CORPORATIVA
      *------------------------------------------------------------
       2100-FACTURO-CUENTA.
      *--------------------

           MOVE WCO-REGISTRO (IDX-CTA)   TO REG-CORPORATIVO.

           IF COR-ID-EMPRESA NOT = WS-EMP-ID
              OR NOT 88-COR-CUENTA
              GO TO FIN-2100
           END-IF.

           MOVE COR-SUBCLAVE (1:8)       TO WS-CTA-NRO.
           INITIALIZE WS-TOTALES-CUENTA.

           PERFORM 4100-ENCABEZADO-CUENTA.

           PERFORM 2200-FACTURO-TARJETA THRU FIN-2200
             VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > WS-CANT-CORP.

           PERFORM 4200-SUBTOTAL-CUENTA.

           ADD WTC-CANT                  TO WTE-CANT.
           ADD WTC-SALDO-ANTERIOR        TO WTE-SALDO-ANTERIOR.
           ADD WTC-PAGOS-MES             TO WTE-PAGOS-MES.
           ADD WTC-CARGOS-MES            TO WTE-CARGOS-MES.
           ADD WTC-SALDO-CIERRE          TO WTE-SALDO-CIERRE.

       FIN-2100.
           EXIT.

       2200-FACTURO-TARJETA.
      *---------------------

           MOVE WCO-REGISTRO (IDX-TAR)   TO WS-CORP-VISTA.

           IF WCV-ID-EMPRESA NOT = WS-EMP-ID
              OR WCV-TIPO NOT = '4'
              OR WCV-TAR-NRO-CUENTA NOT = WS-CTA-NRO
              GO TO FIN-2200
           END-IF.

           IF NOT 88-WCO-TIENE-SALDO (IDX-TAR)
              ADD 1 TO WS-TARJETAS-SIN-SALDO
              GO TO FIN-2200
           END-IF.

           MOVE WCO-REGISTRO (IDX-TAR)   TO REG-CORPORATIVO.

           ADD 1                         TO WTC-CANT.
           ADD WCO-SALDO-ANTERIOR (IDX-TAR) TO WTC-SALDO-ANTERIOR.
           ADD WCO-PAGOS-MES      (IDX-TAR) TO WTC-PAGOS-MES.
           ADD WCO-CARGOS-MES     (IDX-TAR) TO WTC-CARGOS-MES.
           ADD WCO-SALDO-CIERRE   (IDX-TAR) TO WTC-SALDO-CIERRE.

           PERFORM 2210-ACUMULO-CENTRO-COSTO.
           PERFORM 4110-LINEA-EMPLEADO.
           PERFORM 2300-GRABO-DETALLE.

           ADD 1                         TO WS-TARJETAS-FACTURADAS.

       FIN-2200.
           EXIT.

       2210-ACUMULO-CENTRO-COSTO.
      *--------------------------

           MOVE COR-TAR-CCOSTO           TO WS-CCOSTO-BUSCA.

           SET IDX-CCO TO 1.

           SEARCH WS-CCO-TAB
               AT END
                  CONTINUE
               WHEN IDX-CCO > WS-CANT-CCO
                  CONTINUE
               WHEN WCC-CCOSTO (IDX-CCO) = WS-CCOSTO-BUSCA
                  ADD 1 TO WCC-CANT (IDX-CCO)
                  ADD WCO-SALDO-ANTERIOR (IDX-TAR)
                                  TO WCC-SALDO-ANTERIOR (IDX-CCO)
                  ADD WCO-PAGOS-MES (IDX-TAR)
                                  TO WCC-PAGOS-MES (IDX-CCO)
                  ADD WCO-CARGOS-MES (IDX-TAR)
                                  TO WCC-CARGOS-MES (IDX-CCO)
                  ADD WCO-SALDO-CIERRE (IDX-TAR)
                                  TO WCC-SALDO-CIERRE (IDX-CCO)
           END-SEARCH.

       FIN-2210.
           EXIT.

       2300-GRABO-DETALLE.
      *-------------------

           MOVE SPACES                   TO REG-FACCORP.
           MOVE WS-EMP-ID                TO FCD-ID-EMPRESA.
           MOVE WS-PERIODO               TO FCD-PERIODO.
           MOVE COR-SUBCLAVE             TO FCD-NRO-TARJETA.
           MOVE COR-TAR-NRO-CUENTA       TO FCD-NRO-CUENTA.
           MOVE COR-TAR-CCOSTO           TO FCD-CCOSTO.
           MOVE WCO-SALDO-CIERRE (IDX-TAR) TO FCD-SALDO-CIERRE.

           WRITE REG-FACCORPDET-FD FROM REG-FACCORP.

           EVALUATE TRUE
               WHEN 88-FS-FACCORPDET-OK
                    ADD 1 TO WS-GRABADOS-FACCORPDET
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE FACCORPDET FS: '
                                                        FS-FACCORPDET
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * FACTURA CONSOLIDADA
      *------------------------------------------------------------
       4000-ENCABEZADO-FACTURA.
      *------------------------

           MOVE SPACES                   TO REG-FACCORP-FD.
           MOVE ALL '='                  TO REG-FACCORP-FD (01:130).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'FACTURA CONSOLIDADA DE TARJETAS CORPORATIVAS'
                                         TO REG-FACCORP-FD (01:44).
           MOVE 'FACTURA NRO:'           TO REG-FACCORP-FD (90:12).
           MOVE WS-NRO-FACTURA           TO REG-FACCORP-FD (103:13).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'PERIODO:'               TO REG-FACCORP-FD (01:08).
           MOVE WS-PERIODO               TO REG-FACCORP-FD (10:06).
           MOVE 'FECHA DE EMISION:'      TO REG-FACCORP-FD (90:17).
           MOVE WS-FECHA-PROCESO         TO REG-FACCORP-FD (108:08).
           PERFORM 4600-WRITE-FACCORP.
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'EMPRESA  :'             TO REG-FACCORP-FD (01:10).
           MOVE WS-EMP-ID                TO REG-FACCORP-FD (12:06).
           MOVE WS-EMP-RAZON-SOCIAL      TO REG-FACCORP-FD (20:40).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'CUIT     :'             TO REG-FACCORP-FD (01:10).
           MOVE WS-EMP-CUIT              TO REG-FACCORP-FD (12:11).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'DOMICILIO:'             TO REG-FACCORP-FD (01:10).
           MOVE WS-EMP-DOMICILIO         TO REG-FACCORP-FD (12:40).
           PERFORM 4600-WRITE-FACCORP.

       FIN-4000.
           EXIT.

       4100-ENCABEZADO-CUENTA.
      *-----------------------

           PERFORM 4600-WRITE-FACCORP.
           MOVE 'CUENTA CORPORATIVA:'    TO REG-FACCORP-FD (01:19).
           MOVE WS-CTA-NRO               TO REG-FACCORP-FD (21:08).
           MOVE COR-CTA-DESCRIPCION      TO REG-FACCORP-FD (30:30).
           MOVE 'RESPONSABLE:'           TO REG-FACCORP-FD (62:12).
           MOVE COR-CTA-RESPONSABLE      TO REG-FACCORP-FD (75:30).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'LEGAJO'                 TO REG-FACCORP-FD (01:06).
           MOVE 'EMPLEADO'               TO REG-FACCORP-FD (12:08).
           MOVE 'TARJETA'                TO REG-FACCORP-FD (43:07).
           MOVE 'C.COSTO'                TO REG-FACCORP-FD (63:07).
           MOVE 'SALDO ANTERIOR'         TO REG-FACCORP-FD (71:14).
           MOVE 'PAGOS'                  TO REG-FACCORP-FD (95:05).
           MOVE 'CARGOS'                 TO REG-FACCORP-FD (109:06).
           MOVE 'SALDO CIERRE'           TO REG-FACCORP-FD (119:12).
           PERFORM 4600-WRITE-FACCORP.

       FIN-4100.
           EXIT.

       4110-LINEA-EMPLEADO.
      *--------------------

           MOVE COR-TAR-LEGAJO           TO REG-FACCORP-FD (01:10).
           MOVE COR-TAR-EMPLEADO         TO REG-FACCORP-FD (12:30).

           MOVE COR-SUBCLAVE             TO UTLMASK-TARJETA.
           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-TARJETA-MASC     TO REG-FACCORP-FD (43:19).

           MOVE COR-TAR-CCOSTO           TO REG-FACCORP-FD (63:06).
           MOVE WCO-SALDO-ANTERIOR (IDX-TAR) TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (70:15).
           MOVE WCO-PAGOS-MES (IDX-TAR)  TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (86:14).
           MOVE WCO-CARGOS-MES (IDX-TAR) TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (101:14).
           MOVE WCO-SALDO-CIERRE (IDX-TAR) TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (116:15).
           PERFORM 4600-WRITE-FACCORP.

       FIN-4110.
           EXIT.

       4200-SUBTOTAL-CUENTA.
      *---------------------

           IF WTC-CANT = 0
              MOVE '(SIN TARJETAS FACTURADAS EN LA CUENTA)'
                                         TO REG-FACCORP-FD (12:38)
              PERFORM 4600-WRITE-FACCORP
           END-IF.

           MOVE 'SUBTOTAL CUENTA'        TO REG-FACCORP-FD (43:15).
           MOVE WS-CTA-NRO               TO REG-FACCORP-FD (59:08).
           MOVE WTC-SALDO-ANTERIOR       TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (70:15).
           MOVE WTC-PAGOS-MES            TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (86:14).
           MOVE WTC-CARGOS-MES           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (101:14).
           MOVE WTC-SALDO-CIERRE         TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (116:15).
           PERFORM 4600-WRITE-FACCORP.

       FIN-4200.
           EXIT.

       4300-TOTALES-CENTRO-COSTO.
      *--------------------------

           PERFORM 4600-WRITE-FACCORP.
           MOVE 'TOTALES POR CENTRO DE COSTO'
                                         TO REG-FACCORP-FD (01:27).
           PERFORM 4600-WRITE-FACCORP.
           MOVE 'C.COSTO'                TO REG-FACCORP-FD (01:07).
           MOVE 'DESCRIPCION'            TO REG-FACCORP-FD (12:11).
           MOVE 'TARJETAS'               TO REG-FACCORP-FD (55:08).
           MOVE 'SALDO ANTERIOR'         TO REG-FACCORP-FD (71:14).
           MOVE 'PAGOS'                  TO REG-FACCORP-FD (95:05).
           MOVE 'CARGOS'                 TO REG-FACCORP-FD (109:06).
           MOVE 'SALDO CIERRE'           TO REG-FACCORP-FD (119:12).
           PERFORM 4600-WRITE-FACCORP.

           PERFORM VARYING IDX-CCO FROM 1 BY 1
                     UNTIL IDX-CCO > WS-CANT-CCO
              IF WCC-CANT (IDX-CCO) > 0
                 MOVE WCC-CCOSTO (IDX-CCO)  TO REG-FACCORP-FD (01:06)
                 MOVE WCC-DESCRIPCION (IDX-CCO)
                                         TO REG-FACCORP-FD (12:30)
                 MOVE WCC-CANT (IDX-CCO)    TO WS-CANT-ED
                 MOVE WS-CANT-ED            TO REG-FACCORP-FD (58:05)
                 MOVE WCC-SALDO-ANTERIOR (IDX-CCO) TO WS-SALDO-ED
                 MOVE WS-SALDO-ED           TO REG-FACCORP-FD (70:15)
                 MOVE WCC-PAGOS-MES (IDX-CCO)      TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED        TO REG-FACCORP-FD (86:14)
                 MOVE WCC-CARGOS-MES (IDX-CCO)     TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED       TO REG-FACCORP-FD (101:14)
                 MOVE WCC-SALDO-CIERRE (IDX-CCO)   TO WS-SALDO-ED
                 MOVE WS-SALDO-ED         TO REG-FACCORP-FD (116:15)
                 PERFORM 4600-WRITE-FACCORP
              END-IF
           END-PERFORM.

       FIN-4300.
           EXIT.

      *------------------------------------------------------------
      * TOTAL DE LA EMPRESA Y REFERENCIA DEL PAGO UNICO
      *------------------------------------------------------------
       4400-TOTAL-EMPRESA.
      *-------------------

           PERFORM 4600-WRITE-FACCORP.
           MOVE 'TOTAL EMPRESA'          TO REG-FACCORP-FD (43:13).
           MOVE WTE-CANT                 TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-FACCORP-FD (58:05).
           MOVE WTE-SALDO-ANTERIOR       TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (70:15).
           MOVE WTE-PAGOS-MES            TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (86:14).
           MOVE WTE-CARGOS-MES           TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-FACCORP-FD (101:14).
           MOVE WTE-SALDO-CIERRE         TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-FACCORP-FD (116:15).
           PERFORM 4600-WRITE-FACCORP.
           PERFORM 4600-WRITE-FACCORP.

           IF WTE-SALDO-CIERRE > 0
              MOVE 'TOTAL A PAGAR POR LA EMPRESA'
                                         TO REG-FACCORP-FD (01:28)
              MOVE WTE-SALDO-CIERRE      TO WS-TOTAL-ED
              MOVE WS-TOTAL-ED           TO REG-FACCORP-FD (30:21)
              PERFORM 4600-WRITE-FACCORP
              MOVE 'ABONAR EN UN UNICO PAGO POR TODAS LAS TARJETAS '
                                         TO REG-FACCORP-FD (01:47)
              MOVE 'CON LA REFERENCIA EMPRESA'
                                         TO REG-FACCORP-FD (48:25)
              MOVE WS-EMP-ID             TO REG-FACCORP-FD (74:06)
              MOVE 'PERIODO'             TO REG-FACCORP-FD (81:07)
              MOVE WS-PERIODO            TO REG-FACCORP-FD (89:06)
              PERFORM 4600-WRITE-FACCORP
           ELSE
              MOVE 'SIN SALDO A PAGAR EN EL PERIODO'
                                         TO REG-FACCORP-FD (01:31)
              PERFORM 4600-WRITE-FACCORP
           END-IF.

           PERFORM 4600-WRITE-FACCORP.

       FIN-4400.
           EXIT.

       4600-WRITE-FACCORP.
      *-------------------

           WRITE REG-FACCORP-FD.

           EVALUATE TRUE
               WHEN 88-FS-FACCORP-OK
                    ADD 1 TO WS-GRABADOS-FACCORP
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE FACCORP FS: ' FS-FACCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-FACCORP-FD.

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

           CLOSE FACCORP
                 FACCORPDET.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'FACCORP'               TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-SALCIERRE     TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-FACCORPDET  TO RUNCTL-GRABADOS.
           MOVE WS-IMPORTE-FACTURADO    TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: FACCORP               '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CORPNUE       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGISTROS CORPORATIVOS   : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-SALCIERRE     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SALDOS LEIDOS            : ' WS-CONTADOR-ED.
           MOVE WS-EMPRESAS-FACTURADAS  TO WS-CONTADOR-ED.
           DISPLAY 'EMPRESAS FACTURADAS            : ' WS-CONTADOR-ED.
           MOVE WS-TARJETAS-FACTURADAS  TO WS-CONTADOR-ED.
           DISPLAY 'TARJETAS FACTURADAS            : ' WS-CONTADOR-ED.
           MOVE WS-TARJETAS-SIN-SALDO   TO WS-CONTADOR-ED.
           DISPLAY 'TARJETAS SIN SALDO EN EL CICLO : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-FACTURADO    TO WS-TOTAL-ED.
           DISPLAY 'IMPORTE FACTURADO     : ' WS-TOTAL-ED.
           MOVE WS-GRABADOS-FACCORP     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LINEAS FACTURA           : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM FACCORP.
