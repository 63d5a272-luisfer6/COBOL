       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMCOBRED.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * IMPORTACION DE LAS COBRANZAS DE LAS REDES DE COBRO EXTERNAS
      * (PAGO FACIL, RAPIPAGO, COBRO EXPRESS). LOS ARCHIVOS DIARIOS
      * DE LAS REDES SE CARGABAN A MANO EN LA CAJA. ESTE PROGRAMA LEE
      * EL ARCHIVO DE COBRANZAS DEL DIA (COBRED, UNA TANDA HEADER /
      * TRAILER POR RED, VER WCOBRED.cpy), VERIFICADO COMPLETO ANTES
      * DE PROCESAR (UTLCTLARC), Y POR CADA COBRO VALIDO:
      *  - GRABA LA RECAUDACION EN RECDIAR A NOMBRE DEL CAJERO
      *    VIRTUAL DE REDES (88-REC-CAJERO-REDES, QUE DEBE ESTAR
      *    ACTIVO EN EL MAESTRO DE CAJEROS) CON UN CONCEPTO PROPIO
      *    POR TIPO DE PAGO ('RDTA' TARJETA, 'RDPA' PATENTE, 'RDCC'
      *    CUENTA CORRIENTE), SIN RECIBO OFICIAL
      *  - LO IMPUTA AL SUBLEDGER QUE CORRESPONDE: PAGOS (CANAL 'RC',
      *    COMO UNA TANDA CON HEADER Y TRAILER, VER UTLCTLARC) PARA
      *    TARJETAS, PATPAGO PARA PATENTE Y CTAPAG PARA CUENTA
      *    CORRIENTE. LOS TRES ARCHIVOS SON COMPARTIDOS Y SE AGREGAN
      *    AL FINAL.
      * LA COMISION QUE INFORMA LA RED EN CADA COBRO SE CONTROLA
      * CONTRA LA TASA PACTADA (TABLA DE REDES DE ESTE PROGRAMA); LAS
      * DIFERENCIAS SE LISTAN EN RPTCOBRED PARA EL RECLAMO. POR RED Y
      * FECHA DE ACREDITACION SE GRABA EN LIQRED EL NETO QUE LA RED
      * DEBE ACREDITAR (BRUTO MENOS COMISION), QUE PGMEXTRACTO APAREA
      * CONTRA LOS MOVIMIENTOS 'RC' DEL EXTRACTO BANCARIO.
      * LOS COBROS QUE NO SE PUEDEN IMPUTAR SALEN EN RPTCOBRED CON SU
      * MOTIVO PARA IMPUTACION MANUAL; IGUAL CUENTAN EN LA
      * ACREDITACION ESPERADA PORQUE LA RED LOS LIQUIDA.
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

           SELECT COBRED        ASSIGN       TO
                                 DYNAMIC WS-ARCH-COBRED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-COBRED.

           SELECT CAJEROS       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAJEROS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAJEROS.

           SELECT RECDIAR       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECDIAR
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECDIAR.

      *    LOS PAGOS DE TARJETA SE AGREGAN A LA ENTRADA COMUN
      *    DE PAGOS QUE CONSUME PGMPAGOS (LOGICO PAGOS).
           SELECT PAGOSRED      ASSIGN       TO
                                 DYNAMIC WS-ARCH-PAGOSRED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PAGOSRED.

           SELECT PATPAGO       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PATPAGO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PATPAGO.

           SELECT CTAPAG        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CTAPAG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTAPAG.

           SELECT LIQRED        ASSIGN       TO
                                 DYNAMIC WS-ARCH-LIQRED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIQRED.

           SELECT RPTCOBRED     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTCOBRED
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTCOBRED.

       DATA DIVISION.

       FILE SECTION.

       FD  COBRED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COBRED-FD                 PIC X(80).

       FD  CAJEROS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAJEROS-FD                PIC X(38).

       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  RECAUDACION-FD                PIC X(59).

       FD  PAGOSRED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PAGOSRED-FD               PIC X(40).

       FD  PATPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PATPAGO-FD                PIC X(47).

       FD  CTAPAG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTAPAG-FD                 PIC X(39).

       FD  LIQRED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIQRED-FD                 PIC X(60).

       FD  RPTCOBRED
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTCOBRED-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-COBRED             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAJEROS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECDIAR            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PAGOSRED           PIC X(128) VALUE SPACES.
       77  WS-ARCH-PATPAGO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CTAPAG             PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIQRED             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTCOBRED          PIC X(128) VALUE SPACES.

       77  FS-COBRED                     PIC  X(02) VALUE ' '.
           88 88-FS-COBRED-OK                       VALUE '00'.
           88 88-FS-COBRED-EOF                      VALUE '10'.

       77  FS-CAJEROS                    PIC  X(02) VALUE ' '.
           88 88-FS-CAJEROS-OK                      VALUE '00'.
           88 88-FS-CAJEROS-EOF                     VALUE '10'.

       77  FS-RECDIAR                    PIC  X(02) VALUE ' '.
           88 88-FS-RECDIAR-OK                      VALUE '00'.
           88 88-FS-RECDIAR-NOEXISTE                VALUE '35'.

       77  FS-PAGOSRED                   PIC  X(02) VALUE ' '.
           88 88-FS-PAGOSRED-OK                     VALUE '00'.
           88 88-FS-PAGOSRED-NOEXISTE               VALUE '35'.

       77  FS-PATPAGO                    PIC  X(02) VALUE ' '.
           88 88-FS-PATPAGO-OK                      VALUE '00'.
           88 88-FS-PATPAGO-NOEXISTE                VALUE '35'.

       77  FS-CTAPAG                     PIC  X(02) VALUE ' '.
           88 88-FS-CTAPAG-OK                       VALUE '00'.
           88 88-FS-CTAPAG-NOEXISTE                 VALUE '35'.

       77  FS-LIQRED                     PIC  X(02) VALUE ' '.
           88 88-FS-LIQRED-OK                       VALUE '00'.

       77  FS-RPTCOBRED                  PIC  X(02) VALUE ' '.
           88 88-FS-RPTCOBRED-OK                    VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * REDES DE COBRANZA HABILITADAS:
      * CODIGO (2) + NOMBRE (18) + TASA DE COMISION PACTADA
      * SOBRE EL IMPORTE COBRADO (9V9999).
      *------------------------------------------------------
       01  WCN-REDES-AREA.
           05 FILLER            PIC X(24) VALUE
                                'PFPAGO FACIL        0150'.
           05 FILLER            PIC X(24) VALUE
                                'RPRAPIPAGO          0140'.
           05 FILLER            PIC X(24) VALUE
                                'CECOBRO EXPRESS     0160'.
       01  WCN-REDES-TAB REDEFINES WCN-REDES-AREA.
           05 WCN-RED OCCURS 3 TIMES
                      INDEXED BY IDX-RED.
              10 WRE-CODIGO              PIC  X(02).
              10 WRE-NOMBRE              PIC  X(18).
              10 WRE-TASA                PIC  9V9999.
       77  WCN-CANT-REDES                PIC  9(02) VALUE 3.
       77  WCN-TOLERANCIA-COMISION       PIC  9V99  VALUE 0,01.

      *------------------------------------------------------
      * RECAUDACION DEL CAJERO VIRTUAL DE REDES
      *------------------------------------------------------
       77  WCN-MONEDA-REDES              PIC  X(03) VALUE 'ARS'.
       77  WCN-TURNO-REDES               PIC  9(01) VALUE 1.
       77  WCN-CONCEPTO-TARJETA          PIC  X(04) VALUE 'RDTA'.
       77  WCN-CONCEPTO-PATENTE          PIC  X(04) VALUE 'RDPA'.
       77  WCN-CONCEPTO-CTACTE           PIC  X(04) VALUE 'RDCC'.
       77  WCN-MAXIMO-PAGO               PIC  9(07)V99
                                                  VALUE 9999999,99.

       77  WS-CAJERO-REDES-OK            PIC  X(01) VALUE 'N'.

      *------------------------------------------------------
      * TOTALES POR RED (MISMO ORDEN QUE LA TABLA DE REDES)
      *------------------------------------------------------
       01  WS-TABLA-TOT-RED.
           05 WS-TOT-RED OCCURS 3 TIMES.
              10 WTR-CANTIDAD            PIC  9(07).
              10 WTR-BRUTO               PIC  9(13)V99.
              10 WTR-COMI-INFORMADA      PIC  9(11)V99.
              10 WTR-COMI-PACTADA        PIC  9(11)V99.
              10 WTR-APLICADOS           PIC  9(07).
              10 WTR-RECHAZADOS          PIC  9(07).
              10 WTR-IMP-RECHAZADO       PIC  9(13)V99.
       77  WS-NRO-RED                    PIC  9(02) VALUE 0.

      *------------------------------------------------------
      * ACREDITACIONES ESPERADAS POR RED Y FECHA (LIQRED)
      *------------------------------------------------------
       77  WS-CANT-LIQ                   PIC  9(04) VALUE 0.
       01  WS-TABLA-LIQ.
           05 WS-LIQ-TAB OCCURS 200 TIMES
                         INDEXED BY IDX-LIQ.
              10 WLQ-RED                 PIC  X(02).
              10 WLQ-FECHA-ACRED         PIC  9(08).
              10 WLQ-CANTIDAD            PIC  9(07).
              10 WLQ-BRUTO               PIC  9(11)V99.
              10 WLQ-COMISION            PIC  9(09)V99.

      *------------------------------------------------------
      * OPERACIONES YA LEIDAS (RED + NRO DE OPERACION) PARA
      * DETECTAR COBROS DUPLICADOS
      *------------------------------------------------------
       77  WCN-TOPE-OPER                 PIC  9(05) VALUE 5000.
       77  WS-CANT-OPER                  PIC  9(05) VALUE 0.
       01  WS-TABLA-OPER.
           05 WS-OPER-TAB OCCURS 5000 TIMES
                          INDEXED BY IDX-OPER.
              10 WOP-RED                 PIC  X(02).
              10 WOP-NRO-OPERACION       PIC  X(10).
       77  WS-OPER-REPETIDA              PIC  X(01) VALUE 'N'.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-COBRO-ACEPTADO                     VALUE '  '.
           88 88-RECH-RED                           VALUE '01'.
           88 88-RECH-DUPLICADO                     VALUE '02'.
           88 88-RECH-FECHA                         VALUE '03'.
           88 88-RECH-IMPORTE                       VALUE '04'.
           88 88-RECH-TIPO                          VALUE '05'.
           88 88-RECH-TARJETA                       VALUE '06'.
           88 88-RECH-MAXIMO                        VALUE '07'.
           88 88-RECH-PATENTE                       VALUE '08'.
           88 88-RECH-CLIENTE                       VALUE '09'.

       77  WS-RED-CONOCIDA               PIC  X(01) VALUE 'N'.
       77  WS-COMI-PACTADA               PIC  9(07)V99 VALUE 0.
       77  WS-COMI-DIFERENCIA            PIC S9(07)V99 VALUE 0.

       01  WS-FECHA-COBRO-R.
           03 WS-FECCOB-AAAA             PIC  9(04).
           03 WS-FECCOB-MM               PIC  9(02).
           03 WS-FECCOB-DD               PIC  9(02).

       77  WS-PERIODO-MES                PIC  9(02) VALUE 0.

       77  WS-LEIDOS-COBRED              PIC  9(09) VALUE 0.
       77  WS-COBROS-APLICADOS           PIC  9(09) VALUE 0.
       77  WS-COBROS-RECHAZADOS          PIC  9(09) VALUE 0.
       77  WS-DIFERENCIAS-COMISION       PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RECDIAR           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PAGOS             PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PATPAGO           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CTAPAG            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-LIQRED            PIC  9(09) VALUE 0.
       77  WS-IMPORTE-APLICADO           PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-COMISION-ED                PIC  Z.ZZZ.ZZ9,99.
       77  WS-DIFERENCIA-ED              PIC  -Z.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                   PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-COMI-ED              PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-DIF-ED               PIC  -Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-DIF                  PIC S9(11)V99 VALUE 0.

       COPY WCOBRED.

       COPY WCAJEROS.

       COPY WRECAUDACION.

       COPY WPAGOTAR.

       COPY WPATPAGO.

       COPY WCTAPAG.

       COPY WLIQRED.

       COPY WUTLMASK.

       COPY WUTLVFEC.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * VERIFICACION DE COBRED Y TANDA HEADER / TRAILER DE LOS
      * PAGOS 'RC' EN PAGOS (VER UTLCTLARC). LA TANDA SE ABRE
      * CON EL PRIMER PAGO DE TARJETA.
      *------------------------------------------------------
       COPY WUTLCTLARC.

       77  WS-TANDA-PAGOS                PIC  X     VALUE 'N'.
           88 88-TANDA-PAGOS-ABIERTA                VALUE 'S'.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO
                UNTIL 88-FS-COBRED-EOF.

           PERFORM 4000-RESUMEN-REDES.

           PERFORM 4500-ACREDITACIONES.

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

           INITIALIZE WS-TABLA-TOT-RED.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-COBRED.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CONTROLO-CAJERO.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'COBRED'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-COBRED

           MOVE 'CAJEROS'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAJEROS

           MOVE 'RECDIAR'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECDIAR

           MOVE 'PAGOS'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PAGOSRED

           MOVE 'PATPAGO'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PATPAGO

           MOVE 'CTAPAG'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CTAPAG

           MOVE 'LIQRED'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIQRED

           MOVE 'RPTCOBRED'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTCOBRED.

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
      * COBRED SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER DE CADA RED) ANTES DE PROCESARLO. EL
      * RECHAZO YA QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-COBRED.
      *---------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'COBRED'               TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-COBRED         TO UTLCTLARC-PATH.
           MOVE 'PGMCOBRED'            TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'COBRED RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT COBRED

           EVALUATE TRUE
               WHEN 88-FS-COBRED-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN COBRED'
                    DISPLAY 'FILE STATUS' FS-COBRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    RECAUDACION, PAGOS, PATPAGO Y CTAPAG SON COMPARTIDOS:
      *    SE AGREGA AL FINAL Y SE CREAN SI TODAVIA NO EXISTEN.
      *    EL ORDEN DE RECDIAR LO REPONE SORTRECD ANTES DEL CORTE.
           OPEN EXTEND RECDIAR

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    CONTINUE
               WHEN 88-FS-RECDIAR-NOEXISTE
                    OPEN OUTPUT RECDIAR
                    IF NOT 88-FS-RECDIAR-OK
                       DISPLAY 'ERROR EN OPEN RECDIAR'
                       DISPLAY 'FILE STATUS' FS-RECDIAR
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECDIAR'
                    DISPLAY 'FILE STATUS' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND PAGOSRED

           EVALUATE TRUE
               WHEN 88-FS-PAGOSRED-OK
                    CONTINUE
               WHEN 88-FS-PAGOSRED-NOEXISTE
                    OPEN OUTPUT PAGOSRED
                    IF NOT 88-FS-PAGOSRED-OK
                       DISPLAY 'ERROR EN OPEN PAGOSRED'
                       DISPLAY 'FILE STATUS' FS-PAGOSRED
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PAGOSRED'
                    DISPLAY 'FILE STATUS' FS-PAGOSRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND PATPAGO

           EVALUATE TRUE
               WHEN 88-FS-PATPAGO-OK
                    CONTINUE
               WHEN 88-FS-PATPAGO-NOEXISTE
                    OPEN OUTPUT PATPAGO
                    IF NOT 88-FS-PATPAGO-OK
                       DISPLAY 'ERROR EN OPEN PATPAGO'
                       DISPLAY 'FILE STATUS' FS-PATPAGO
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PATPAGO'
                    DISPLAY 'FILE STATUS' FS-PATPAGO
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND CTAPAG

           EVALUATE TRUE
               WHEN 88-FS-CTAPAG-OK
                    CONTINUE
               WHEN 88-FS-CTAPAG-NOEXISTE
                    OPEN OUTPUT CTAPAG
                    IF NOT 88-FS-CTAPAG-OK
                       DISPLAY 'ERROR EN OPEN CTAPAG'
                       DISPLAY 'FILE STATUS' FS-CTAPAG
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CTAPAG'
                    DISPLAY 'FILE STATUS' FS-CTAPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT LIQRED

           EVALUATE TRUE
               WHEN 88-FS-LIQRED-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN LIQRED'
                    DISPLAY 'FILE STATUS' FS-LIQRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTCOBRED

           EVALUATE TRUE
               WHEN 88-FS-RPTCOBRED-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTCOBRED'
                    DISPLAY 'FILE STATUS' FS-RPTCOBRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTCOBRED-FD.
           MOVE 'IMPORTACION DE COBRANZAS DE REDES EXTERNAS AL:'
                                         TO REG-RPTCOBRED-FD (01:47).
           MOVE WS-FECHA-PROCESO         TO REG-RPTCOBRED-FD (49:08).
           PERFORM 4600-WRITE-RPTCOBRED.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SIN EL CAJERO VIRTUAL DE REDES ACTIVO EL CORTE RECHAZARIA
      * TODA LA RECAUDACION IMPORTADA: SE CANCELA ANTES DE GRABAR.
      *------------------------------------------------------------
       1020-CONTROLO-CAJERO.
      *---------------------

           MOVE SPACES                   TO RECAUDACION-REG.
           INITIALIZE RECAUDACION-REG.
           SET 88-REC-CAJERO-REDES       TO TRUE.
           MOVE 'N'                      TO WS-CAJERO-REDES-OK.

           OPEN INPUT CAJEROS.

           IF NOT 88-FS-CAJEROS-OK
              DISPLAY 'ERROR EN OPEN CAJEROS'
              DISPLAY 'FILE STATUS' FS-CAJEROS
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1021-LEO-CAJEROS.

           PERFORM UNTIL 88-FS-CAJEROS-EOF
                      OR WS-CAJERO-REDES-OK = 'S'
              IF CAJ-COD = COD-CAJERO
                 AND 88-CAJ-ACTIVO
                 MOVE 'S' TO WS-CAJERO-REDES-OK
              END-IF
              PERFORM 1021-LEO-CAJEROS
           END-PERFORM.

           CLOSE CAJEROS.

           IF WS-CAJERO-REDES-OK = 'N'
              DISPLAY 'CAJERO VIRTUAL DE REDES ' COD-CAJERO
                      ' INEXISTENTE O INACTIVO EN CAJEROS'
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1020.
           EXIT.

       1021-LEO-CAJEROS.
      *-----------------

           INITIALIZE REG-CAJEROS.

           READ CAJEROS INTO REG-CAJEROS

           EVALUATE TRUE
               WHEN 88-FS-CAJEROS-OK
               WHEN 88-FS-CAJEROS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAJEROS FS: ' FS-CAJEROS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           PERFORM 2900-LEO-COBRED.

           IF 88-FS-COBRED-EOF
              DISPLAY ' '
              DISPLAY 'ARCHIVO COBRED VACIO - SIN COBRANZAS DE REDES'
           END-IF.

       FIN-1080.
           EXIT.

       2000-PROCESO.
      *-------------

           PERFORM 2100-VALIDO-COBRO THRU FIN-2100.

           PERFORM 2200-ACUMULO-LIQUIDACION.

           IF WS-RED-CONOCIDA = 'S'
              PERFORM 2250-CONTROLO-COMISION
           END-IF.

           IF 88-COBRO-ACEPTADO
              PERFORM 2300-APLICO-COBRO
           ELSE
              PERFORM 4200-LISTO-RECHAZO
           END-IF.

           PERFORM 2900-LEO-COBRED.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * VALIDA EL COBRO: RED HABILITADA, OPERACION NO REPETIDA,
      * FECHA, IMPORTE Y LA CLAVE QUE CORRESPONDE AL TIPO DE PAGO
      *------------------------------------------------------------
       2100-VALIDO-COBRO.
      *------------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE 'N'    TO WS-RED-CONOCIDA.
           MOVE 0      TO WS-NRO-RED.

           SET IDX-RED TO 1.
           SEARCH WCN-RED
               AT END
                    SET 88-RECH-RED       TO TRUE
               WHEN WRE-CODIGO (IDX-RED) = CRB-RED
                    MOVE 'S'              TO WS-RED-CONOCIDA
                    SET WS-NRO-RED        TO IDX-RED
           END-SEARCH.

           IF WS-RED-CONOCIDA = 'S'
              ADD 1            TO WTR-CANTIDAD (WS-NRO-RED)
              IF CRB-IMPORTE IS NUMERIC
                 ADD CRB-IMPORTE  TO WTR-BRUTO (WS-NRO-RED)
              END-IF
              IF CRB-COMISION IS NUMERIC
                 ADD CRB-COMISION TO WTR-COMI-INFORMADA (WS-NRO-RED)
              END-IF
           END-IF.

           IF 88-RECH-RED
              GO TO FIN-2100
           END-IF.

           PERFORM 2110-REGISTRO-OPERACION.

           IF WS-OPER-REPETIDA = 'S'
              SET 88-RECH-DUPLICADO       TO TRUE
              GO TO FIN-2100
           END-IF.

           IF CRB-FECHA-COBRO NOT NUMERIC
              SET 88-RECH-FECHA           TO TRUE
              GO TO FIN-2100
           END-IF.

           INITIALIZE WUTLVFEC.
           MOVE CRB-FECHA-COBRO          TO WUTLVFEC-FECHA.
           MOVE 'N'                      TO WUTLVFEC-PERMITE-CERO.
           MOVE 'N'                      TO WUTLVFEC-PERMITE-FUTURA.
           CALL 'UTLVFEC' USING WUTLVFEC.

           IF 88-WUTLVFEC-ERROR
              SET 88-RECH-FECHA           TO TRUE
              GO TO FIN-2100
           END-IF.

           IF CRB-IMPORTE NOT NUMERIC
              OR CRB-IMPORTE = 0
              SET 88-RECH-IMPORTE         TO TRUE
              GO TO FIN-2100
           END-IF.

           EVALUATE TRUE
               WHEN 88-CRB-TARJETA
                    IF CRB-NRO-TARJETA = SPACES
                       SET 88-RECH-TARJETA TO TRUE
                    ELSE
                       IF CRB-IMPORTE > WCN-MAXIMO-PAGO
                          SET 88-RECH-MAXIMO TO TRUE
                       END-IF
                    END-IF

               WHEN 88-CRB-PATENTE
                    MOVE 0 TO WS-PERIODO-MES
                    IF CRB-PERIODO IS NUMERIC
                       MOVE CRB-PERIODO (5:2) TO WS-PERIODO-MES
                    END-IF
                    IF CRB-PATENTE = SPACES
                       OR WS-PERIODO-MES < 1
                       OR WS-PERIODO-MES > 12
                       SET 88-RECH-PATENTE TO TRUE
                    END-IF

               WHEN 88-CRB-CTACTE
                    IF CRB-CLI-ID NOT NUMERIC
                       OR CRB-CLI-ID = 0
                       OR CRB-NRO-FACTURA NOT NUMERIC
                       SET 88-RECH-CLIENTE TO TRUE
                    END-IF

               WHEN OTHER
                    SET 88-RECH-TIPO       TO TRUE
           END-EVALUATE.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * UNA OPERACION (RED + NUMERO) QUE YA VINO EN EL ARCHIVO ES
      * UN COBRO INFORMADO DOS VECES: NO SE IMPUTA DE NUEVO.
      *------------------------------------------------------------
       2110-REGISTRO-OPERACION.
      *------------------------

           MOVE 'N' TO WS-OPER-REPETIDA.

           PERFORM VARYING IDX-OPER FROM 1 BY 1
                     UNTIL IDX-OPER > WS-CANT-OPER
                        OR WS-OPER-REPETIDA = 'S'
              IF WOP-RED (IDX-OPER) = CRB-RED
                 AND WOP-NRO-OPERACION (IDX-OPER) = CRB-NRO-OPERACION
                 MOVE 'S' TO WS-OPER-REPETIDA
              END-IF
           END-PERFORM.

           IF WS-OPER-REPETIDA = 'N'
              IF WS-CANT-OPER < WCN-TOPE-OPER
                 ADD 1 TO WS-CANT-OPER
                 MOVE CRB-RED
                   TO WOP-RED (WS-CANT-OPER)
                 MOVE CRB-NRO-OPERACION
                   TO WOP-NRO-OPERACION (WS-CANT-OPER)
              ELSE
                 DISPLAY 'TABLA DE OPERACIONES COMPLETA - SE '
                         'CANCELA EL PROCESO'
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * ACREDITACION ESPERADA POR RED Y FECHA DE ACREDITACION.
      * ENTRAN TODOS LOS COBROS DEL ARCHIVO, IMPUTADOS O NO: LA
      * RED LIQUIDA LO QUE INFORMO.
      *------------------------------------------------------------
       2200-ACUMULO-LIQUIDACION.
      *-------------------------

           SET IDX-LIQ TO 1.
           SEARCH WS-LIQ-TAB
               AT END
                    DISPLAY 'TABLA DE ACREDITACIONES COMPLETA - '
                            'SE CANCELA EL PROCESO'
                    PERFORM 3000-FINALIZO
               WHEN IDX-LIQ > WS-CANT-LIQ
                    ADD 1 TO WS-CANT-LIQ
                    MOVE CRB-RED           TO WLQ-RED (IDX-LIQ)
                    MOVE CRB-FECHA-ACRED   TO WLQ-FECHA-ACRED (IDX-LIQ)
                    MOVE 0                 TO WLQ-CANTIDAD (IDX-LIQ)
                                              WLQ-BRUTO (IDX-LIQ)
                                              WLQ-COMISION (IDX-LIQ)
               WHEN WLQ-RED (IDX-LIQ) = CRB-RED
                AND WLQ-FECHA-ACRED (IDX-LIQ) = CRB-FECHA-ACRED
                    CONTINUE
           END-SEARCH.

           ADD 1                         TO WLQ-CANTIDAD (IDX-LIQ).
           IF CRB-IMPORTE IS NUMERIC
              ADD CRB-IMPORTE            TO WLQ-BRUTO (IDX-LIQ)
           END-IF.
           IF CRB-COMISION IS NUMERIC
              ADD CRB-COMISION           TO WLQ-COMISION (IDX-LIQ)
           END-IF.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * COMISION INFORMADA POR LA RED CONTRA LA TASA PACTADA; LA
      * DIFERENCIA POR ENCIMA DE LA TOLERANCIA DE REDONDEO SE
      * LISTA PARA EL RECLAMO A LA RED.
      *------------------------------------------------------------
       2250-CONTROLO-COMISION.
      *-----------------------

           MOVE 0 TO WS-COMI-PACTADA
                     WS-COMI-DIFERENCIA.

           IF CRB-IMPORTE IS NUMERIC
              COMPUTE WS-COMI-PACTADA ROUNDED =
                      CRB-IMPORTE * WRE-TASA (WS-NRO-RED)
           END-IF.

           ADD WS-COMI-PACTADA   TO WTR-COMI-PACTADA (WS-NRO-RED).

           IF CRB-COMISION IS NUMERIC
              COMPUTE WS-COMI-DIFERENCIA =
                      CRB-COMISION - WS-COMI-PACTADA
           ELSE
              COMPUTE WS-COMI-DIFERENCIA = 0 - WS-COMI-PACTADA
           END-IF.

           IF WS-COMI-DIFERENCIA > WCN-TOLERANCIA-COMISION
              OR WS-COMI-DIFERENCIA < (0 - WCN-TOLERANCIA-COMISION)
              ADD 1 TO WS-DIFERENCIAS-COMISION
              PERFORM 4210-LISTO-DIF-COMISION
           END-IF.

       FIN-2250.
           EXIT.

      *------------------------------------------------------------
      * IMPUTA EL COBRO: RECAUDACION DEL CAJERO VIRTUAL Y
      * SUBLEDGER SEGUN EL TIPO DE PAGO
      *------------------------------------------------------------
       2300-APLICO-COBRO.
      *------------------

           MOVE CRB-FECHA-COBRO          TO WS-FECHA-COBRO-R.

           PERFORM 2310-GRABO-RECAUDACION.

           EVALUATE TRUE
               WHEN 88-CRB-TARJETA
                    PERFORM 2320-GRABO-PAGO-TARJETA
               WHEN 88-CRB-PATENTE
                    PERFORM 2330-GRABO-PAGO-PATENTE
               WHEN 88-CRB-CTACTE
                    PERFORM 2340-GRABO-PAGO-CTACTE
           END-EVALUATE.

           ADD 1                         TO WS-COBROS-APLICADOS
                                            WTR-APLICADOS (WS-NRO-RED).
           ADD CRB-IMPORTE               TO WS-IMPORTE-APLICADO.

       FIN-2300.
           EXIT.

       2310-GRABO-RECAUDACION.
      *-----------------------

           MOVE SPACES                   TO RECAUDACION-REG.
           INITIALIZE RECAUDACION-REG.
           SET 88-REC-CAJERO-REDES       TO TRUE.
           MOVE WS-FECCOB-AAAA           TO FECHA-AAAA.
           MOVE WS-FECCOB-MM             TO FECHA-MM.
           MOVE WS-FECCOB-DD             TO FECHA-DD.
           MOVE '-'                      TO FECHA-RECAUDACION (5:1).
           MOVE '-'                      TO FECHA-RECAUDACION (8:1).
           MOVE WCN-MONEDA-REDES         TO COD-MONEDA.
           MOVE WCN-TURNO-REDES          TO REC-TURNO.
           MOVE CRB-IMPORTE              TO IMPORTE.
           MOVE 0                        TO REC-NRO-RECIBO.
           SET 88-REC-COBRO              TO TRUE.

           EVALUATE TRUE
               WHEN 88-CRB-TARJETA
                    MOVE WCN-CONCEPTO-TARJETA TO CONCEPTO-RECAUDACION
               WHEN 88-CRB-PATENTE
                    MOVE WCN-CONCEPTO-PATENTE TO CONCEPTO-RECAUDACION
               WHEN 88-CRB-CTACTE
                    MOVE WCN-CONCEPTO-CTACTE  TO CONCEPTO-RECAUDACION
                    MOVE CRB-CLI-ID           TO REC-ID-CLIENTE
           END-EVALUATE.

           WRITE RECAUDACION-FD FROM RECAUDACION-REG.

           EVALUATE TRUE
               WHEN 88-FS-RECDIAR-OK
                    ADD 1 TO WS-GRABADOS-RECDIAR
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECDIAR FS: ' FS-RECDIAR
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2310.
           EXIT.

      *------------------------------------------------------------
      * PAGO DE TARJETA CANAL 'RC' (PAG-FECHA VIAJA COMO
      * DD/MM/AAAA)
      *------------------------------------------------------------
       2320-GRABO-PAGO-TARJETA.
      *------------------------

           INITIALIZE REG-PAGOS.
           MOVE CRB-NRO-TARJETA          TO PAG-NRO-TARJETA.
           MOVE WS-FECCOB-DD             TO FEC-DD  OF PAG-FECHA.
           MOVE WS-FECCOB-MM             TO FEC-MM  OF PAG-FECHA.
           MOVE WS-FECCOB-AAAA           TO FEC-AAAA OF PAG-FECHA.
           MOVE '/'                      TO PAG-FECHA (3:1).
           MOVE '/'                      TO PAG-FECHA (6:1).
           MOVE CRB-IMPORTE              TO PAG-IMPORTE.
           SET 88-PAG-CANAL-REDCOB       TO TRUE.

           IF NOT 88-TANDA-PAGOS-ABIERTA
              PERFORM 2321-HEADER-PAGOS
           END-IF.

           WRITE REG-PAGOSRED-FD FROM REG-PAGOS.

           EVALUATE TRUE
               WHEN 88-FS-PAGOSRED-OK
                    ADD 1 TO WS-GRABADOS-PAGOS
                    MOVE REG-PAGOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PAGOSRED FS: ' FS-PAGOSRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2320.
           EXIT.

       2321-HEADER-PAGOS.
      *------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'PAGOS'            TO UTLCTLARC-ARCHIVO.
           MOVE 'PGMCOBRED'        TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGOSRED-FD FROM UTLCTLARC-REGISTRO.

           IF 88-FS-PAGOSRED-OK
              SET 88-TANDA-PAGOS-ABIERTA TO TRUE
           ELSE
              DISPLAY 'ERROR EN WRITE HEADER PAGOSRED FS: '
                                                          FS-PAGOSRED
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2321.
           EXIT.

      *------------------------------------------------------------
      * PAGO DE PATENTE: EL CAJERO ES EL VIRTUAL DE REDES Y EL
      * RECIBO VA EN CERO (EL COMPROBANTE LO EMITE LA RED)
      *------------------------------------------------------------
       2330-GRABO-PAGO-PATENTE.
      *------------------------

           MOVE SPACES                   TO REG-PATPAGO.
           MOVE CRB-PATENTE              TO PPA-PATENTE.
           MOVE CRB-PERIODO              TO PPA-PERIODO.
           MOVE FECHA-RECAUDACION        TO PPA-FECHA.
           MOVE CRB-IMPORTE              TO PPA-IMPORTE.
           MOVE COD-CAJERO               TO PPA-COD-CAJERO.
           MOVE 0                        TO PPA-NRO-RECIBO.

           WRITE REG-PATPAGO-FD FROM REG-PATPAGO.

           EVALUATE TRUE
               WHEN 88-FS-PATPAGO-OK
                    ADD 1 TO WS-GRABADOS-PATPAGO
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PATPAGO FS: ' FS-PATPAGO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2330.
           EXIT.

      *------------------------------------------------------------
      * PAGO DE CUENTA CORRIENTE: CON FACTURA EN CERO PGMCTACTE
      * LO IMPUTA A LAS FACTURAS ABIERTAS MAS ANTIGUAS
      *------------------------------------------------------------
       2340-GRABO-PAGO-CTACTE.
      *-----------------------

           MOVE SPACES                   TO REG-CTAPAG.
           MOVE CRB-CLI-ID               TO PCC-CLI-ID.
           MOVE CRB-NRO-FACTURA          TO PCC-NRO-FACTURA.
           MOVE CRB-FECHA-COBRO          TO PCC-FECHA.
           MOVE CRB-IMPORTE              TO PCC-IMPORTE.

           WRITE REG-CTAPAG-FD FROM REG-CTAPAG.

           EVALUATE TRUE
               WHEN 88-FS-CTAPAG-OK
                    ADD 1 TO WS-GRABADOS-CTAPAG
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CTAPAG FS: ' FS-CTAPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2340.
           EXIT.

       2900-LEO-COBRED.
      *----------------

           INITIALIZE REG-COBRED.

           READ COBRED INTO REG-COBRED

      *    HEADER Y TRAILER DE CADA RED YA VERIFICADOS EN EL
      *    ARRANQUE.
           PERFORM UNTIL NOT 88-FS-COBRED-OK
                      OR (REG-COBRED-FD (1:7) NOT = 'HEADER '
                      AND REG-COBRED-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-COBRED
               READ COBRED INTO REG-COBRED
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-COBRED-OK
                    ADD 1 TO WS-LEIDOS-COBRED
               WHEN 88-FS-COBRED-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ COBRED FS: ' FS-COBRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * RESUMEN POR RED: COBROS, BRUTO, COMISION INFORMADA CONTRA
      * PACTADA, IMPUTADOS Y PENDIENTES DE IMPUTACION MANUAL
      *------------------------------------------------------------
       4000-RESUMEN-REDES.
      *-------------------

           PERFORM 4600-WRITE-RPTCOBRED.
           MOVE 'RESUMEN POR RED'        TO REG-RPTCOBRED-FD (01:15).
           PERFORM 4600-WRITE-RPTCOBRED.
           MOVE 'RED'                    TO REG-RPTCOBRED-FD (01:03).
           MOVE 'COBROS'                 TO REG-RPTCOBRED-FD (30:06).
           MOVE 'IMPORTE COBRADO'        TO REG-RPTCOBRED-FD (43:15).
           MOVE 'COMI. INFORMADA'        TO REG-RPTCOBRED-FD (61:15).
           MOVE 'COMI. PACTADA'          TO REG-RPTCOBRED-FD (81:13).
           MOVE 'DIFERENCIA'             TO REG-RPTCOBRED-FD (103:10).
           PERFORM 4600-WRITE-RPTCOBRED.

           PERFORM VARYING IDX-RED FROM 1 BY 1
                     UNTIL IDX-RED > WCN-CANT-REDES
              SET WS-NRO-RED             TO IDX-RED
              PERFORM 4010-LINEA-RED
           END-PERFORM.

       FIN-4000.
           EXIT.

       4010-LINEA-RED.
      *---------------

           MOVE WRE-CODIGO (IDX-RED)     TO REG-RPTCOBRED-FD (01:02).
           MOVE WRE-NOMBRE (IDX-RED)     TO REG-RPTCOBRED-FD (05:18).
           MOVE WTR-CANTIDAD (WS-NRO-RED) TO WS-CONTADOR-ED.
           MOVE WS-CONTADOR-ED           TO REG-RPTCOBRED-FD (25:11).
           MOVE WTR-BRUTO (WS-NRO-RED)   TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED              TO REG-RPTCOBRED-FD (38:20).
           MOVE WTR-COMI-INFORMADA (WS-NRO-RED) TO WS-TOTAL-COMI-ED.
           MOVE WS-TOTAL-COMI-ED         TO REG-RPTCOBRED-FD (60:16).
           MOVE WTR-COMI-PACTADA (WS-NRO-RED)   TO WS-TOTAL-COMI-ED.
           MOVE WS-TOTAL-COMI-ED         TO REG-RPTCOBRED-FD (78:16).
           COMPUTE WS-TOTAL-DIF = WTR-COMI-INFORMADA (WS-NRO-RED)
                                - WTR-COMI-PACTADA (WS-NRO-RED).
           MOVE WS-TOTAL-DIF             TO WS-TOTAL-DIF-ED.
           MOVE WS-TOTAL-DIF-ED          TO REG-RPTCOBRED-FD (96:17).
           PERFORM 4600-WRITE-RPTCOBRED.

           MOVE 'IMPUTADOS:'             TO REG-RPTCOBRED-FD (05:10).
           MOVE WTR-APLICADOS (WS-NRO-RED) TO WS-CONTADOR-ED.
           MOVE WS-CONTADOR-ED           TO REG-RPTCOBRED-FD (16:11).
           MOVE 'A IMPUTAR A MANO:'      TO REG-RPTCOBRED-FD (30:17).
           MOVE WTR-RECHAZADOS (WS-NRO-RED) TO WS-CONTADOR-ED.
           MOVE WS-CONTADOR-ED           TO REG-RPTCOBRED-FD (48:11).
           MOVE 'IMPORTE:'               TO REG-RPTCOBRED-FD (62:08).
           MOVE WTR-IMP-RECHAZADO (WS-NRO-RED) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED              TO REG-RPTCOBRED-FD (71:20).
           PERFORM 4600-WRITE-RPTCOBRED.

       FIN-4010.
           EXIT.

      *------------------------------------------------------------
      * ACREDITACIONES ESPERADAS: LIQRED PARA PGMEXTRACTO Y SU
      * DETALLE EN EL REPORTE
      *------------------------------------------------------------
       4500-ACREDITACIONES.
      *--------------------

           PERFORM 4600-WRITE-RPTCOBRED.
           MOVE 'ACREDITACIONES ESPERADAS EN EL BANCO'
                                         TO REG-RPTCOBRED-FD (01:36).
           PERFORM 4600-WRITE-RPTCOBRED.
           MOVE 'RED'                    TO REG-RPTCOBRED-FD (01:03).
           MOVE 'FECHA ACRED'            TO REG-RPTCOBRED-FD (05:11).
           MOVE 'COBROS'                 TO REG-RPTCOBRED-FD (22:06).
           MOVE 'BRUTO'                  TO REG-RPTCOBRED-FD (45:05).
           MOVE 'COMISION'               TO REG-RPTCOBRED-FD (60:08).
           MOVE 'NETO A ACREDITAR'       TO REG-RPTCOBRED-FD (76:16).
           PERFORM 4600-WRITE-RPTCOBRED.

           PERFORM VARYING IDX-LIQ FROM 1 BY 1
                     UNTIL IDX-LIQ > WS-CANT-LIQ
              PERFORM 4510-GRABO-LIQRED
           END-PERFORM.

       FIN-4500.
           EXIT.

       4510-GRABO-LIQRED.
      *------------------

           MOVE SPACES                   TO REG-LIQRED.
           MOVE WLQ-RED (IDX-LIQ)        TO LQR-RED.
           MOVE WLQ-FECHA-ACRED (IDX-LIQ) TO LQR-FECHA-ACRED.
           MOVE WLQ-CANTIDAD (IDX-LIQ)   TO LQR-CANTIDAD.
           MOVE WLQ-BRUTO (IDX-LIQ)      TO LQR-BRUTO.
           MOVE WLQ-COMISION (IDX-LIQ)   TO LQR-COMISION.
           COMPUTE LQR-NETO = WLQ-BRUTO (IDX-LIQ)
                            - WLQ-COMISION (IDX-LIQ).

           WRITE REG-LIQRED-FD FROM REG-LIQRED.

           EVALUATE TRUE
               WHEN 88-FS-LIQRED-OK
                    ADD 1 TO WS-GRABADOS-LIQRED
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE LIQRED FS: ' FS-LIQRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE LQR-RED                  TO REG-RPTCOBRED-FD (01:02).
           MOVE LQR-FECHA-ACRED          TO REG-RPTCOBRED-FD (05:08).
           MOVE LQR-CANTIDAD             TO WS-CONTADOR-ED.
           MOVE WS-CONTADOR-ED           TO REG-RPTCOBRED-FD (17:11).
           MOVE LQR-BRUTO                TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED              TO REG-RPTCOBRED-FD (30:20).
           MOVE LQR-COMISION             TO WS-TOTAL-COMI-ED.
           MOVE WS-TOTAL-COMI-ED         TO REG-RPTCOBRED-FD (52:16).
           MOVE LQR-NETO                 TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED              TO REG-RPTCOBRED-FD (72:20).
           PERFORM 4600-WRITE-RPTCOBRED.

       FIN-4510.
           EXIT.

      *------------------------------------------------------------
      * COBRO NO IMPUTADO: QUEDA PARA IMPUTACION MANUAL
      *------------------------------------------------------------
       4200-LISTO-RECHAZO.
      *-------------------

           MOVE 'RECHAZO'                TO REG-RPTCOBRED-FD (01:07).
           MOVE CRB-RED                  TO REG-RPTCOBRED-FD (10:02).
           MOVE CRB-NRO-OPERACION        TO REG-RPTCOBRED-FD (14:10).
           MOVE CRB-TIPO                 TO REG-RPTCOBRED-FD (26:01).

           IF 88-CRB-TARJETA
              MOVE CRB-NRO-TARJETA       TO UTLMASK-TARJETA
              SET 88-UTLMASK-TARJETA     TO TRUE
              CALL 'UTLMASK' USING WUTLMASK
              MOVE UTLMASK-TARJETA-MASC  TO REG-RPTCOBRED-FD (29:19)
           ELSE
              MOVE CRB-CLAVE-PAGO        TO REG-RPTCOBRED-FD (29:19)
           END-IF.

           IF CRB-IMPORTE IS NUMERIC
              MOVE CRB-IMPORTE           TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED         TO REG-RPTCOBRED-FD (50:14)
           END-IF.
           MOVE WS-MOTIVO-RECHAZO        TO REG-RPTCOBRED-FD (66:02).

           EVALUATE TRUE
               WHEN 88-RECH-RED
                    MOVE 'RED DE COBRANZA NO HABILITADA'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-DUPLICADO
                    MOVE 'OPERACION DUPLICADA EN EL ARCHIVO'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA DE COBRO INVALIDA'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-IMPORTE
                    MOVE 'COBRO SIN IMPORTE'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-TIPO
                    MOVE 'TIPO DE PAGO INVALIDO'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-TARJETA
                    MOVE 'TARJETA NO INFORMADA'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-MAXIMO
                    MOVE 'SUPERA EL MAXIMO DE UN PAGO'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-PATENTE
                    MOVE 'PATENTE O PERIODO INVALIDO'
                                         TO REG-RPTCOBRED-FD (70:35)
               WHEN 88-RECH-CLIENTE
                    MOVE 'CLIENTE O FACTURA INVALIDO'
                                         TO REG-RPTCOBRED-FD (70:35)
           END-EVALUATE.

           PERFORM 4600-WRITE-RPTCOBRED.

           ADD 1                         TO WS-COBROS-RECHAZADOS.

           IF WS-RED-CONOCIDA = 'S'
              ADD 1 TO WTR-RECHAZADOS (WS-NRO-RED)
              IF CRB-IMPORTE IS NUMERIC
                 ADD CRB-IMPORTE TO WTR-IMP-RECHAZADO (WS-NRO-RED)
              END-IF
           END-IF.

       FIN-4200.
           EXIT.

       4210-LISTO-DIF-COMISION.
      *------------------------

           MOVE 'COMISION'               TO REG-RPTCOBRED-FD (01:08).
           MOVE CRB-RED                  TO REG-RPTCOBRED-FD (10:02).
           MOVE CRB-NRO-OPERACION        TO REG-RPTCOBRED-FD (14:10).
           MOVE CRB-IMPORTE              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTCOBRED-FD (26:14).
           MOVE 'INFORMADA:'             TO REG-RPTCOBRED-FD (42:10).
           IF CRB-COMISION IS NUMERIC
              MOVE CRB-COMISION          TO WS-COMISION-ED
              MOVE WS-COMISION-ED        TO REG-RPTCOBRED-FD (53:12)
           END-IF.
           MOVE 'PACTADA:'               TO REG-RPTCOBRED-FD (67:08).
           MOVE WS-COMI-PACTADA          TO WS-COMISION-ED.
           MOVE WS-COMISION-ED           TO REG-RPTCOBRED-FD (76:12).
           MOVE 'DIFERENCIA:'            TO REG-RPTCOBRED-FD (90:11).
           MOVE WS-COMI-DIFERENCIA       TO WS-DIFERENCIA-ED.
           MOVE WS-DIFERENCIA-ED         TO REG-RPTCOBRED-FD (102:13).
           PERFORM 4600-WRITE-RPTCOBRED.

       FIN-4210.
           EXIT.

       4600-WRITE-RPTCOBRED.
      *---------------------

           WRITE REG-RPTCOBRED-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTCOBRED-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTCOBRED FS: '
                                                         FS-RPTCOBRED
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTCOBRED-FD.

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

           CLOSE COBRED
                 RECDIAR.

      *    SIN TRAILER LA TANDA DE UNA CORRIDA CORTADA NO SE CONSUME.
           IF WS-FIN-NORMAL = 'S'
           AND 88-TANDA-PAGOS-ABIERTA
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-PAGOSRED-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-PAGOSRED-OK
                 DISPLAY 'ERROR EN WRITE TRAILER PAGOSRED FS: '
                                                          FS-PAGOSRED
              END-IF
           END-IF.

           CLOSE PAGOSRED
                 PATPAGO
                 CTAPAG
                 LIQRED
                 RPTCOBRED.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMCOBRED'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-COBRED        TO RUNCTL-LEIDOS.
           MOVE WS-COBROS-APLICADOS     TO RUNCTL-GRABADOS.
           MOVE WS-IMPORTE-APLICADO     TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMCOBRED             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-COBRED        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. COBROS LEIDOS            : ' WS-CONTADOR-ED.
           MOVE WS-COBROS-APLICADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. COBROS IMPUTADOS         : ' WS-CONTADOR-ED.
           MOVE WS-COBROS-RECHAZADOS    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. COBROS A IMPUTAR A MANO  : ' WS-CONTADOR-ED.
           MOVE WS-DIFERENCIAS-COMISION TO WS-CONTADOR-ED.
           DISPLAY 'CANT. DIFERENCIAS DE COMISION  : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RECDIAR     TO WS-CONTADOR-ED.
           DISPLAY 'RECAUDACIONES GRABADAS         : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-PAGOS       TO WS-CONTADOR-ED.
           DISPLAY 'PAGOS DE TARJETA GRABADOS      : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-PATPAGO     TO WS-CONTADOR-ED.
           DISPLAY 'PAGOS DE PATENTE GRABADOS      : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-CTAPAG      TO WS-CONTADOR-ED.
           DISPLAY 'PAGOS DE CTA. CTE. GRABADOS    : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-LIQRED      TO WS-CONTADOR-ED.
           DISPLAY 'ACREDITACIONES ESPERADAS       : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-APLICADO     TO WS-TOTAL-ED.
           DISPLAY 'IMPORTE TOTAL IMPUTADO         : ' WS-TOTAL-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMCOBRED.
