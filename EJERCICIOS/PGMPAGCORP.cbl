       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMPAGCORP.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * APLICACION DEL PAGO UNICO DE LAS EMPRESAS CORPORATIVAS.
      * LEE LOS PAGOS RECIBIDOS DE LAS EMPRESAS CONTRA SU FACTURA
      * CONSOLIDADA (CORPPAG, VER WPAGCORP.cpy) Y LOS DISTRIBUYE
      * ENTRE LAS TARJETAS DE LA FACTURA (FACCORPDET, GRABADO POR
      * FACCORP) EN PROPORCION AL SALDO DE CIERRE DE CADA UNA; LA
      * ULTIMA TARJETA ABSORBE LA DIFERENCIA DE REDONDEO.
      * LOS PAGOS POR TARJETA SE AGREGAN A LA ENTRADA COMUN DE
      * PAGOS (LOGICO PAGOS, LA MISMA QUE LEE PGMPAGOS) COMO UNA
      * TANDA CON HEADER Y TRAILER DE CONTROL ESTANDAR (VER
      * UTLCTLARC); EL TRAILER SOLO SE GRABA EN UN FIN NORMAL.
      * SE RECHAZA (Y SE INFORMA EN RPTPAGCORP) EL PAGO CON CANAL
      * INVALIDO, SIN IMPORTE, SIN FACTURA CON SALDO A PAGAR PARA
      * LA EMPRESA Y EL PERIODO, O CUYA PARTE EN ALGUNA TARJETA
      * SUPERA EL MAXIMO DE UN PAGO INDIVIDUAL.
      * RPTPAGCORP LISTA LA DISTRIBUCION DE CADA PAGO APLICADO.
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

           SELECT CORPPAG       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CORPPAG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CORPPAG.

           SELECT FACCORPDET    ASSIGN       TO
                                 DYNAMIC WS-ARCH-FACCORPDET
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-FACCORPDET.

      *    LOS PAGOS DISTRIBUIDOS SE AGREGAN A LA ENTRADA COMUN
      *    DE PAGOS QUE CONSUME PGMPAGOS (LOGICO PAGOS).
           SELECT PAGOSCORP     ASSIGN       TO
                                 DYNAMIC WS-ARCH-PAGOSCORP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PAGOSCORP.

           SELECT RPTPAGCORP    ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTPAGCORP
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTPAGCORP.

       DATA DIVISION.

       FILE SECTION.

       FD  CORPPAG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CORPPAG-FD                PIC X(40).

       FD  FACCORPDET
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FACCORPDET-FD             PIC X(80).

       FD  PAGOSCORP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PAGOSCORP-FD              PIC X(40).

       FD  RPTPAGCORP
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTPAGCORP-FD             PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CORPPAG            PIC X(128) VALUE SPACES.
       77  WS-ARCH-FACCORPDET         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PAGOSCORP          PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTPAGCORP         PIC X(128) VALUE SPACES.

       77  FS-CORPPAG                    PIC  X(02) VALUE ' '.
           88 88-FS-CORPPAG-OK                      VALUE '00'.
           88 88-FS-CORPPAG-EOF                     VALUE '10'.
           88 88-FS-CORPPAG-NOEXISTE                VALUE '35'.

       77  FS-FACCORPDET                 PIC  X(02) VALUE ' '.
           88 88-FS-FACCORPDET-OK                   VALUE '00'.
           88 88-FS-FACCORPDET-EOF                  VALUE '10'.
           88 88-FS-FACCORPDET-NOEXISTE             VALUE '35'.

       77  FS-PAGOSCORP                  PIC  X(02) VALUE ' '.
           88 88-FS-PAGOSCORP-OK                    VALUE '00'.
           88 88-FS-PAGOSCORP-NOEXISTE              VALUE '35'.

       77  FS-RPTPAGCORP                 PIC  X(02) VALUE ' '.
           88 88-FS-RPTPAGCORP-OK                   VALUE '00'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * DETALLE DE LAS FACTURAS CONSOLIDADAS (FACCORPDET)
      *------------------------------------------------------
       77  WCN-TOPE-FAC                  PIC  9(05) VALUE 10000.
       77  WS-CANT-FAC                   PIC  9(05) VALUE 0.
       01  WS-TABLA-FAC.
           05 WS-FAC-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-FAC.
              10 WFA-ID-EMPRESA          PIC  9(06).
              10 WFA-PERIODO             PIC  9(06).
              10 WFA-NRO-TARJETA         PIC  X(19).
              10 WFA-CCOSTO              PIC  X(06).
              10 WFA-SALDO-CIERRE        PIC S9(09)V99.
              10 WFA-PARTE               PIC  9(09)V99.

      *------------------------------------------------------
      * DISTRIBUCION DEL PAGO EN CURSO
      *------------------------------------------------------
       77  WCN-MAXIMO-PAGO               PIC  9(07)V99
                                                  VALUE 9999999,99.
       77  WS-SALDO-FACTURA              PIC S9(13)V99 VALUE 0.
       77  WS-DISTRIBUIDO                PIC  9(11)V99 VALUE 0.
       77  WS-CANT-TARJETAS-PAGO         PIC  9(05) VALUE 0.
       77  WS-ULTIMA-TARJETA             PIC  9(05) VALUE 0.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-PAGO-ACEPTADO                      VALUE '  '.
           88 88-RECH-CANAL                         VALUE '01'.
           88 88-RECH-IMPORTE                       VALUE '02'.
           88 88-RECH-FACTURA                       VALUE '03'.
           88 88-RECH-MAXIMO                        VALUE '04'.

       01  WS-FECHA-PAGO-R.
           03 WS-FECPAG-AAAA             PIC  9(04).
           03 WS-FECPAG-MM               PIC  9(02).
           03 WS-FECPAG-DD               PIC  9(02).

       77  WS-LEIDOS-CORPPAG             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-FACCORPDET          PIC  9(09) VALUE 0.
       77  WS-PAGOS-APLICADOS            PIC  9(09) VALUE 0.
       77  WS-PAGOS-RECHAZADOS           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PAGOS             PIC  9(09) VALUE 0.
       77  WS-IMPORTE-APLICADO           PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  ZZZ.ZZZ.ZZ9,99.
       77  WS-SALDO-ED                   PIC  -ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED                   PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WPAGCORP.

       COPY WFACCORP.

       COPY WPAGOTAR.

       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * TANDA HEADER / TRAILER DE LOS PAGOS CORPORATIVOS EN
      * PAGOS (VER UTLCTLARC). LA TANDA SE ABRE CON EL PRIMER
      * PAGO.
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
                UNTIL 88-FS-CORPPAG-EOF.

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
           PERFORM 1020-CARGO-FACTURAS.
           PERFORM 1080-PRIMERA-LECTURA.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CORPPAG'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CORPPAG

           MOVE 'FACCORPDET'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-FACCORPDET

           MOVE 'PAGOS'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PAGOSCORP

           MOVE 'RPTPAGCORP'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTPAGCORP.

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

           OPEN INPUT CORPPAG

           EVALUATE TRUE
               WHEN 88-FS-CORPPAG-OK
                    CONTINUE
               WHEN 88-FS-CORPPAG-NOEXISTE
                    DISPLAY 'CORPPAG INEXISTENTE - SIN PAGOS DE '
                            'EMPRESAS'
                    SET 88-FS-CORPPAG-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CORPPAG'
                    DISPLAY 'FILE STATUS' FS-CORPPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    LA ENTRADA DE PAGOS ES COMPARTIDA: SE AGREGA AL FINAL
      *    Y SE CREA SI TODAVIA NO HAY PAGOS DEL DIA.
           OPEN EXTEND PAGOSCORP

           EVALUATE TRUE
               WHEN 88-FS-PAGOSCORP-OK
                    CONTINUE
               WHEN 88-FS-PAGOSCORP-NOEXISTE
                    OPEN OUTPUT PAGOSCORP
                    IF NOT 88-FS-PAGOSCORP-OK
                       DISPLAY 'ERROR EN OPEN PAGOSCORP'
                       DISPLAY 'FILE STATUS' FS-PAGOSCORP
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PAGOSCORP'
                    DISPLAY 'FILE STATUS' FS-PAGOSCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTPAGCORP

           EVALUATE TRUE
               WHEN 88-FS-RPTPAGCORP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTPAGCORP'
                    DISPLAY 'FILE STATUS' FS-RPTPAGCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTPAGCORP-FD.
           MOVE 'DISTRIBUCION DE PAGOS DE EMPRESAS CORPORATIVAS AL:'
                                         TO REG-RPTPAGCORP-FD (01:51).
           MOVE WS-FECHA-PROCESO         TO REG-RPTPAGCORP-FD (53:08).
           PERFORM 4600-WRITE-RPTPAGCORP.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SIN DETALLE DE FACTURAS NO HAY CONTRA QUE APLICAR: TODOS
      * LOS PAGOS DE LA CORRIDA SE RECHAZAN.
      *------------------------------------------------------------
       1020-CARGO-FACTURAS.
      *--------------------

           OPEN INPUT FACCORPDET.

           EVALUATE TRUE
               WHEN 88-FS-FACCORPDET-OK
                    PERFORM 1021-LEO-FACCORPDET
                    PERFORM UNTIL 88-FS-FACCORPDET-EOF
                       IF WS-CANT-FAC < WCN-TOPE-FAC
                          ADD 1 TO WS-CANT-FAC
                          MOVE FCD-ID-EMPRESA
                            TO WFA-ID-EMPRESA   (WS-CANT-FAC)
                          MOVE FCD-PERIODO
                            TO WFA-PERIODO      (WS-CANT-FAC)
                          MOVE FCD-NRO-TARJETA
                            TO WFA-NRO-TARJETA  (WS-CANT-FAC)
                          MOVE FCD-CCOSTO
                            TO WFA-CCOSTO       (WS-CANT-FAC)
                          MOVE FCD-SALDO-CIERRE
                            TO WFA-SALDO-CIERRE (WS-CANT-FAC)
                          MOVE 0
                            TO WFA-PARTE        (WS-CANT-FAC)
                       ELSE
                          DISPLAY 'TABLA DE FACTURAS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-FACCORPDET
                    END-PERFORM
                    CLOSE FACCORPDET

               WHEN 88-FS-FACCORPDET-NOEXISTE
                    DISPLAY 'FACCORPDET INEXISTENTE - SIN FACTURAS '
                            'CORPORATIVAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN FACCORPDET'
                    DISPLAY 'FILE STATUS' FS-FACCORPDET
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-FACCORPDET.
      *--------------------

           INITIALIZE REG-FACCORP.

           READ FACCORPDET INTO REG-FACCORP

           EVALUATE TRUE
               WHEN 88-FS-FACCORPDET-OK
                    ADD 1 TO WS-LEIDOS-FACCORPDET
               WHEN 88-FS-FACCORPDET-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ FACCORPDET FS: '
                                                        FS-FACCORPDET
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1080-PRIMERA-LECTURA.
      *---------------------

           IF NOT 88-FS-CORPPAG-EOF
              PERFORM 2900-LEO-CORPPAG
              IF 88-FS-CORPPAG-EOF
                 DISPLAY ' '
                 DISPLAY 'ARCHIVO CORPPAG VACIO - SIN PAGOS'
              END-IF
           END-IF.

       FIN-1080.
           EXIT.

       2000-PROCESO.
      *-------------

           PERFORM 2100-VALIDO-PAGO THRU FIN-2100.

           IF 88-PAGO-ACEPTADO
              PERFORM 2300-APLICO-PAGO
           ELSE
              PERFORM 4200-LISTO-RECHAZO
           END-IF.

           PERFORM 2900-LEO-CORPPAG.

       FIN-2000.
           EXIT.

      *------------------------------------------------------------
      * VALIDA EL PAGO Y CALCULA LA PARTE DE CADA TARJETA DE LA
      * FACTURA (EMPRESA + PERIODO) CON SALDO A PAGAR
      *------------------------------------------------------------
       2100-VALIDO-PAGO.
      *-----------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           IF PCO-CANAL NOT = 'CA' AND NOT = 'DB'
                    AND NOT = 'TR' AND NOT = 'HB'
              SET 88-RECH-CANAL           TO TRUE
              GO TO FIN-2100
           END-IF.

           IF PCO-IMPORTE NOT NUMERIC
              OR PCO-IMPORTE = 0
              SET 88-RECH-IMPORTE         TO TRUE
              GO TO FIN-2100
           END-IF.

           MOVE 0 TO WS-SALDO-FACTURA
                     WS-CANT-TARJETAS-PAGO
                     WS-ULTIMA-TARJETA.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FAC
              MOVE 0 TO WFA-PARTE (IDX-FAC)
              IF WFA-ID-EMPRESA (IDX-FAC) = PCO-ID-EMPRESA
                 AND WFA-PERIODO (IDX-FAC) = PCO-PERIODO
                 AND WFA-SALDO-CIERRE (IDX-FAC) > 0
                 ADD WFA-SALDO-CIERRE (IDX-FAC) TO WS-SALDO-FACTURA
                 ADD 1 TO WS-CANT-TARJETAS-PAGO
                 SET WS-ULTIMA-TARJETA TO IDX-FAC
              END-IF
           END-PERFORM.

           IF WS-CANT-TARJETAS-PAGO = 0
              SET 88-RECH-FACTURA         TO TRUE
              GO TO FIN-2100
           END-IF.

           PERFORM 2200-CALCULO-PARTES.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FAC
                        OR 88-RECH-MAXIMO
              IF WFA-PARTE (IDX-FAC) > WCN-MAXIMO-PAGO
                 SET 88-RECH-MAXIMO       TO TRUE
              END-IF
           END-PERFORM.

       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * PARTE DE CADA TARJETA EN PROPORCION A SU SALDO; LA ULTIMA
      * TARJETA DE LA FACTURA LLEVA EL RESTO PARA QUE LA SUMA DE
      * LAS PARTES SEA EXACTAMENTE EL IMPORTE PAGADO.
      *------------------------------------------------------------
       2200-CALCULO-PARTES.
      *--------------------

           MOVE 0 TO WS-DISTRIBUIDO.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FAC
              IF WFA-ID-EMPRESA (IDX-FAC) = PCO-ID-EMPRESA
                 AND WFA-PERIODO (IDX-FAC) = PCO-PERIODO
                 AND WFA-SALDO-CIERRE (IDX-FAC) > 0
                 IF IDX-FAC = WS-ULTIMA-TARJETA
                    COMPUTE WFA-PARTE (IDX-FAC) =
                            PCO-IMPORTE - WS-DISTRIBUIDO
                 ELSE
                    COMPUTE WFA-PARTE (IDX-FAC) ROUNDED =
                            PCO-IMPORTE * WFA-SALDO-CIERRE (IDX-FAC)
                                        / WS-SALDO-FACTURA
                    ADD WFA-PARTE (IDX-FAC) TO WS-DISTRIBUIDO
                 END-IF
              END-IF
           END-PERFORM.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * POSTEA LA PARTE DE CADA TARJETA COMO UN PAGO DEL CANAL
      * POR EL QUE PAGO LA EMPRESA (PAG-FECHA VIAJA COMO
      * DD/MM/AAAA)
      *------------------------------------------------------------
       2300-APLICO-PAGO.
      *-----------------

           PERFORM 4100-ENCABEZADO-PAGO.

           MOVE PCO-FECHA                TO WS-FECHA-PAGO-R.

           PERFORM VARYING IDX-FAC FROM 1 BY 1
                     UNTIL IDX-FAC > WS-CANT-FAC
              IF WFA-PARTE (IDX-FAC) > 0
                 PERFORM 2310-POSTEO-PARTE
                 PERFORM 4110-LINEA-DISTRIBUCION
              END-IF
           END-PERFORM.

           ADD 1                         TO WS-PAGOS-APLICADOS.
           ADD PCO-IMPORTE               TO WS-IMPORTE-APLICADO.

       FIN-2300.
           EXIT.

       2310-POSTEO-PARTE.
      *------------------

           INITIALIZE REG-PAGOS.
           MOVE WFA-NRO-TARJETA (IDX-FAC) TO PAG-NRO-TARJETA.
           MOVE WS-FECPAG-DD             TO FEC-DD  OF PAG-FECHA.
           MOVE WS-FECPAG-MM             TO FEC-MM  OF PAG-FECHA.
           MOVE WS-FECPAG-AAAA           TO FEC-AAAA OF PAG-FECHA.
           MOVE '/'                      TO PAG-FECHA (3:1).
           MOVE '/'                      TO PAG-FECHA (6:1).
           MOVE WFA-PARTE (IDX-FAC)      TO PAG-IMPORTE.
           MOVE PCO-CANAL                TO PAG-CANAL.

           IF NOT 88-TANDA-PAGOS-ABIERTA
              PERFORM 2320-HEADER-PAGOS
           END-IF.

           WRITE REG-PAGOSCORP-FD FROM REG-PAGOS.

           EVALUATE TRUE
               WHEN 88-FS-PAGOSCORP-OK
                    ADD 1 TO WS-GRABADOS-PAGOS
                    MOVE REG-PAGOS TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE PAGOSCORP FS: '
                                                         FS-PAGOSCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2310.
           EXIT.

       2320-HEADER-PAGOS.
      *------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'PAGOS'            TO UTLCTLARC-ARCHIVO.
           MOVE 'PGMPAGCORP'       TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-PAGOSCORP-FD FROM UTLCTLARC-REGISTRO.

           IF 88-FS-PAGOSCORP-OK
              SET 88-TANDA-PAGOS-ABIERTA TO TRUE
           ELSE
              DISPLAY 'ERROR EN WRITE HEADER PAGOSCORP FS: '
                                                         FS-PAGOSCORP
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2320.
           EXIT.

       2900-LEO-CORPPAG.
      *-----------------

           INITIALIZE REG-PAGCORP.

           READ CORPPAG INTO REG-PAGCORP

           EVALUATE TRUE
               WHEN 88-FS-CORPPAG-OK
                    ADD 1 TO WS-LEIDOS-CORPPAG
               WHEN 88-FS-CORPPAG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CORPPAG FS: ' FS-CORPPAG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

      *------------------------------------------------------------
      * LISTADO DE DISTRIBUCION Y DE PAGOS RECHAZADOS
      *------------------------------------------------------------
       4100-ENCABEZADO-PAGO.
      *---------------------

           PERFORM 4600-WRITE-RPTPAGCORP.
           MOVE 'EMPRESA:'               TO REG-RPTPAGCORP-FD (01:08).
           MOVE PCO-ID-EMPRESA           TO REG-RPTPAGCORP-FD (10:06).
           MOVE 'PERIODO:'               TO REG-RPTPAGCORP-FD (18:08).
           MOVE PCO-PERIODO              TO REG-RPTPAGCORP-FD (27:06).
           MOVE 'FECHA:'                 TO REG-RPTPAGCORP-FD (35:06).
           MOVE PCO-FECHA                TO REG-RPTPAGCORP-FD (42:08).
           MOVE 'CANAL:'                 TO REG-RPTPAGCORP-FD (52:06).
           MOVE PCO-CANAL                TO REG-RPTPAGCORP-FD (59:02).
           MOVE 'IMPORTE PAGADO:'        TO REG-RPTPAGCORP-FD (63:15).
           MOVE PCO-IMPORTE              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTPAGCORP-FD (79:14).
           PERFORM 4600-WRITE-RPTPAGCORP.
           MOVE 'SALDO FACTURADO:'       TO REG-RPTPAGCORP-FD (62:16).
           MOVE WS-SALDO-FACTURA         TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTPAGCORP-FD (79:14).
           PERFORM 4600-WRITE-RPTPAGCORP.
           MOVE 'TARJETA'                TO REG-RPTPAGCORP-FD (05:07).
           MOVE 'C.COSTO'                TO REG-RPTPAGCORP-FD (26:07).
           MOVE 'SALDO CIERRE'           TO REG-RPTPAGCORP-FD (38:12).
           MOVE 'PAGO APLICADO'          TO REG-RPTPAGCORP-FD (53:13).
           PERFORM 4600-WRITE-RPTPAGCORP.

       FIN-4100.
           EXIT.

       4110-LINEA-DISTRIBUCION.
      *------------------------

           MOVE WFA-NRO-TARJETA (IDX-FAC) TO UTLMASK-TARJETA.
           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-TARJETA-MASC     TO REG-RPTPAGCORP-FD (05:19).
           MOVE WFA-CCOSTO (IDX-FAC)     TO REG-RPTPAGCORP-FD (26:06).
           MOVE WFA-SALDO-CIERRE (IDX-FAC) TO WS-SALDO-ED.
           MOVE WS-SALDO-ED              TO REG-RPTPAGCORP-FD (35:15).
           MOVE WFA-PARTE (IDX-FAC)      TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTPAGCORP-FD (52:14).
           PERFORM 4600-WRITE-RPTPAGCORP.

       FIN-4110.
           EXIT.

       4200-LISTO-RECHAZO.
      *-------------------

           PERFORM 4600-WRITE-RPTPAGCORP.
           MOVE 'RECHAZADO - EMPRESA:'   TO REG-RPTPAGCORP-FD (01:20).
           MOVE PCO-ID-EMPRESA           TO REG-RPTPAGCORP-FD (22:06).
           MOVE 'PERIODO:'               TO REG-RPTPAGCORP-FD (30:08).
           MOVE PCO-PERIODO              TO REG-RPTPAGCORP-FD (39:06).
           MOVE 'CANAL:'                 TO REG-RPTPAGCORP-FD (47:06).
           MOVE PCO-CANAL                TO REG-RPTPAGCORP-FD (54:02).
           MOVE PCO-IMPORTE              TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED            TO REG-RPTPAGCORP-FD (58:14).
           MOVE WS-MOTIVO-RECHAZO        TO REG-RPTPAGCORP-FD (74:02).

           EVALUATE TRUE
               WHEN 88-RECH-CANAL
                    MOVE 'CANAL DE PAGO INVALIDO'
                                         TO REG-RPTPAGCORP-FD (77:30)
               WHEN 88-RECH-IMPORTE
                    MOVE 'PAGO SIN IMPORTE'
                                         TO REG-RPTPAGCORP-FD (77:30)
               WHEN 88-RECH-FACTURA
                    MOVE 'SIN FACTURA CON SALDO A PAGAR'
                                         TO REG-RPTPAGCORP-FD (77:30)
               WHEN 88-RECH-MAXIMO
                    MOVE 'PARTE SUPERA EL MAXIMO DE PAGO'
                                         TO REG-RPTPAGCORP-FD (77:30)
           END-EVALUATE.

           PERFORM 4600-WRITE-RPTPAGCORP.

           ADD 1                         TO WS-PAGOS-RECHAZADOS.

       FIN-4200.
           EXIT.

       4600-WRITE-RPTPAGCORP.
      *----------------------

           WRITE REG-RPTPAGCORP-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTPAGCORP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTPAGCORP FS: '
                                                        FS-RPTPAGCORP
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTPAGCORP-FD.

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

           CLOSE CORPPAG.

      *    SIN TRAILER LA TANDA DE UNA CORRIDA CORTADA NO SE CONSUME.
           IF WS-FIN-NORMAL = 'S'
           AND 88-TANDA-PAGOS-ABIERTA
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-PAGOSCORP-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-PAGOSCORP-OK
                 DISPLAY 'ERROR EN WRITE TRAILER PAGOSCORP FS: '
                                                         FS-PAGOSCORP
              END-IF
           END-IF.

           CLOSE PAGOSCORP
                 RPTPAGCORP.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMPAGCORP'            TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-CORPPAG       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-PAGOS       TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMPAGCORP            '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CORPPAG       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PAGOS DE EMPRESAS LEIDOS : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-FACCORPDET    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. TARJETAS FACTURADAS      : ' WS-CONTADOR-ED.
           MOVE WS-PAGOS-APLICADOS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PAGOS APLICADOS          : ' WS-CONTADOR-ED.
           MOVE WS-PAGOS-RECHAZADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PAGOS RECHAZADOS         : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-PAGOS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. PAGOS POR TARJETA        : ' WS-CONTADOR-ED.
           MOVE WS-IMPORTE-APLICADO     TO WS-TOTAL-ED.
           DISPLAY 'IMPORTE APLICADO      : ' WS-TOTAL-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMPAGCORP.
