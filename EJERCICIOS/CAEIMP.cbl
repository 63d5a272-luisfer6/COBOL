       IDENTIFICATION DIVISION.

       PROGRAM-ID. CAEIMP.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * FACTURA ELECTRONICA: ACTUALIZA EL ESTADO DE AUTORIZACION DE
      * LOS COMPROBANTES (CAEDOC, VER WCAEDOC.cpy) CON EL CIRCUITO DE
      * IDA Y VUELTA CON LA AUTORIDAD FISCAL:
      *   - CAESOL : SOLICITUDES ENVIADAS (LAS GRABA FACTURAS EN
      *              MODO 'S'). CADA COMPROBANTE SOLICITADO QUEDA
      *              PENDIENTE ('P') HASTA QUE LLEGUE SU RESPUESTA.
      *   - CAERES : RESPUESTAS DE LA AUTORIDAD. APROBADO ('A') CON
      *              CAE Y VENCIMIENTO, O RECHAZADO ('R') CON MOTIVO.
      * GENERA CAEDOCACT CON EL ESTADO ACTUALIZADO DE TODOS LOS
      * COMPROBANTES (REEMPLAZA A CAEDOC PARA LA PROXIMA CORRIDA).
      * UN COMPROBANTE YA AUTORIZADO NO VUELVE A PENDIENTE. UNA
      * RESPUESTA DE UN COMPROBANTE NUNCA SOLICITADO SE INFORMA Y SE
      * DESCARTA. FACTURAS SOLO IMPRIME Y PGMIVA SOLO REGISTRA LOS
      * COMPROBANTES AUTORIZADOS.
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

           SELECT CAEDOC        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAEDOC
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAEDOC.

           SELECT CAESOL        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAESOL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAESOL.

           SELECT CAERES        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAERES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAERES.

           SELECT CAEDOCACT     ASSIGN       TO
                                 DYNAMIC WS-ARCH-CAEDOCACT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAEDOCACT.

       DATA DIVISION.

       FILE SECTION.

       FD  CAEDOC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAEDOC-FD                 PIC X(100).

       FD  CAESOL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAESOL-FD                 PIC X(100).

       FD  CAERES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAERES-FD                 PIC X(100).

       FD  CAEDOCACT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CAEDOCACT-FD              PIC X(100).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-CAEDOC             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAESOL             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAERES             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CAEDOCACT          PIC X(128) VALUE SPACES.

       77  FS-CAEDOC                     PIC  X(02) VALUE ' '.
           88 88-FS-CAEDOC-OK                       VALUE '00'.
           88 88-FS-CAEDOC-EOF                      VALUE '10'.
           88 88-FS-CAEDOC-NOEXISTE                 VALUE '35'.

       77  FS-CAESOL                     PIC  X(02) VALUE ' '.
           88 88-FS-CAESOL-OK                       VALUE '00'.
           88 88-FS-CAESOL-EOF                      VALUE '10'.
           88 88-FS-CAESOL-NOEXISTE                 VALUE '35'.

       77  FS-CAERES                     PIC  X(02) VALUE ' '.
           88 88-FS-CAERES-OK                       VALUE '00'.
           88 88-FS-CAERES-EOF                      VALUE '10'.
           88 88-FS-CAERES-NOEXISTE                 VALUE '35'.

       77  FS-CAEDOCACT                  PIC  X(02) VALUE ' '.
           88 88-FS-CAEDOCACT-OK                    VALUE '00'.

       77  WS-LEIDOS-CAEDOC              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CAESOL              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-CAERES              PIC  9(09) VALUE 0.
       77  WS-GRABADOS-CAEDOCACT         PIC  9(09) VALUE 0.
       77  WS-APROBADOS                  PIC  9(09) VALUE 0.
       77  WS-RECHAZADOS                 PIC  9(09) VALUE 0.
       77  WS-RESP-SIN-SOLICITUD         PIC  9(09) VALUE 0.
       77  WS-RESP-INVALIDAS             PIC  9(09) VALUE 0.
       77  WS-SOL-YA-AUTORIZADAS         PIC  9(09) VALUE 0.
       77  WS-TOT-PENDIENTES             PIC  9(09) VALUE 0.
       77  WS-TOT-AUTORIZADOS            PIC  9(09) VALUE 0.
       77  WS-TOT-RECHAZADOS             PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * ESTADO DE LOS COMPROBANTES (CAEDOC + NOVEDADES)
      *------------------------------------------------------
       77  WCN-TOPE-DOCUMENTOS           PIC  9(05) VALUE 5000.
       77  WS-CANT-DOCUMENTOS            PIC  9(05) VALUE 0.
       77  WS-POS-DOCUMENTO              PIC  9(05) VALUE 0.
       01  WS-TABLA-DOCUMENTOS.
           05 WS-DOCUMENTO-TAB OCCURS 5000 TIMES
                               INDEXED BY IDX-DOCUMENTO.
              10 WDC-REGISTRO            PIC  X(100).

       01  WS-CLAVE-BUSCADA.
           05 WS-CLAVE-SUCURSAL          PIC  9(04).
           05 WS-CLAVE-TIPO-MOV          PIC  X(01).
           05 WS-CLAVE-NRO-VENTA         PIC  9(08).

       COPY WCAEDOC.

       COPY WCAESOL.

       COPY WCAERES.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 1100-CARGO-CAEDOC.

           PERFORM 2000-PROCESO-SOLICITUDES.

           PERFORM 2500-PROCESO-RESPUESTAS.

           PERFORM 2900-GRABO-CAEDOCACT.

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

           OPEN OUTPUT CAEDOCACT.

           EVALUATE TRUE
               WHEN 88-FS-CAEDOCACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAEDOCACT'
                    DISPLAY 'FILE STATUS' FS-CAEDOCACT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'CAEDOC'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAEDOC

           MOVE 'CAESOL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAESOL

           MOVE 'CAERES'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAERES

           MOVE 'CAEDOCACT'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CAEDOCACT.

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
      * ESTADO ANTERIOR. EN LA PRIMERA CORRIDA NO HAY CAEDOC.
      *------------------------------------------------------------
       1100-CARGO-CAEDOC.
      *------------------

           OPEN INPUT CAEDOC.

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
                    PERFORM 1110-LEO-CAEDOC
                    PERFORM UNTIL 88-FS-CAEDOC-EOF
                       PERFORM 1120-AGREGO-DOCUMENTO
                       MOVE REG-CAEDOC
                         TO WDC-REGISTRO (WS-CANT-DOCUMENTOS)
                       PERFORM 1110-LEO-CAEDOC
                    END-PERFORM
                    CLOSE CAEDOC

               WHEN 88-FS-CAEDOC-NOEXISTE
                    DISPLAY 'CAEDOC INEXISTENTE - SE INICIA VACIO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAEDOC'
                    DISPLAY 'FILE STATUS' FS-CAEDOC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1100.
           EXIT.

       1110-LEO-CAEDOC.
      *----------------

           INITIALIZE REG-CAEDOC.

           READ CAEDOC INTO REG-CAEDOC

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
                    ADD 1 TO WS-LEIDOS-CAEDOC
               WHEN 88-FS-CAEDOC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAEDOC FS: ' FS-CAEDOC
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1110.
           EXIT.

       1120-AGREGO-DOCUMENTO.
      *----------------------

           IF WS-CANT-DOCUMENTOS NOT < WCN-TOPE-DOCUMENTOS
              DISPLAY 'TABLA DE COMPROBANTES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-DOCUMENTOS.

       FIN-1120.
           EXIT.

      *------------------------------------------------------------
      * UBICA WS-CLAVE-BUSCADA EN LA TABLA (0 = NO ESTA)
      *------------------------------------------------------------
       1200-BUSCO-DOCUMENTO.
      *---------------------

           MOVE 0 TO WS-POS-DOCUMENTO.

           PERFORM VARYING IDX-DOCUMENTO FROM 1 BY 1
                     UNTIL IDX-DOCUMENTO > WS-CANT-DOCUMENTOS
                        OR WS-POS-DOCUMENTO > 0
              IF WDC-REGISTRO (IDX-DOCUMENTO) (1:13) = WS-CLAVE-BUSCADA
                 SET WS-POS-DOCUMENTO TO IDX-DOCUMENTO
              END-IF
           END-PERFORM.

       FIN-1200.
           EXIT.

      *------------------------------------------------------------
      * SOLICITUDES ENVIADAS: EL COMPROBANTE QUEDA PENDIENTE
      *------------------------------------------------------------
       2000-PROCESO-SOLICITUDES.
      *-------------------------

           OPEN INPUT CAESOL.

           EVALUATE TRUE
               WHEN 88-FS-CAESOL-OK
                    PERFORM 2010-LEO-CAESOL
                    PERFORM UNTIL 88-FS-CAESOL-EOF
                       PERFORM 2100-REGISTRO-SOLICITUD THRU FIN-2100
                       PERFORM 2010-LEO-CAESOL
                    END-PERFORM
                    CLOSE CAESOL

               WHEN 88-FS-CAESOL-NOEXISTE
                    DISPLAY 'CAESOL INEXISTENTE - SIN SOLICITUDES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAESOL'
                    DISPLAY 'FILE STATUS' FS-CAESOL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-CAESOL.
      *----------------

           INITIALIZE REG-CAESOL.

           READ CAESOL INTO REG-CAESOL

           EVALUATE TRUE
               WHEN 88-FS-CAESOL-OK
                    ADD 1 TO WS-LEIDOS-CAESOL
               WHEN 88-FS-CAESOL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAESOL FS: ' FS-CAESOL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2100-REGISTRO-SOLICITUD.
      *------------------------

           MOVE SOL-PTO-VTA              TO WS-CLAVE-SUCURSAL.
           MOVE SOL-CBTE-NRO             TO WS-CLAVE-NRO-VENTA.
           PERFORM 2110-TIPO-MOV-SOLICITUD.

           PERFORM 1200-BUSCO-DOCUMENTO.

           IF WS-POS-DOCUMENTO = 0
              PERFORM 1120-AGREGO-DOCUMENTO
              MOVE WS-CANT-DOCUMENTOS    TO WS-POS-DOCUMENTO
              INITIALIZE REG-CAEDOC
              MOVE WS-CLAVE-BUSCADA      TO CAE-CLAVE
           ELSE
              MOVE WDC-REGISTRO (WS-POS-DOCUMENTO) TO REG-CAEDOC
              IF 88-CAE-AUTORIZADO
                 ADD 1 TO WS-SOL-YA-AUTORIZADAS
                 DISPLAY 'SOLICITUD DE COMPROBANTE YA AUTORIZADO: '
                         WS-CLAVE-BUSCADA
                 GO TO FIN-2100
              END-IF
           END-IF.

      *    UN RECHAZADO QUE SE VUELVE A PEDIR PIERDE EL MOTIVO
      *    ANTERIOR Y QUEDA A LA ESPERA DE LA NUEVA RESPUESTA.
           SET 88-CAE-PENDIENTE          TO TRUE.
           MOVE 0                        TO CAE-NRO
                                            CAE-VTO
                                            CAE-FECHA-RES.
           MOVE SPACES                   TO CAE-MOTIVO-COD
                                            CAE-MOTIVO-DESC.
           MOVE WS-FECHA-PROCESO         TO CAE-FECHA-SOL.

           MOVE REG-CAEDOC TO WDC-REGISTRO (WS-POS-DOCUMENTO).

       FIN-2100.
           EXIT.

       2110-TIPO-MOV-SOLICITUD.
      *------------------------

           IF 88-SOL-NOTA-CREDITO-B
              MOVE 'C'                   TO WS-CLAVE-TIPO-MOV
           ELSE
              MOVE 'V'                   TO WS-CLAVE-TIPO-MOV
           END-IF.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * RESPUESTAS DE LA AUTORIDAD FISCAL
      *------------------------------------------------------------
       2500-PROCESO-RESPUESTAS.
      *------------------------

           OPEN INPUT CAERES.

           EVALUATE TRUE
               WHEN 88-FS-CAERES-OK
                    PERFORM 2510-LEO-CAERES
                    PERFORM UNTIL 88-FS-CAERES-EOF
                       PERFORM 2600-REGISTRO-RESPUESTA THRU FIN-2600
                       PERFORM 2510-LEO-CAERES
                    END-PERFORM
                    CLOSE CAERES

               WHEN 88-FS-CAERES-NOEXISTE
                    DISPLAY 'CAERES INEXISTENTE - SIN RESPUESTAS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAERES'
                    DISPLAY 'FILE STATUS' FS-CAERES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-CAERES.
      *----------------

           INITIALIZE REG-CAERES.

           READ CAERES INTO REG-CAERES

           EVALUATE TRUE
               WHEN 88-FS-CAERES-OK
                    ADD 1 TO WS-LEIDOS-CAERES
               WHEN 88-FS-CAERES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAERES FS: ' FS-CAERES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2600-REGISTRO-RESPUESTA.
      *------------------------

           IF NOT 88-RES-APROBADO AND NOT 88-RES-RECHAZADO
              ADD 1 TO WS-RESP-INVALIDAS
              DISPLAY 'RESPUESTA CON RESULTADO INVALIDO: '
                      RES-PTO-VTA ' ' RES-CBTE-NRO
              GO TO FIN-2600
           END-IF.

           MOVE RES-PTO-VTA              TO WS-CLAVE-SUCURSAL.
           MOVE RES-CBTE-NRO             TO WS-CLAVE-NRO-VENTA.
           IF RES-CBTE-TIPO = 8
              MOVE 'C'                   TO WS-CLAVE-TIPO-MOV
           ELSE
              MOVE 'V'                   TO WS-CLAVE-TIPO-MOV
           END-IF.

           PERFORM 1200-BUSCO-DOCUMENTO.

           IF WS-POS-DOCUMENTO = 0
              ADD 1 TO WS-RESP-SIN-SOLICITUD
              DISPLAY 'RESPUESTA SIN SOLICITUD - SE DESCARTA: '
                      WS-CLAVE-BUSCADA
              GO TO FIN-2600
           END-IF.

           MOVE WDC-REGISTRO (WS-POS-DOCUMENTO) TO REG-CAEDOC.

           MOVE WS-FECHA-PROCESO         TO CAE-FECHA-RES.

           IF 88-RES-APROBADO
              SET 88-CAE-AUTORIZADO      TO TRUE
              MOVE RES-CAE               TO CAE-NRO
              MOVE RES-CAE-VTO           TO CAE-VTO
              MOVE SPACES                TO CAE-MOTIVO-COD
                                            CAE-MOTIVO-DESC
              ADD 1 TO WS-APROBADOS
           ELSE
              SET 88-CAE-RECHAZADO       TO TRUE
              MOVE 0                     TO CAE-NRO
                                            CAE-VTO
              MOVE RES-MOTIVO-COD        TO CAE-MOTIVO-COD
              MOVE RES-MOTIVO-DESC       TO CAE-MOTIVO-DESC
              ADD 1 TO WS-RECHAZADOS
           END-IF.

           MOVE REG-CAEDOC TO WDC-REGISTRO (WS-POS-DOCUMENTO).

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * ESTADO ACTUALIZADO DE TODOS LOS COMPROBANTES
      *------------------------------------------------------------
       2900-GRABO-CAEDOCACT.
      *---------------------

           PERFORM VARYING IDX-DOCUMENTO FROM 1 BY 1
                     UNTIL IDX-DOCUMENTO > WS-CANT-DOCUMENTOS
              MOVE WDC-REGISTRO (IDX-DOCUMENTO) TO REG-CAEDOC
              EVALUATE TRUE
                  WHEN 88-CAE-AUTORIZADO
                       ADD 1 TO WS-TOT-AUTORIZADOS
                  WHEN 88-CAE-RECHAZADO
                       ADD 1 TO WS-TOT-RECHAZADOS
                  WHEN OTHER
                       ADD 1 TO WS-TOT-PENDIENTES
              END-EVALUATE
              WRITE REG-CAEDOCACT-FD FROM REG-CAEDOC
              IF NOT 88-FS-CAEDOCACT-OK
                 DISPLAY 'ERROR EN WRITE CAEDOCACT FS: ' FS-CAEDOCACT
                 PERFORM 3000-FINALIZO
              END-IF
              ADD 1 TO WS-GRABADOS-CAEDOCACT
           END-PERFORM.

       FIN-2900.
           EXIT.

       3000-FINALIZO.
      *--------------

           CLOSE CAEDOCACT
           EVALUATE TRUE
               WHEN 88-FS-CAEDOCACT-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CAEDOCACT FS: ' FS-CAEDOCACT
           END-EVALUATE.

           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'CAEIMP'                TO RUNCTL-PROGRAMA.
           COMPUTE RUNCTL-LEIDOS = WS-LEIDOS-CAESOL + WS-LEIDOS-CAERES.
           MOVE WS-GRABADOS-CAEDOCACT   TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: CAEIMP                '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-CAEDOC        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. COMPROBANTES ANTERIORES  : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CAESOL        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SOLICITUDES LEIDAS       : ' WS-CONTADOR-ED.
           MOVE WS-SOL-YA-AUTORIZADAS   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SOLICITUDES YA AUTORIZ.  : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-CAERES        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RESPUESTAS LEIDAS        : ' WS-CONTADOR-ED.
           MOVE WS-APROBADOS            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. APROBADAS                : ' WS-CONTADOR-ED.
           MOVE WS-RECHAZADOS           TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECHAZADAS               : ' WS-CONTADOR-ED.
           MOVE WS-RESP-SIN-SOLICITUD   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RESPUESTAS SIN SOLICITUD : ' WS-CONTADOR-ED.
           MOVE WS-RESP-INVALIDAS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RESPUESTAS INVALIDAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-TOT-AUTORIZADOS      TO WS-CONTADOR-ED.
           DISPLAY 'COMPROBANTES AUTORIZADOS       : ' WS-CONTADOR-ED.
           MOVE WS-TOT-RECHAZADOS       TO WS-CONTADOR-ED.
           DISPLAY 'COMPROBANTES RECHAZADOS        : ' WS-CONTADOR-ED.
           MOVE WS-TOT-PENDIENTES       TO WS-CONTADOR-ED.
           DISPLAY 'COMPROBANTES PENDIENTES        : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM CAEIMP.
