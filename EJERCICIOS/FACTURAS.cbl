      *     REFERENCIANDO EL NRO DE LA VENTA ORIGINAL
      *   - MODO 'R' (REIMPRESION): SE PIDE UN NRO DE VENTA Y SE
      *     REEMITE SOLO ESE COMPROBANTE MARCADO COMO REIMPRESION
      * FACTURA ELECTRONICA: NINGUN COMPROBANTE SE IMPRIME SIN EL CAE
      * DE LA AUTORIDAD FISCAL.
      *   - MODO 'S' (SOLICITUD DE CAE): NO IMPRIME; GRABA EN CAESOL
      *     CADA COMPROBANTE AUN NO AUTORIZADO, EN EL FORMATO DE LA
      *     AUTORIDAD FISCAL (NETO E IVA SEGUN ALICIVA). LA RESPUESTA
      *     LA IMPORTA CAEIMP SOBRE EL ESTADO DE COMPROBANTES CAEDOC.
      *   - EN EMISION Y REIMPRESION SOLO SALEN LOS COMPROBANTES
      *     AUTORIZADOS EN CAEDOC, CON SU CAE Y VENCIMIENTO. LOS
      *     RECHAZADOS, SIN RESPUESTA O NO SOLICITADOS SE RETIENEN Y
      *     SE LISTAN EN DOCRETEN PARA SU SEGUIMIENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAS.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DOCUMENTOS.

           SELECT ALICIVA        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\ALICIVA.
      -    'txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ALICIVA.

           SELECT CAEDOC         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CAEDOC.t
      -    'xt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAEDOC.

           SELECT CAESOL         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CAESOL.t
      -    'xt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAESOL.

           SELECT DOCRETEN       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Document
      -    'osRetenidos.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DOCRETEN.

           SELECT WORK-FACT      ASSIGN       TO 'WORKFAC.TMP'.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  REG-DOCUMENTOS-FD              PIC X(100).

       FD  ALICIVA
           RECORDING MODE IS F.
       01  REG-ALICIVA-FD                 PIC X(21).

       FD  CAEDOC
           RECORDING MODE IS F.
       01  REG-CAEDOC-FD                  PIC X(100).

       FD  CAESOL
           RECORDING MODE IS F.
       01  REG-CAESOL-FD                  PIC X(100).

       FD  DOCRETEN
           RECORDING MODE IS F.
       01  REG-DOCRETEN-FD                PIC X(100).

       SD  WORK-FACT.
       01  REG-WORK-FACT.
           05 WORK-SUCURSAL-KEY           PIC 9(04).
           88 88-FS-PRODMST-EOF                     VALUE '10'.
           88 88-FS-PRODMST-NOEXISTE                VALUE '35'.

       77  FS-ALICIVA                     PIC X(02) VALUE ' '.
           88 88-FS-ALICIVA-OK                      VALUE '00'.
           88 88-FS-ALICIVA-EOF                     VALUE '10'.

       77  FS-CAEDOC                      PIC X(02) VALUE ' '.
           88 88-FS-CAEDOC-OK                       VALUE '00'.
           88 88-FS-CAEDOC-EOF                      VALUE '10'.
           88 88-FS-CAEDOC-NOEXISTE                 VALUE '35'.

       77  FS-CAESOL                      PIC X(02) VALUE ' '.
           88 88-FS-CAESOL-OK                       VALUE '00'.

       77  FS-DOCRETEN                    PIC X(02) VALUE ' '.
           88 88-FS-DOCRETEN-OK                     VALUE '00'.

      *-----------------------------------------------
      * ESTADO DE AUTORIZACION DE LOS COMPROBANTES
      * (CAEDOC, LO MANTIENE CAEIMP). SIN ARCHIVO
      * NINGUN COMPROBANTE ESTA AUTORIZADO.
      *-----------------------------------------------
       77  WCN-TOPE-CAEDOC                PIC 9(05) VALUE 5000.
       77  WS-CANT-CAEDOC                 PIC 9(05) VALUE 0.
       01  WS-TABLA-CAEDOC.
           05 WS-CAEDOC-TAB OCCURS 5000 TIMES
                            INDEXED BY IDX-CAEDOC.
              10 WCD-CLAVE                PIC X(13).
              10 WCD-ESTADO               PIC X(01).
              10 WCD-CAE                  PIC 9(14).
              10 WCD-VTO                  PIC 9(08).
              10 WCD-MOTIVO-COD           PIC X(05).
              10 WCD-MOTIVO-DESC          PIC X(40).

       01  WS-CLAVE-DOC.
           05 WS-CLAVE-SUCURSAL           PIC 9(04).
           05 WS-CLAVE-TIPO-MOV           PIC X(01).
           05 WS-CLAVE-NRO-VENTA          PIC 9(08).
       77  WS-POS-CAEDOC                  PIC 9(05) VALUE 0.
       77  WS-ESTADO-DOC                  PIC X(01) VALUE SPACE.
           88 88-DOC-AUTORIZADO                     VALUE 'A'.
           88 88-DOC-RECHAZADO                      VALUE 'R'.
           88 88-DOC-PENDIENTE                      VALUE 'P'.
           88 88-DOC-NO-SOLICITADO                  VALUE SPACE.
       01  WS-FECHA-CAE-ED.
           05 WS-FECHA-CAE-DD             PIC X(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-FECHA-CAE-MM             PIC X(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-FECHA-CAE-AAAA           PIC X(04).
       77  WS-FECHA-CAE-NUM               PIC 9(08) VALUE 0.

      *-----------------------------------------------
      * ALICUOTAS DE IVA (TODAS LAS VERSIONES) PARA EL
      * NETO E IVA DE LA SOLICITUD DE CAE, MISMO
      * CRITERIO QUE PGMIVA.
      *-----------------------------------------------
       77  WCN-TOPE-ALICUOTAS             PIC 9(02) VALUE 50.
       77  WS-CANT-ALICUOTAS              PIC 9(02) VALUE 0.
       77  WCN-HASTA-ABIERTA              PIC 9(08) VALUE 99999999.
       01  WS-TABLA-ALICUOTAS.
           05 WS-ALICUOTA-TAB OCCURS 50 TIMES
                              INDEXED BY IDX-ALICUOTA.
              10 WAL-CONDICION            PIC X(01).
              10 WAL-TASA                 PIC 9(02)V99.
              10 WAL-VIG-DESDE            PIC 9(08).
              10 WAL-VIG-HASTA            PIC 9(08).
       77  WS-TASA-VENTA                  PIC 9(02)V99 VALUE 0.
       77  WS-TASA-HALLADA                PIC X(01) VALUE 'N'.
       77  WS-FECHA-VENTA                 PIC 9(08) VALUE 0.
       77  WS-NETO                        PIC 9(11)V99 VALUE 0.
       77  WS-IVA                         PIC 9(11)V99 VALUE 0.

      *-----------------------------------------------
      * LINEAS DE DETALLE DE VENTA (VTADET) Y NOMBRES
      * DEL MAESTRO DE PRODUCTOS, PARA QUE LA FACTURA
       77  WS-MODO                        PIC X(01) VALUE 'E'.
           88 88-MODO-EMISION                       VALUE 'E'.
           88 88-MODO-REIMPRESION                   VALUE 'R'.
           88 88-MODO-SOLICITUD                     VALUE 'S'.
       77  WS-NRO-REIMPRESION-X           PIC X(08) VALUE SPACES.
       77  WS-NRO-REIMPRESION             PIC 9(08) VALUE 0.

       77  WS-NOTAS-CREDITO               PIC 9(09) VALUE 0.
       77  WS-SALTOS-NUMERACION           PIC 9(05) VALUE 0.
       77  WS-REIMPRESOS                  PIC 9(05) VALUE 0.
       77  WS-SOLICITUDES-CAE             PIC 9(09) VALUE 0.
       77  WS-YA-AUTORIZADOS              PIC 9(09) VALUE 0.
       77  WS-SIN-ALICUOTA                PIC 9(09) VALUE 0.
       77  WS-RETENIDOS                   PIC 9(09) VALUE 0.

       77  WS-FIN-SORT                    PIC X(01) VALUE 'N'.
       77  WS-SUCURSAL-ANT                PIC 9(04) VALUE 0.

       COPY WPRODMST.

       COPY WALICIVA.

       COPY WCAEDOC.

       COPY WCAESOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF 88-MODO-EMISION OR 88-MODO-SOLICITUD
              PERFORM 2000-EMISION-ORDENADA
           ELSE
              PERFORM 2500-REIMPRESION

       1000-INICIO.

           DISPLAY 'MODO (E=EMISION  R=REIMPRESION  S=SOLICITUD CAE): '
                                              WITH NO ADVANCING.
           ACCEPT WS-MODO.


           IF NOT 88-MODO-EMISION
           AND NOT 88-MODO-REIMPRESION
           AND NOT 88-MODO-SOLICITUD
              DISPLAY 'MODO INVALIDO: ' WS-MODO
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
                    STOP RUN
           END-EVALUATE.

           PERFORM 1300-CARGO-CAEDOC.

           IF 88-MODO-SOLICITUD
              PERFORM 1400-CARGO-ALICUOTAS
              PERFORM 1500-ABRO-SOLICITUD
           ELSE
              PERFORM 1600-ABRO-IMPRESION
              PERFORM 1100-CARGO-DETALLES
              PERFORM 1200-CARGO-PRODUCTOS
           END-IF.

       1000-FIN.
           EXIT.
       1210-FIN.
           EXIT.

      *------------------------------------------------------------
      * ESTADO DE AUTORIZACION DE LOS COMPROBANTES YA SOLICITADOS
      *------------------------------------------------------------
       1300-CARGO-CAEDOC.

           OPEN INPUT CAEDOC.

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
                    PERFORM 1310-LEO-CAEDOC
                    PERFORM UNTIL 88-FS-CAEDOC-EOF
                       IF WS-CANT-CAEDOC < WCN-TOPE-CAEDOC
                          ADD 1 TO WS-CANT-CAEDOC
                          MOVE CAE-CLAVE
                            TO WCD-CLAVE (WS-CANT-CAEDOC)
                          MOVE CAE-ESTADO
                            TO WCD-ESTADO (WS-CANT-CAEDOC)
                          MOVE CAE-NRO
                            TO WCD-CAE (WS-CANT-CAEDOC)
                          MOVE CAE-VTO
                            TO WCD-VTO (WS-CANT-CAEDOC)
                          MOVE CAE-MOTIVO-COD
                            TO WCD-MOTIVO-COD (WS-CANT-CAEDOC)
                          MOVE CAE-MOTIVO-DESC
                            TO WCD-MOTIVO-DESC (WS-CANT-CAEDOC)
                       ELSE
                          DISPLAY 'TABLA DE ESTADOS CAE COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1310-LEO-CAEDOC
                    END-PERFORM
                    CLOSE CAEDOC

               WHEN 88-FS-CAEDOC-NOEXISTE
                    DISPLAY 'ARCHIVO CAEDOC INEXISTENTE - '
                    DISPLAY 'NINGUN COMPROBANTE TIENE CAE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAEDOC FS: ' FS-CAEDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

       1310-LEO-CAEDOC.

           INITIALIZE REG-CAEDOC.

           READ CAEDOC INTO REG-CAEDOC

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
               WHEN 88-FS-CAEDOC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAEDOC FS: ' FS-CAEDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1310-FIN.
           EXIT.

       1400-CARGO-ALICUOTAS.

           OPEN INPUT ALICIVA.

           EVALUATE TRUE
               WHEN 88-FS-ALICIVA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ALICIVA FS: ' FS-ALICIVA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1410-LEO-ALICUOTA.

           PERFORM UNTIL 88-FS-ALICIVA-EOF
              IF WS-CANT-ALICUOTAS < WCN-TOPE-ALICUOTAS
                 ADD 1 TO WS-CANT-ALICUOTAS
                 MOVE ALI-CONDICION
                   TO WAL-CONDICION (WS-CANT-ALICUOTAS)
                 MOVE ALI-TASA
                   TO WAL-TASA (WS-CANT-ALICUOTAS)
                 IF ALI-VIG-DESDE NOT NUMERIC
                    MOVE 0 TO ALI-VIG-DESDE
                 END-IF
                 IF ALI-VIG-HASTA NOT NUMERIC OR ALI-VIG-HASTA = 0
                    MOVE WCN-HASTA-ABIERTA TO ALI-VIG-HASTA
                 END-IF
                 MOVE ALI-VIG-DESDE
                   TO WAL-VIG-DESDE (WS-CANT-ALICUOTAS)
                 MOVE ALI-VIG-HASTA
                   TO WAL-VIG-HASTA (WS-CANT-ALICUOTAS)
              END-IF
              PERFORM 1410-LEO-ALICUOTA
           END-PERFORM.

           CLOSE ALICIVA.

       1400-FIN.
           EXIT.

       1410-LEO-ALICUOTA.

           INITIALIZE REG-ALICIVA.

           READ ALICIVA INTO REG-ALICIVA

           EVALUATE TRUE
               WHEN 88-FS-ALICIVA-OK
               WHEN 88-FS-ALICIVA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ALICIVA FS: ' FS-ALICIVA
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1410-FIN.
           EXIT.

       1500-ABRO-SOLICITUD.

           OPEN OUTPUT CAESOL.

           EVALUATE TRUE
               WHEN 88-FS-CAESOL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAESOL FS: ' FS-CAESOL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1500-FIN.
           EXIT.

       1600-ABRO-IMPRESION.

           OPEN OUTPUT DOCUMENTOS.

           EVALUATE TRUE
               WHEN 88-FS-DOCUMENTOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DOCUMENTOS FS: '
                                                    FS-DOCUMENTOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT DOCRETEN.

           EVALUATE TRUE
               WHEN 88-FS-DOCRETEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DOCRETEN FS: ' FS-DOCRETEN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-DOCRETEN-FD.
           MOVE 'COMPROBANTES RETENIDOS SIN CAE - SEGUIMIENTO'
                                          TO REG-DOCRETEN-FD (01:44).
           PERFORM 2920-WRITE-RETENIDO.

           MOVE SPACES                    TO REG-DOCRETEN-FD.
           MOVE 'SUC'                     TO REG-DOCRETEN-FD (01:03).
           MOVE 'T'                       TO REG-DOCRETEN-FD (06:01).
           MOVE 'NRO'                     TO REG-DOCRETEN-FD (08:03).
           MOVE 'FECHA'                   TO REG-DOCRETEN-FD (17:05).
           MOVE 'IMPORTE'                 TO REG-DOCRETEN-FD (28:07).
           MOVE 'SITUACION'               TO REG-DOCRETEN-FD (45:09).
           PERFORM 2920-WRITE-RETENIDO.

       1600-FIN.
           EXIT.

       2000-EMISION-ORDENADA.

           SORT WORK-FACT
                  MOVE 'S'                TO WS-PRIMERA-DE-SUC
               END-IF

               PERFORM 2450-VERIFICO-CAE

               IF 88-MODO-SOLICITUD
                  PERFORM 2600-GRABO-SOLICITUD THRU 2600-FIN
               ELSE
                  PERFORM 2300-CONTROL-CONTINUIDAD THRU 2300-FIN
                  MOVE 'N'                TO WS-ES-REIMPRESION
                  IF 88-DOC-AUTORIZADO
                     PERFORM 2400-EMITO-DOCUMENTO
                  ELSE
                     PERFORM 2460-RETENGO-DOCUMENTO
                  END-IF
               END-IF

               MOVE WORK-NRO-KEY          TO WS-NRO-ANT
               MOVE 'N'                   TO WS-PRIMERA-DE-SUC
           MOVE WS-IMPORTE-ED             TO REG-DOCUMENTOS-FD (16:16).
           PERFORM 2910-WRITE-DOCUMENTO.

           MOVE WCD-VTO (WS-POS-CAEDOC)   TO WS-FECHA-CAE-NUM.
           PERFORM 2470-EDITO-FECHA-CAE.

           MOVE SPACES                    TO REG-DOCUMENTOS-FD.
           MOVE 'CAE:'                    TO REG-DOCUMENTOS-FD (01:04).
           MOVE WCD-CAE (WS-POS-CAEDOC)   TO REG-DOCUMENTOS-FD (06:14).
           MOVE 'VTO. CAE:'               TO REG-DOCUMENTOS-FD (22:09).
           MOVE WS-FECHA-CAE-ED           TO REG-DOCUMENTOS-FD (32:10).
           PERFORM 2910-WRITE-DOCUMENTO.

           ADD 1 TO WS-DOCUMENTOS-EMITIDOS.

       2400-FIN.
       2430-FIN.
           EXIT.

      *------------------------------------------------------------
      * UBICA EL COMPROBANTE EN CAEDOC Y DEJA SU ESTADO EN
      * WS-ESTADO-DOC (ESPACIO = NUNCA SOLICITADO)
      *------------------------------------------------------------
       2450-VERIFICO-CAE.

           MOVE ID-SUCURSAL               TO WS-CLAVE-SUCURSAL.
           MOVE VTA-TIPO-MOVIMIENTO       TO WS-CLAVE-TIPO-MOV.
           MOVE VTA-NRO-VENTA             TO WS-CLAVE-NRO-VENTA.

           MOVE 0                         TO WS-POS-CAEDOC.
           MOVE SPACE                     TO WS-ESTADO-DOC.

           PERFORM VARYING IDX-CAEDOC FROM 1 BY 1
                     UNTIL IDX-CAEDOC > WS-CANT-CAEDOC
              IF WCD-CLAVE (IDX-CAEDOC) = WS-CLAVE-DOC
                 SET WS-POS-CAEDOC TO IDX-CAEDOC
                 MOVE WCD-ESTADO (IDX-CAEDOC) TO WS-ESTADO-DOC
              END-IF
           END-PERFORM.

       2450-FIN.
           EXIT.

      *------------------------------------------------------------
      * COMPROBANTE SIN CAE: NO SE IMPRIME Y SE LISTA PARA SU
      * SEGUIMIENTO CON LA SITUACION ANTE LA AUTORIDAD FISCAL
      *------------------------------------------------------------
       2460-RETENGO-DOCUMENTO.

           MOVE IMP-TOTAL                 TO WS-IMPORTE-ED.

           MOVE SPACES                    TO REG-DOCRETEN-FD.
           MOVE ID-SUCURSAL               TO REG-DOCRETEN-FD (01:04).
           MOVE VTA-TIPO-MOVIMIENTO       TO REG-DOCRETEN-FD (06:01).
           MOVE VTA-NRO-VENTA             TO REG-DOCRETEN-FD (08:08).
           MOVE FECHA-VENTA               TO REG-DOCRETEN-FD (17:10).
           MOVE WS-IMPORTE-ED             TO REG-DOCRETEN-FD (28:16).

           EVALUATE TRUE
               WHEN 88-DOC-RECHAZADO
                    MOVE 'RECHAZADO'      TO REG-DOCRETEN-FD (45:09)
                    MOVE WCD-MOTIVO-COD (WS-POS-CAEDOC)
                                          TO REG-DOCRETEN-FD (55:05)
                    MOVE WCD-MOTIVO-DESC (WS-POS-CAEDOC)
                                          TO REG-DOCRETEN-FD (61:40)
               WHEN 88-DOC-PENDIENTE
                    MOVE 'SOLICITADO SIN RESPUESTA'
                                          TO REG-DOCRETEN-FD (45:24)
               WHEN OTHER
                    MOVE 'CAE NO SOLICITADO'
                                          TO REG-DOCRETEN-FD (45:17)
           END-EVALUATE.

           PERFORM 2920-WRITE-RETENIDO.

           ADD 1 TO WS-RETENIDOS.

       2460-FIN.
           EXIT.

       2470-EDITO-FECHA-CAE.

           MOVE WS-FECHA-CAE-NUM (7:2)    TO WS-FECHA-CAE-DD.
           MOVE WS-FECHA-CAE-NUM (5:2)    TO WS-FECHA-CAE-MM.
           MOVE WS-FECHA-CAE-NUM (1:4)    TO WS-FECHA-CAE-AAAA.

       2470-FIN.
           EXIT.

       2410-BUSCO-CLIENTE.

           INITIALIZE REG-CLIENTES

           PERFORM UNTIL 88-FS-VENTAS-EOF
              IF VTA-NRO-VENTA = WS-NRO-REIMPRESION
                 PERFORM 2450-VERIFICO-CAE
                 IF 88-DOC-AUTORIZADO
                    MOVE 'S' TO WS-ES-REIMPRESION
                    PERFORM 2400-EMITO-DOCUMENTO
                    ADD 1 TO WS-REIMPRESOS
                 ELSE
                    DISPLAY 'COMPROBANTE SIN CAE - NO SE REIMPRIME: '
                            VTA-NRO-VENTA
                    PERFORM 2460-RETENGO-DOCUMENTO
                 END-IF
              END-IF
              PERFORM 2110-LEO-VENTA
           END-PERFORM.

           IF WS-REIMPRESOS = 0 AND WS-RETENIDOS = 0
              DISPLAY 'NO SE ENCONTRO LA VENTA NRO: '
                      WS-NRO-REIMPRESION
           END-IF.
       2500-FIN.
           EXIT.

      *------------------------------------------------------------
      * SOLICITUD DE CAE DEL COMPROBANTE EN EL FORMATO DE LA
      * AUTORIDAD FISCAL. LOS YA AUTORIZADOS NO SE VUELVEN A PEDIR;
      * LOS RECHAZADOS SE PIDEN DE NUEVO (CORREGIDOS). SIN ALICUOTA
      * VIGENTE NO SE PUEDE INFORMAR EL IVA Y QUEDA FUERA.
      *------------------------------------------------------------
       2600-GRABO-SOLICITUD.

           IF 88-DOC-AUTORIZADO
              ADD 1 TO WS-YA-AUTORIZADOS
              GO TO 2600-FIN
           END-IF.

           MOVE FECHA-VENTA (1:4)         TO WS-FECHA-VENTA (1:4).
           MOVE FECHA-VENTA (6:2)         TO WS-FECHA-VENTA (5:2).
           MOVE FECHA-VENTA (9:2)         TO WS-FECHA-VENTA (7:2).

           MOVE 'N' TO WS-TASA-HALLADA.

           PERFORM VARYING IDX-ALICUOTA FROM 1 BY 1
                     UNTIL IDX-ALICUOTA > WS-CANT-ALICUOTAS
              IF WAL-CONDICION (IDX-ALICUOTA) = VTA-COND-IVA
                 AND WAL-VIG-DESDE (IDX-ALICUOTA) NOT > WS-FECHA-VENTA
                 AND WAL-VIG-HASTA (IDX-ALICUOTA) NOT < WS-FECHA-VENTA
                 MOVE WAL-TASA (IDX-ALICUOTA) TO WS-TASA-VENTA
                 MOVE 'S' TO WS-TASA-HALLADA
              END-IF
           END-PERFORM.

           IF WS-TASA-HALLADA = 'N'
              ADD 1 TO WS-SIN-ALICUOTA
              DISPLAY 'VENTA SIN ALICUOTA - SIN SOLICITUD DE CAE: '
                      VTA-NRO-VENTA ' CONDICION: ' VTA-COND-IVA
              GO TO 2600-FIN
           END-IF.

           COMPUTE WS-NETO ROUNDED =
                   IMP-TOTAL * 100 / (100 + WS-TASA-VENTA).
           COMPUTE WS-IVA = IMP-TOTAL - WS-NETO.

           INITIALIZE REG-CAESOL.
           IF 88-VTA-DEVOLUCION
              SET 88-SOL-NOTA-CREDITO-B   TO TRUE
              MOVE VTA-NRO-VENTA          TO SOL-CBTE-ASOC
           ELSE
              SET 88-SOL-FACTURA-B        TO TRUE
           END-IF.
           MOVE ID-SUCURSAL               TO SOL-PTO-VTA.
           MOVE VTA-NRO-VENTA             TO SOL-CBTE-NRO.
           MOVE WS-FECHA-VENTA            TO SOL-CBTE-FCH.
           MOVE 1                         TO SOL-CONCEPTO.
           MOVE 96                        TO SOL-DOC-TIPO.
           MOVE ID-CLIENTE                TO SOL-DOC-NRO.
           MOVE IMP-TOTAL                 TO SOL-IMP-TOTAL.
           MOVE WS-NETO                   TO SOL-IMP-NETO.
           MOVE WS-IVA                    TO SOL-IMP-IVA.
           MOVE 'PES'                     TO SOL-MON-ID.
           MOVE WS-TASA-VENTA             TO SOL-ALIC-IVA.

           WRITE REG-CAESOL-FD FROM REG-CAESOL.

           EVALUATE TRUE
               WHEN 88-FS-CAESOL-OK
                    ADD 1 TO WS-SOLICITUDES-CAE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CAESOL FS: ' FS-CAESOL
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       2910-WRITE-DOCUMENTO.

           WRITE REG-DOCUMENTOS-FD.
       2910-FIN.
           EXIT.

       2920-WRITE-RETENIDO.

           WRITE REG-DOCRETEN-FD.

           EVALUATE TRUE
               WHEN 88-FS-DOCRETEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE DOCRETEN FS: ' FS-DOCRETEN
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2920-FIN.
           EXIT.

       3000-FINALIZAR.

           CLOSE VENTAS.
           CLOSE CLIENTES.
           IF 88-MODO-SOLICITUD
              CLOSE CAESOL
           ELSE
              CLOSE DOCUMENTOS
              CLOSE DOCRETEN
           END-IF.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY 'SALTOS DE NUMERACION       : '
                                             WS-SALTOS-NUMERACION.
           DISPLAY 'REIMPRESIONES              : ' WS-REIMPRESOS.
           DISPLAY 'RETENIDOS SIN CAE          : ' WS-RETENIDOS.
           DISPLAY 'SOLICITUDES DE CAE         : ' WS-SOLICITUDES-CAE.
           DISPLAY 'YA AUTORIZADOS (NO SE PIDEN): ' WS-YA-AUTORIZADOS.
           DISPLAY 'SIN ALICUOTA (NO SE PIDEN) : ' WS-SIN-ALICUOTA.
           DISPLAY '**************************************************'.

       3000-FIN.
