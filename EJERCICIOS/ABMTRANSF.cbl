      ******************************************************************
      * PROGRAMA DE SEGUIMIENTO DE TRAMITES DE TRANSFERENCIA DE DOMINIO
      * APLICA EL ARCHIVO DE NOVEDADES TRFNOV SOBRE LOS TRAMITES QUE
      * ABRE VTAVEHI CON CADA VENTA (UN TRAMITE PENDIENTE POR
      * VEHICULO VENDIDO):
      *   'D' DOCUMENTO RECIBIDO: TNV-NRO 1 FORMULARIO 08 FIRMADO,
      *       2 TITULO ANTERIOR, 3 CEDULA, 4 LIBRE DEUDA, 5 DNI DEL
      *       COMPRADOR
      *   'P' PASO CUMPLIDO: TNV-NRO 1 FIRMA DE FORMULARIOS,
      *       2 VERIFICACION, 3 PRESENTACION EN EL REGISTRO, 4 ENTREGA
      *       DEL TITULO. LOS PASOS VAN EN ORDEN Y LA PRESENTACION
      *       EXIGE TODOS LOS DOCUMENTOS. CON LA ENTREGA DEL TITULO EL
      *       TRAMITE QUEDA COMPLETO. SIN TNV-FECHA VALE LA DEL DIA.
      * EL ARCHIVO DE TRAMITES SE LEE COMPLETO A TABLA, SE APLICAN
      * LAS NOVEDADES Y SE REESCRIBE; LOS RECHAZOS SALEN CON MOTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMTRANSF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSF           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'rencias.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRANSF.

           SELECT TRFNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'renciasNovedades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRFNOV.

           SELECT TRFNOVRECH       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Transfe
      -    'renciasNovedadesRech.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TRFNOVRECH.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF
           RECORDING MODE IS F.
       01  REG-TRANSF-FD                  PIC X(110).

       FD  TRFNOV
           RECORDING MODE IS F.
       01  REG-TRFNOV-FD.
           03 TNV-COD                     PIC X(01).
           03 TNV-VEH-ID                  PIC X(05).
           03 TNV-NRO                     PIC 9(01).
           03 TNV-FECHA                   PIC 9(08).

       FD  TRFNOVRECH
           RECORDING MODE IS F.
       01  REG-TRFNOVRECH-FD.
           03 RECH-NOVEDAD                PIC X(15).
           03 FILLER                      PIC X(01).
           03 RECH-MOTIVO                 PIC X(30).

       WORKING-STORAGE SECTION.
       77  FS-TRANSF                      PIC X(02) VALUE ' '.
           88 88-FS-TRANSF-OK                       VALUE '00'.
           88 88-FS-TRANSF-EOF                      VALUE '10'.
           88 88-FS-TRANSF-NOEXISTE                 VALUE '35'.

       77  FS-TRFNOV                      PIC X(02) VALUE ' '.
           88 88-FS-TRFNOV-OK                       VALUE '00'.
           88 88-FS-TRFNOV-EOF                      VALUE '10'.

       77  FS-TRFNOVRECH                  PIC X(02) VALUE ' '.
           88 88-FS-TRFNOVRECH-OK                   VALUE '00'.

       77  WS-LEIDOS-TRAMITES             PIC 9(05) VALUE 0.
       77  WS-LEIDAS-NOVEDADES            PIC 9(05) VALUE 0.
       77  WS-CANT-DOCUMENTOS             PIC 9(05) VALUE 0.
       77  WS-CANT-PASOS                  PIC 9(05) VALUE 0.
       77  WS-CANT-COMPLETOS              PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADAS             PIC 9(05) VALUE 0.

       77  WS-MJE-ERROR                   PIC X(30) VALUE SPACES.
       77  WS-TRAMITE-HALLADO             PIC 9(04) VALUE 0.
       77  WS-FECHA-HALLADA               PIC 9(08) VALUE 0.
       77  WS-IDX-PASO                    PIC 9(01) VALUE 0.
       77  WS-FECHA-PASO                  PIC 9(08) VALUE 0.

      *------------------------------------------------------
      * TODOS LOS TRAMITES EN TABLA: SE APLICAN LAS NOVEDADES
      * Y EL ARCHIVO SE REESCRIBE COMPLETO AL FINAL.
      *------------------------------------------------------
       77  WCN-TOPE-TRAMITES              PIC 9(04) VALUE 1000.
       77  WS-CANT-TRAMITES               PIC 9(04) VALUE 0.
       01  WS-TABLA-TRAMITES.
           05 WS-TRAMITE-TAB OCCURS 1000 TIMES
                             INDEXED BY IDX-TRAMITE.
              10 WTR-REGISTRO             PIC X(110).

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WTRANSF.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-TRFNOV-EOF.

           PERFORM 2800-REESCRIBO-TRAMITES.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           PERFORM 1100-CARGO-TRAMITES.

           OPEN INPUT TRFNOV.

           EVALUATE TRUE
               WHEN 88-FS-TRFNOV-OK
               WHEN 88-FS-TRFNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRFNOV FS: ' FS-TRFNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT TRFNOVRECH.

           EVALUATE TRUE
               WHEN 88-FS-TRFNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRFNOVRECH FS: '
                                                    FS-TRFNOVRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1300-LEO-NOVEDAD.

       1000-FIN.
           EXIT.

       1100-CARGO-TRAMITES.

           OPEN INPUT TRANSF.

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    PERFORM 1110-LEO-TRAMITE
                    PERFORM UNTIL 88-FS-TRANSF-EOF
                       IF WS-CANT-TRAMITES < WCN-TOPE-TRAMITES
                          ADD 1 TO WS-CANT-TRAMITES
                          MOVE REG-TRANSF-FD
                            TO WTR-REGISTRO (WS-CANT-TRAMITES)
                       ELSE
                          DISPLAY 'TABLA DE TRAMITES COMPLETA'
                          DISPLAY 'SE CANCELA EL PROCESO'
                          STOP RUN
                       END-IF
                       PERFORM 1110-LEO-TRAMITE
                    END-PERFORM
                    CLOSE TRANSF
               WHEN 88-FS-TRANSF-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE TRAMITES - SE CREA NUEVO'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1100-FIN.
           EXIT.

       1110-LEO-TRAMITE.

           READ TRANSF

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    ADD 1 TO WS-LEIDOS-TRAMITES
               WHEN 88-FS-TRANSF-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1110-FIN.
           EXIT.

       1300-LEO-NOVEDAD.

           INITIALIZE REG-TRFNOV-FD.

           READ TRFNOV

           EVALUATE TRUE
               WHEN 88-FS-TRFNOV-OK
                    ADD 1 TO WS-LEIDAS-NOVEDADES
               WHEN 88-FS-TRFNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TRFNOV FS: ' FS-TRFNOV
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1300-FIN.
           EXIT.

       2000-PROCESO.

           MOVE SPACES TO WS-MJE-ERROR.

           PERFORM 2050-BUSCO-TRAMITE.

           EVALUATE TRUE
               WHEN TNV-COD NOT = 'D' AND 'P'
                    MOVE 'COD. NOVEDAD INVALIDO (D,P)'
                      TO WS-MJE-ERROR
               WHEN WS-TRAMITE-HALLADO = 0
                    MOVE 'VEHICULO SIN TRAMITE PENDIENTE'
                      TO WS-MJE-ERROR
               WHEN TNV-COD = 'D'
                    PERFORM 2100-DOCUMENTO THRU 2100-FIN
               WHEN OTHER
                    PERFORM 2200-PASO THRU 2200-FIN
           END-EVALUATE.

           IF WS-MJE-ERROR NOT = SPACES
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1300-LEO-NOVEDAD.

       2000-FIN.
           EXIT.

      *------------------------------------------------------------
      * EL TRAMITE DE LA NOVEDAD ES EL PENDIENTE DEL VEHICULO; SI
      * EL VEHICULO SE VENDIO MAS DE UNA VEZ, EL DE LA ULTIMA VENTA.
      *------------------------------------------------------------
       2050-BUSCO-TRAMITE.

           MOVE 0 TO WS-TRAMITE-HALLADO.
           MOVE 0 TO WS-FECHA-HALLADA.

           PERFORM VARYING IDX-TRAMITE FROM 1 BY 1
                     UNTIL IDX-TRAMITE > WS-CANT-TRAMITES
              MOVE WTR-REGISTRO (IDX-TRAMITE) TO REG-TRANSF
              IF TRF-VEH-ID = TNV-VEH-ID
                 AND 88-TRF-PENDIENTE
                 AND TRF-FECHA-VENTA >= WS-FECHA-HALLADA
                 SET WS-TRAMITE-HALLADO TO IDX-TRAMITE
                 MOVE TRF-FECHA-VENTA   TO WS-FECHA-HALLADA
              END-IF
           END-PERFORM.

           IF WS-TRAMITE-HALLADO > 0
              SET IDX-TRAMITE TO WS-TRAMITE-HALLADO
              MOVE WTR-REGISTRO (IDX-TRAMITE) TO REG-TRANSF
           END-IF.

       2050-FIN.
           EXIT.

       2100-DOCUMENTO.

           IF TNV-NRO NOT NUMERIC
              OR TNV-NRO < 1 OR TNV-NRO > 5
              MOVE 'DOCUMENTO INVALIDO (1 A 5)' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           IF 88-TRF-DOC-RECIBIDO (TNV-NRO)
              MOVE 'DOCUMENTO YA RECIBIDO' TO WS-MJE-ERROR
              GO TO 2100-FIN
           END-IF.

           MOVE 'S'                       TO TRF-DOC (TNV-NRO).
           MOVE REG-TRANSF                TO WTR-REGISTRO (IDX-TRAMITE).
           ADD 1 TO WS-CANT-DOCUMENTOS.

           DISPLAY 'DOCUMENTO RECIBIDO: ' TNV-NRO
                   ' VEHICULO: ' TNV-VEH-ID.

       2100-FIN.
           EXIT.

       2200-PASO.

           IF TNV-NRO NOT NUMERIC
              OR TNV-NRO < 1 OR TNV-NRO > 4
              MOVE 'PASO INVALIDO (1 A 4)' TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           IF 88-TRF-PASO-CUMPLIDO (TNV-NRO)
              MOVE 'PASO YA CUMPLIDO' TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                     UNTIL WS-IDX-PASO >= TNV-NRO
              IF NOT 88-TRF-PASO-CUMPLIDO (WS-IDX-PASO)
                 MOVE 'PASO ANTERIOR PENDIENTE' TO WS-MJE-ERROR
              END-IF
           END-PERFORM.

           IF WS-MJE-ERROR NOT = SPACES
              GO TO 2200-FIN
           END-IF.

      *    LA PRESENTACION EN EL REGISTRO VA CON LA CARPETA COMPLETA.
           IF TNV-NRO = 3
              AND TRF-DOCUMENTOS NOT = 'SSSSS'
              MOVE 'FALTAN DOCUMENTOS DEL TRAMITE' TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           IF TNV-FECHA NUMERIC
              AND TNV-FECHA > 0
              MOVE TNV-FECHA              TO WS-FECHA-PASO
           ELSE
              MOVE WS-CURRENT-DATE-DATE   TO WS-FECHA-PASO
           END-IF.

           IF WS-FECHA-PASO < TRF-FECHA-VENTA
              OR WS-FECHA-PASO > WS-CURRENT-DATE-DATE
              MOVE 'FECHA DEL PASO FUERA DE RANGO' TO WS-MJE-ERROR
              GO TO 2200-FIN
           END-IF.

           SET 88-TRF-PASO-CUMPLIDO (TNV-NRO) TO TRUE.
           MOVE WS-FECHA-PASO          TO TRF-PASO-FECHA (TNV-NRO).
           ADD 1 TO WS-CANT-PASOS.

      *    ENTREGA DEL TITULO AL COMPRADOR: FIN DEL TRAMITE.
           IF TNV-NRO = 4
              SET 88-TRF-COMPLETA         TO TRUE
              MOVE WS-FECHA-PASO          TO TRF-FECHA-COMPLETA
              ADD 1 TO WS-CANT-COMPLETOS
              DISPLAY 'TRAMITE COMPLETO - VEHICULO: ' TNV-VEH-ID
           END-IF.

           MOVE REG-TRANSF                TO WTR-REGISTRO (IDX-TRAMITE).

           DISPLAY 'PASO CUMPLIDO: ' TNV-NRO
                   ' VEHICULO: ' TNV-VEH-ID.

       2200-FIN.
           EXIT.

       2800-REESCRIBO-TRAMITES.

           OPEN OUTPUT TRANSF.

           EVALUATE TRUE
               WHEN 88-FS-TRANSF-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TRANSF FS: ' FS-TRANSF
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM VARYING IDX-TRAMITE FROM 1 BY 1
                     UNTIL IDX-TRAMITE > WS-CANT-TRAMITES
              WRITE REG-TRANSF-FD FROM WTR-REGISTRO (IDX-TRAMITE)
              EVALUATE TRUE
                  WHEN 88-FS-TRANSF-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE TRANSF FS: '
                                                       FS-TRANSF
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
              END-EVALUATE
           END-PERFORM.

           CLOSE TRANSF.

       2800-FIN.
           EXIT.

       2900-RECHAZO-NOVEDAD.

           MOVE SPACES                    TO REG-TRFNOVRECH-FD.
           MOVE REG-TRFNOV-FD             TO RECH-NOVEDAD.
           MOVE WS-MJE-ERROR              TO RECH-MOTIVO.

           WRITE REG-TRFNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-TRFNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TRFNOVRECH FS: '
                                                    FS-TRFNOVRECH
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           DISPLAY 'NOVEDAD RECHAZADA - VEHICULO: ' TNV-VEH-ID
                   ' MOTIVO: ' WS-MJE-ERROR.

       2900-FIN.
           EXIT.

       3000-FINALIZAR.

           CLOSE TRFNOV.
           CLOSE TRFNOVRECH.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMTRANSF             '.
           DISPLAY '**************************************************'.
           DISPLAY 'TRAMITES ARRASTRADOS       : ' WS-LEIDOS-TRAMITES.
           DISPLAY 'NOVEDADES LEIDAS           : ' WS-LEIDAS-NOVEDADES.
           DISPLAY 'DOCUMENTOS RECIBIDOS       : ' WS-CANT-DOCUMENTOS.
           DISPLAY 'PASOS CUMPLIDOS            : ' WS-CANT-PASOS.
           DISPLAY 'TRAMITES COMPLETOS         : ' WS-CANT-COMPLETOS.
           DISPLAY 'NOVEDADES RECHAZADAS       : ' WS-CANT-RECHAZADAS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM ABMTRANSF.
