       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTDISTPEN.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CONTROL DE LA MANANA DE LA DISTRIBUCION DE LISTADOS.
      * CRUZA EL LOG DE DISTRIBUCION (DISTLOG, GRABADO POR
      * PGMDISTRIB) CON EL LOG DE ENTREGAS DEL DESPACHADOR
      * (ENTREGALOG, PIEZAS 'RPTD' CON ENT-CLI-ID = NRO DE ENVIO):
      *  - ENVIO CON ENTREGA POR EMAIL O CORREO INTERNO: QUEDA
      *    ENTREGADO CON CANAL, FECHA Y HORA.
      *  - ENVIO SUPRIMIDO POR EL DESPACHADOR: QUEDA NO ENTREGADO
      *    CON EL MOTIVO DEL DESPACHADOR.
      *  - ENVIO ENCOLADO ANTES DE HOY SIN NINGUNA ENTREGA: QUEDA
      *    NO ENTREGADO (SIN CONFIRMACION DE DESPACHO).
      * EL REPORTE RPTDISTPEN MUESTRA LAS ENTREGAS CONFIRMADAS EN
      * ESTA CORRIDA (QUIEN RECIBIO QUE LISTADO Y CUANDO) Y TODOS LOS
      * ENVIOS NO ENTREGADOS, CON LOS DIAS DESDE QUE SE ENCOLARON.
      * EL LOG ACTUALIZADO SE GRABA EN DISTLOG2 (MISMO ESQUEMA QUE
      * LA DEPURACION DEL SPOOL EN PGMSPOOL); UN ENVIO NO ENTREGADO
      * QUE APARECE DESPUES EN ENTREGALOG PASA A ENTREGADO.
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

           SELECT DISTLOG       ASSIGN       TO
                                 DYNAMIC WS-ARCH-DISTLOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DISTLOG.

           SELECT ENTREGALOG    ASSIGN       TO
                                 DYNAMIC WS-ARCH-ENTREGALOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENTREGALOG.

           SELECT DISTLOG2      ASSIGN       TO
                                 DYNAMIC WS-ARCH-DISTLOG2
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DISTLOG2.

           SELECT RPTDISTPEN    ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTDISTPEN
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTDISTPEN.

       DATA DIVISION.

       FILE SECTION.

       FD  DISTLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DISTLOG-FD                PIC X(180).

       FD  ENTREGALOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENTREGALOG-FD             PIC X(94).

       FD  DISTLOG2
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DISTLOG2-FD               PIC X(180).

       FD  RPTDISTPEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTDISTPEN-FD             PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-DISTLOG            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENTREGALOG         PIC X(128) VALUE SPACES.
       77  WS-ARCH-DISTLOG2           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTDISTPEN         PIC X(128) VALUE SPACES.

       77  FS-DISTLOG                    PIC  X(02) VALUE ' '.
           88 88-FS-DISTLOG-OK                      VALUE '00'.
           88 88-FS-DISTLOG-EOF                     VALUE '10'.

       77  FS-ENTREGALOG                 PIC  X(02) VALUE ' '.
           88 88-FS-ENTREGALOG-OK                   VALUE '00'.
           88 88-FS-ENTREGALOG-EOF                  VALUE '10'.
           88 88-FS-ENTREGALOG-NOEXISTE             VALUE '35'.

       77  FS-DISTLOG2                   PIC  X(02) VALUE ' '.
           88 88-FS-DISTLOG2-OK                     VALUE '00'.

       77  FS-RPTDISTPEN                 PIC  X(02) VALUE ' '.
           88 88-FS-RPTDISTPEN-OK                   VALUE '00'.

      *------------------------------------------------------
      * ENTREGAS DE LISTADOS ('RPTD') DEL LOG DEL DESPACHADOR
      *------------------------------------------------------
       77  WCN-TOPE-ENTREGAS             PIC  9(05) VALUE 5000.
       77  WS-CANT-ENTREGAS              PIC  9(05) VALUE 0.
       01  WS-TABLA-ENTREGAS.
           05 WS-ENTREGA-TAB OCCURS 5000 TIMES
                             INDEXED BY IDX-ENTREGA.
              10 WEN-NRO-ENVIO           PIC  9(10).
              10 WEN-CANAL               PIC  X(01).
              10 WEN-FECHA               PIC  9(08).
              10 WEN-HORA                PIC  9(06).
              10 WEN-MOTIVO              PIC  X(25).

      *------------------------------------------------------
      * ENVIOS NO ENTREGADOS PARA EL SEGUNDO BLOQUE
      *------------------------------------------------------
       77  WCN-TOPE-NOENT                PIC  9(05) VALUE 5000.
       77  WS-CANT-NOENT                 PIC  9(05) VALUE 0.
       01  WS-TABLA-NOENT.
           05 WS-NOENT-TAB OCCURS 5000 TIMES
                           INDEXED BY IDX-NOENT.
              10 WNE-NRO-ENVIO           PIC  9(10).
              10 WNE-REPORTE             PIC  X(12).
              10 WNE-SPL-SEQ             PIC  9(07).
              10 WNE-SUCURSAL            PIC  9(04).
              10 WNE-DESTINATARIO        PIC  X(30).
              10 WNE-FECHA-ENCOLADO      PIC  9(08).
              10 WNE-DIAS                PIC  9(05).
              10 WNE-MOTIVO              PIC  X(25).

       77  WS-POS-ENTREGA                PIC  9(05) VALUE 0.
       77  WS-DIAS-PENDIENTE             PIC  9(05) VALUE 0.
       77  WS-DIAS-ED                    PIC  ZZZZ9.
       77  WS-ENVIO-ED                   PIC  Z(09)9.

       77  WS-LEIDOS-DISTLOG             PIC  9(09) VALUE 0.
       77  WS-GRABADOS-DISTLOG2          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RPTDISTPEN        PIC  9(09) VALUE 0.
       77  WS-CANT-CONFIRMADOS           PIC  9(09) VALUE 0.
       77  WS-CANT-PENDIENTES            PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       COPY WDISTLOG.

       COPY WENTREGA.

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

           PERFORM 2000-PROCESO
                UNTIL 88-FS-DISTLOG-EOF.

           PERFORM 4300-EMITO-NO-ENTREGADOS.

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
           PERFORM 1020-CARGO-ENTREGAS.
           PERFORM 1010-ABRO-ARCHIVOS.

           PERFORM 4000-TITULO-CONFIRMADOS.

           PERFORM 2100-LEO-DISTLOG.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'DISTLOG'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DISTLOG

           MOVE 'ENTREGALOG'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENTREGALOG

           MOVE 'DISTLOG2'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DISTLOG2

           MOVE 'RPTDISTPEN'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTDISTPEN.

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

           OPEN INPUT DISTLOG

           EVALUATE TRUE
               WHEN 88-FS-DISTLOG-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISTLOG'
                    DISPLAY 'FILE STATUS' FS-DISTLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT DISTLOG2

           EVALUATE TRUE
               WHEN 88-FS-DISTLOG2-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISTLOG2'
                    DISPLAY 'FILE STATUS' FS-DISTLOG2
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RPTDISTPEN

           EVALUATE TRUE
               WHEN 88-FS-RPTDISTPEN-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTDISTPEN'
                    DISPLAY 'FILE STATUS' FS-RPTDISTPEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SOLO LAS PIEZAS DE LISTADOS DEL LOG DE ENTREGAS
      *------------------------------------------------------------
       1020-CARGO-ENTREGAS.
      *--------------------

           OPEN INPUT ENTREGALOG.

           EVALUATE TRUE
               WHEN 88-FS-ENTREGALOG-OK
                    PERFORM 1021-LEO-ENTREGA
                    PERFORM UNTIL 88-FS-ENTREGALOG-EOF
                       IF ENT-TIPO = 'RPTD'
                          IF WS-CANT-ENTREGAS < WCN-TOPE-ENTREGAS
                             ADD 1 TO WS-CANT-ENTREGAS
                             MOVE ENT-CLI-ID
                               TO WEN-NRO-ENVIO (WS-CANT-ENTREGAS)
                             MOVE ENT-CANAL
                               TO WEN-CANAL (WS-CANT-ENTREGAS)
                             MOVE ENT-FECHA
                               TO WEN-FECHA (WS-CANT-ENTREGAS)
                             MOVE ENT-HORA
                               TO WEN-HORA (WS-CANT-ENTREGAS)
                             MOVE ENT-MOTIVO
                               TO WEN-MOTIVO (WS-CANT-ENTREGAS)
                          ELSE
                             DISPLAY 'TABLA DE ENTREGAS COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1021-LEO-ENTREGA
                    END-PERFORM
                    CLOSE ENTREGALOG

               WHEN 88-FS-ENTREGALOG-NOEXISTE
                    DISPLAY 'LOG DE ENTREGAS INEXISTENTE - '
                    DISPLAY 'NINGUN ENVIO CONFIRMADO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ENTREGALOG'
                    DISPLAY 'FILE STATUS' FS-ENTREGALOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-ENTREGA.
      *-----------------

           INITIALIZE REG-ENTREGA.
           READ ENTREGALOG INTO REG-ENTREGA.

       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * LOS ENVIOS YA ENTREGADOS Y LAS CONSTANCIAS DE LISTADOS SIN
      * DESTINATARIOS PASAN SIN CAMBIOS.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           IF 88-DSL-PENDIENTE
              OR 88-DSL-NO-ENTREGADO
              PERFORM 2200-CIERRO-ENVIO THRU FIN-2200
           END-IF.

           WRITE REG-DISTLOG2-FD FROM REG-DISTLOG.

           IF NOT 88-FS-DISTLOG2-OK
              DISPLAY 'ERROR EN WRITE DISTLOG2 FS: ' FS-DISTLOG2
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-GRABADOS-DISTLOG2.

           PERFORM 2100-LEO-DISTLOG.

       FIN-2000.
           EXIT.

       2100-LEO-DISTLOG.
      *-----------------

           INITIALIZE REG-DISTLOG.

           READ DISTLOG INTO REG-DISTLOG

           EVALUATE TRUE
               WHEN 88-FS-DISTLOG-OK
                    ADD 1 TO WS-LEIDOS-DISTLOG
               WHEN 88-FS-DISTLOG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ DISTLOG FS: ' FS-DISTLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-CIERRO-ENVIO.
      *------------------

           MOVE 0 TO WS-POS-ENTREGA.
           PERFORM VARYING IDX-ENTREGA FROM 1 BY 1
                     UNTIL IDX-ENTREGA > WS-CANT-ENTREGAS
              IF WEN-NRO-ENVIO (IDX-ENTREGA) = DSL-NRO-ENVIO
                 SET WS-POS-ENTREGA TO IDX-ENTREGA
              END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-POS-ENTREGA > 0
                AND WEN-CANAL (WS-POS-ENTREGA) NOT = 'S'
                    SET 88-DSL-ENTREGADO   TO TRUE
                    MOVE WEN-CANAL (WS-POS-ENTREGA)  TO DSL-CANAL
                    MOVE WEN-FECHA (WS-POS-ENTREGA)
                                           TO DSL-FECHA-ENTREGA
                    MOVE WEN-HORA (WS-POS-ENTREGA)
                                           TO DSL-HORA-ENTREGA
                    MOVE SPACES            TO DSL-MOTIVO
                    PERFORM 4100-LINEA-CONFIRMADO
                    GO TO FIN-2200

               WHEN WS-POS-ENTREGA > 0
                    SET 88-DSL-NO-ENTREGADO TO TRUE
                    MOVE 'S'               TO DSL-CANAL
                    MOVE WEN-FECHA (WS-POS-ENTREGA)
                                           TO DSL-FECHA-ENTREGA
                    MOVE WEN-HORA (WS-POS-ENTREGA)
                                           TO DSL-HORA-ENTREGA
                    MOVE WEN-MOTIVO (WS-POS-ENTREGA) TO DSL-MOTIVO

               WHEN DSL-FECHA-ENCOLADO < WS-FECHA-PROCESO
                    SET 88-DSL-NO-ENTREGADO TO TRUE
                    IF DSL-MOTIVO = SPACES
                       MOVE 'SIN CONFIRMACION DESPACHO'
                                           TO DSL-MOTIVO
                    END-IF

               WHEN OTHER
      *             ENCOLADO HOY: TODAVIA PUEDE DESPACHARSE.
                    ADD 1 TO WS-CANT-PENDIENTES
                    GO TO FIN-2200
           END-EVALUATE.

           PERFORM 2300-GUARDO-NO-ENTREGADO.

       FIN-2200.
           EXIT.

       2300-GUARDO-NO-ENTREGADO.
      *-------------------------

           IF WS-CANT-NOENT NOT < WCN-TOPE-NOENT
              DISPLAY 'TABLA DE ENVIOS NO ENTREGADOS COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

           COMPUTE WS-DIAS-PENDIENTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE (DSL-FECHA-ENCOLADO).

           ADD 1 TO WS-CANT-NOENT.
           MOVE DSL-NRO-ENVIO        TO WNE-NRO-ENVIO (WS-CANT-NOENT).
           MOVE DSL-REPORTE          TO WNE-REPORTE (WS-CANT-NOENT).
           MOVE DSL-SPL-SEQ          TO WNE-SPL-SEQ (WS-CANT-NOENT).
           MOVE DSL-SUCURSAL         TO WNE-SUCURSAL (WS-CANT-NOENT).
           MOVE DSL-DESTINATARIO
             TO WNE-DESTINATARIO (WS-CANT-NOENT).
           MOVE DSL-FECHA-ENCOLADO
             TO WNE-FECHA-ENCOLADO (WS-CANT-NOENT).
           MOVE WS-DIAS-PENDIENTE    TO WNE-DIAS (WS-CANT-NOENT).
           MOVE DSL-MOTIVO           TO WNE-MOTIVO (WS-CANT-NOENT).

       FIN-2300.
           EXIT.

      *------------------------------------------------------------
      * PRIMER BLOQUE: ENTREGAS CONFIRMADAS EN ESTA CORRIDA
      *------------------------------------------------------------
       4000-TITULO-CONFIRMADOS.
      *------------------------

           MOVE SPACES                   TO REG-RPTDISTPEN-FD.
           MOVE 'DISTRIBUCION DE LISTADOS - ENTREGAS CONFIRMADAS AL:'
                                         TO REG-RPTDISTPEN-FD (01:52).
           MOVE WS-FECHA-PROCESO         TO REG-RPTDISTPEN-FD (54:08).
           PERFORM 4600-WRITE-RPTDISTPEN.
           PERFORM 4600-WRITE-RPTDISTPEN.

           PERFORM 4050-COLUMNAS.
           MOVE 'CANAL'                  TO REG-RPTDISTPEN-FD (91:05).
           MOVE 'ENTREGADO'              TO REG-RPTDISTPEN-FD (97:09).
           MOVE 'HORA'                   TO REG-RPTDISTPEN-FD (107:04).
           PERFORM 4600-WRITE-RPTDISTPEN.

       FIN-4000.
           EXIT.

       4050-COLUMNAS.
      *--------------

           MOVE 'ENVIO'                  TO REG-RPTDISTPEN-FD (06:05).
           MOVE 'REPORTE'                TO REG-RPTDISTPEN-FD (12:07).
           MOVE 'SEQ'                    TO REG-RPTDISTPEN-FD (25:03).
           MOVE 'SUC.'                   TO REG-RPTDISTPEN-FD (33:04).
           MOVE 'DESTINATARIO'           TO REG-RPTDISTPEN-FD (38:12).
           MOVE 'ENCOLADO'               TO REG-RPTDISTPEN-FD (69:08).

       FIN-4050.
           EXIT.

       4100-LINEA-CONFIRMADO.
      *----------------------

           ADD 1 TO WS-CANT-CONFIRMADOS.

           MOVE DSL-NRO-ENVIO            TO WS-ENVIO-ED.
           MOVE WS-ENVIO-ED              TO REG-RPTDISTPEN-FD (01:10).
           MOVE DSL-REPORTE              TO REG-RPTDISTPEN-FD (12:12).
           MOVE DSL-SPL-SEQ              TO REG-RPTDISTPEN-FD (25:07).
           MOVE DSL-SUCURSAL             TO REG-RPTDISTPEN-FD (33:04).
           MOVE DSL-DESTINATARIO         TO REG-RPTDISTPEN-FD (38:30).
           MOVE DSL-FECHA-ENCOLADO       TO REG-RPTDISTPEN-FD (69:08).
           IF DSL-CANAL = 'E'
              MOVE 'EMAIL'               TO REG-RPTDISTPEN-FD (91:05)
           ELSE
              MOVE 'INT.'                TO REG-RPTDISTPEN-FD (91:04)
           END-IF.
           MOVE DSL-FECHA-ENTREGA        TO REG-RPTDISTPEN-FD (97:08).
           MOVE DSL-HORA-ENTREGA         TO REG-RPTDISTPEN-FD (107:06).
           PERFORM 4600-WRITE-RPTDISTPEN.

       FIN-4100.
           EXIT.

      *------------------------------------------------------------
      * SEGUNDO BLOQUE: TODOS LOS ENVIOS NO ENTREGADOS
      *------------------------------------------------------------
       4300-EMITO-NO-ENTREGADOS.
      *-------------------------

           IF WS-CANT-CONFIRMADOS = 0
              MOVE 'SIN ENTREGAS CONFIRMADAS'
                                         TO REG-RPTDISTPEN-FD (01:24)
              PERFORM 4600-WRITE-RPTDISTPEN
           END-IF.

           PERFORM 4600-WRITE-RPTDISTPEN.
           PERFORM 4600-WRITE-RPTDISTPEN.
           MOVE '*** LISTADOS NO ENTREGADOS AL:'
                                         TO REG-RPTDISTPEN-FD (01:30).
           MOVE WS-FECHA-PROCESO         TO REG-RPTDISTPEN-FD (32:08).
           PERFORM 4600-WRITE-RPTDISTPEN.
           PERFORM 4600-WRITE-RPTDISTPEN.

           PERFORM 4050-COLUMNAS.
           MOVE 'DIAS'                   TO REG-RPTDISTPEN-FD (79:04).
           MOVE 'MOTIVO'                 TO REG-RPTDISTPEN-FD (85:06).
           PERFORM 4600-WRITE-RPTDISTPEN.

           PERFORM VARYING IDX-NOENT FROM 1 BY 1
                     UNTIL IDX-NOENT > WS-CANT-NOENT
              PERFORM 4310-LINEA-NO-ENTREGADO
           END-PERFORM.

           IF WS-CANT-NOENT = 0
              MOVE 'SIN LISTADOS NO ENTREGADOS'
                                         TO REG-RPTDISTPEN-FD (01:26)
              PERFORM 4600-WRITE-RPTDISTPEN
           END-IF.

       FIN-4300.
           EXIT.

       4310-LINEA-NO-ENTREGADO.
      *------------------------

           MOVE WNE-NRO-ENVIO (IDX-NOENT) TO WS-ENVIO-ED.
           MOVE WS-ENVIO-ED              TO REG-RPTDISTPEN-FD (01:10).
           MOVE WNE-REPORTE (IDX-NOENT)  TO REG-RPTDISTPEN-FD (12:12).
           MOVE WNE-SPL-SEQ (IDX-NOENT)  TO REG-RPTDISTPEN-FD (25:07).
           MOVE WNE-SUCURSAL (IDX-NOENT) TO REG-RPTDISTPEN-FD (33:04).
           MOVE WNE-DESTINATARIO (IDX-NOENT)
                                         TO REG-RPTDISTPEN-FD (38:30).
           MOVE WNE-FECHA-ENCOLADO (IDX-NOENT)
                                         TO REG-RPTDISTPEN-FD (69:08).
           MOVE WNE-DIAS (IDX-NOENT)     TO WS-DIAS-ED.
           MOVE WS-DIAS-ED               TO REG-RPTDISTPEN-FD (78:05).
           MOVE WNE-MOTIVO (IDX-NOENT)   TO REG-RPTDISTPEN-FD (85:25).
           PERFORM 4600-WRITE-RPTDISTPEN.

       FIN-4310.
           EXIT.

       4600-WRITE-RPTDISTPEN.
      *----------------------

           WRITE REG-RPTDISTPEN-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTDISTPEN-OK
                    ADD 1 TO WS-GRABADOS-RPTDISTPEN
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTDISTPEN FS: '
                                                        FS-RPTDISTPEN
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE SPACES                   TO REG-RPTDISTPEN-FD.

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

           CLOSE DISTLOG
                 DISTLOG2
                 RPTDISTPEN.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTDISTPEN'            TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-DISTLOG       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-DISTLOG2    TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: RPTDISTPEN            '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-DISTLOG       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ENVIOS LEIDOS            : ' WS-CONTADOR-ED.
           MOVE WS-CANT-CONFIRMADOS     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ENTREGAS CONFIRMADAS     : ' WS-CONTADOR-ED.
           MOVE WS-CANT-NOENT           TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ENVIOS NO ENTREGADOS     : ' WS-CONTADOR-ED.
           MOVE WS-CANT-PENDIENTES      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ENVIOS DE HOY PENDIENTES : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-DISTLOG2    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. REGISTROS DISTLOG2       : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTDISTPEN.
