       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMDISTRIB.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * DISTRIBUCION DE LISTADOS DEL SPOOL A SUS DESTINATARIOS.
      * CORRE AL CIERRE DE CADA VENTANA BATCH: TOMA DEL CATALOGO DEL
      * SPOOL (SPOOLCTG, VER WSPOOL.cpy) LOS LISTADOS VIGENTES CON
      * SEQ MAYOR AL ULTIMO YA DISTRIBUIDO Y, POR CADA DESTINATARIO
      * DEL REPORTE EN EL MAESTRO DE DISTRIBUCION (WDISTRIB.cpy):
      *  - ENCOLA UNA PIEZA 'RPTD' EN LA COLA DE COMUNICACIONES
      *    (WMSGCOLA.cpy) QUE PGMDESPACHO ENTREGA POR EMAIL O POR
      *    CORREO INTERNO A LA SUCURSAL.
      *  - ASIENTA EL ENVIO EN EL LOG DE DISTRIBUCION (WDISTLOG.cpy)
      *    COMO PENDIENTE; RPTDISTPEN LO CONFIRMA O LO MARCA NO
      *    ENTREGADO A LA MANANA SIGUIENTE.
      * UN DESTINATARIO EN BLANCO ES EL GERENTE DE LA SUCURSAL
      * (SUC-GERENTE DEL MAESTRO DE SUCURSALES).
      * UN LISTADO SIN DESTINATARIOS QUEDA ASENTADO CON ESTADO 'X'
      * PARA NO VOLVER A EVALUARLO EN LA CORRIDA SIGUIENTE.
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

           SELECT SPOOLCTG      ASSIGN       TO
                                 DYNAMIC WS-ARCH-SPOOLCTG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SPOOLCTG.

           SELECT DISTRIB       ASSIGN       TO
                                 DYNAMIC WS-ARCH-DISTRIB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DISTRIB.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT DISTLOG       ASSIGN       TO
                                 DYNAMIC WS-ARCH-DISTLOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DISTLOG.

           SELECT MSGCOLA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MSGCOLA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MSGCOLA.

       DATA DIVISION.

       FILE SECTION.

       FD  SPOOLCTG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SPOOLCTG-FD               PIC X(64).

       FD  DISTRIB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DISTRIB-FD                PIC X(100).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  DISTLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DISTLOG-FD                PIC X(180).

       FD  MSGCOLA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MSGCOLA-FD                PIC X(149).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-SPOOLCTG           PIC X(128) VALUE SPACES.
       77  WS-ARCH-DISTRIB            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-DISTLOG            PIC X(128) VALUE SPACES.
       77  WS-ARCH-MSGCOLA            PIC X(128) VALUE SPACES.

       77  FS-SPOOLCTG                   PIC  X(02) VALUE ' '.
           88 88-FS-SPOOLCTG-OK                     VALUE '00'.
           88 88-FS-SPOOLCTG-EOF                    VALUE '10'.
           88 88-FS-SPOOLCTG-NOEXISTE               VALUE '35'.

       77  FS-DISTRIB                    PIC  X(02) VALUE ' '.
           88 88-FS-DISTRIB-OK                      VALUE '00'.
           88 88-FS-DISTRIB-EOF                     VALUE '10'.
           88 88-FS-DISTRIB-NOEXISTE                VALUE '35'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-DISTLOG                    PIC  X(02) VALUE ' '.
           88 88-FS-DISTLOG-OK                      VALUE '00'.
           88 88-FS-DISTLOG-EOF                     VALUE '10'.
           88 88-FS-DISTLOG-NOEXISTE                VALUE '35'.

       77  FS-MSGCOLA                    PIC  X(02) VALUE ' '.
           88 88-FS-MSGCOLA-OK                      VALUE '00'.
           88 88-FS-MSGCOLA-NOEXISTE                VALUE '35'.

      *------------------------------------------------------
      * MAESTRO DE DISTRIBUCION EN TABLA (SOLO LINEAS ACTIVAS)
      *------------------------------------------------------
       77  WCN-TOPE-DISTRIB              PIC  9(04) VALUE 500.
       77  WS-CANT-DISTRIB               PIC  9(04) VALUE 0.
       01  WS-TABLA-DISTRIB.
           05 WS-DISTRIB-TAB OCCURS 500 TIMES
                             INDEXED BY IDX-DISTRIB.
              10 WDT-REPORTE             PIC  X(12).
              10 WDT-SUCURSAL            PIC  9(04).
              10 WDT-DESTINATARIO        PIC  X(30).
              10 WDT-EMAIL               PIC  X(46).

      *------------------------------------------------------
      * GERENTE DE CADA SUCURSAL ABIERTA
      *------------------------------------------------------
       77  WCN-TOPE-SUCURSALES           PIC  9(04) VALUE 500.
       77  WS-CANT-SUCURSALES            PIC  9(04) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TAB OCCURS 500 TIMES
                              INDEXED BY IDX-SUCURSAL.
              10 WSU-COD                 PIC  9(04).
              10 WSU-GERENTE             PIC  X(30).

       77  WS-ULTIMO-SEQ                 PIC  9(07) VALUE 0.
       77  WS-ULTIMO-ENVIO               PIC  9(10) VALUE 0.
       77  WS-ENVIOS-LISTADO             PIC  9(05) VALUE 0.
       77  WS-DESTINATARIO               PIC  X(30) VALUE SPACES.

       77  WS-LEIDOS-SPOOLCTG            PIC  9(09) VALUE 0.
       77  WS-CANT-LISTADOS              PIC  9(09) VALUE 0.
       77  WS-CANT-SIN-DESTINO           PIC  9(09) VALUE 0.
       77  WS-CANT-ENCOLADOS             PIC  9(09) VALUE 0.
       77  WS-CANT-SIN-GERENTE           PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-HORA-PROCESO               PIC  9(08) VALUE 0.

       COPY WSPOOL.

       COPY WDISTRIB.

       COPY WDISTLOG.

       COPY WSUCURSAL.

       COPY WMSGCOLA.

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
                UNTIL 88-FS-SPOOLCTG-EOF.

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
           ACCEPT WS-HORA-PROCESO  FROM TIME.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1020-CARGO-DISTRIB.
           PERFORM 1030-CARGO-SUCURSALES.
           PERFORM 1040-ULTIMO-DISTRIBUIDO.
           PERFORM 1010-ABRO-ARCHIVOS.

           PERFORM 2100-LEO-SPOOLCTG.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'SPOOLCTG'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SPOOLCTG

           MOVE 'DISTRIB'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DISTRIB

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'DISTLOG'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DISTLOG

           MOVE 'MSGCOLA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MSGCOLA.

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
      * EL CATALOGO SE LEE SECUENCIAL; LA COLA Y EL LOG DE
      * DISTRIBUCION SON HISTORICOS: SE AGREGA AL FINAL Y SE
      * CREAN EN LA PRIMERA CORRIDA.
      *------------------------------------------------------------
       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT SPOOLCTG

           EVALUATE TRUE
               WHEN 88-FS-SPOOLCTG-OK
                    CONTINUE
               WHEN 88-FS-SPOOLCTG-NOEXISTE
                    DISPLAY 'CATALOGO DE SPOOL INEXISTENTE - '
                    DISPLAY 'NADA QUE DISTRIBUIR'
                    MOVE 'S' TO WS-FIN-NORMAL
                    PERFORM 3200-GRABO-RUNCTL
                    PERFORM 3300-TOTALES-CONTROL
                    GOBACK
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SPOOLCTG'
                    DISPLAY 'FILE STATUS' FS-SPOOLCTG
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND MSGCOLA

           EVALUATE TRUE
               WHEN 88-FS-MSGCOLA-OK
                    CONTINUE
               WHEN 88-FS-MSGCOLA-NOEXISTE
                    OPEN OUTPUT MSGCOLA
                    IF NOT 88-FS-MSGCOLA-OK
                       DISPLAY 'ERROR EN OPEN MSGCOLA'
                       DISPLAY 'FILE STATUS' FS-MSGCOLA
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MSGCOLA'
                    DISPLAY 'FILE STATUS' FS-MSGCOLA
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND DISTLOG

           EVALUATE TRUE
               WHEN 88-FS-DISTLOG-OK
                    CONTINUE
               WHEN 88-FS-DISTLOG-NOEXISTE
                    OPEN OUTPUT DISTLOG
                    IF NOT 88-FS-DISTLOG-OK
                       DISPLAY 'ERROR EN OPEN DISTLOG'
                       DISPLAY 'FILE STATUS' FS-DISTLOG
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISTLOG'
                    DISPLAY 'FILE STATUS' FS-DISTLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-DISTRIB.
      *-------------------

           OPEN INPUT DISTRIB.

           EVALUATE TRUE
               WHEN 88-FS-DISTRIB-OK
                    PERFORM 1021-LEO-DISTRIB
                    PERFORM UNTIL 88-FS-DISTRIB-EOF
                       IF 88-DST-ACTIVA
                          IF WS-CANT-DISTRIB < WCN-TOPE-DISTRIB
                             ADD 1 TO WS-CANT-DISTRIB
                             MOVE DST-REPORTE
                               TO WDT-REPORTE (WS-CANT-DISTRIB)
                             MOVE DST-SUCURSAL
                               TO WDT-SUCURSAL (WS-CANT-DISTRIB)
                             MOVE DST-DESTINATARIO
                               TO WDT-DESTINATARIO (WS-CANT-DISTRIB)
                             MOVE DST-EMAIL
                               TO WDT-EMAIL (WS-CANT-DISTRIB)
                          ELSE
                             DISPLAY 'TABLA DE DISTRIBUCION COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1021-LEO-DISTRIB
                    END-PERFORM
                    CLOSE DISTRIB

               WHEN 88-FS-DISTRIB-NOEXISTE
                    DISPLAY 'MAESTRO DE DISTRIBUCION INEXISTENTE - '
                    DISPLAY 'LOS LISTADOS QUEDAN SIN DESTINATARIOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISTRIB'
                    DISPLAY 'FILE STATUS' FS-DISTRIB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-DISTRIB.
      *-----------------

           INITIALIZE REG-DISTRIB.
           READ DISTRIB INTO REG-DISTRIB.

       FIN-1021.
           EXIT.

       1030-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    PERFORM 1031-LEO-SUCURSAL
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF 88-SUC-ABIERTA
                          AND WS-CANT-SUCURSALES < WCN-TOPE-SUCURSALES
                          ADD 1 TO WS-CANT-SUCURSALES
                          MOVE SUC-COD
                            TO WSU-COD (WS-CANT-SUCURSALES)
                          MOVE SUC-GERENTE
                            TO WSU-GERENTE (WS-CANT-SUCURSALES)
                       END-IF
                       PERFORM 1031-LEO-SUCURSAL
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO DE SUCURSALES INEXISTENTE - '
                    DISPLAY 'SIN GERENTES POR DEFECTO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1031-LEO-SUCURSAL.
      *------------------

           INITIALIZE REG-SUCURSAL.
           READ SUCURSALES INTO REG-SUCURSAL.

       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * ULTIMO SEQ DE SPOOL YA DISTRIBUIDO Y ULTIMO NUMERO DE ENVIO
      * ASIGNADO, DEL PROPIO LOG DE DISTRIBUCION.
      *------------------------------------------------------------
       1040-ULTIMO-DISTRIBUIDO.
      *------------------------

           OPEN INPUT DISTLOG.

           EVALUATE TRUE
               WHEN 88-FS-DISTLOG-OK
                    PERFORM 1041-LEO-DISTLOG
                    PERFORM UNTIL 88-FS-DISTLOG-EOF
                       IF DSL-SPL-SEQ > WS-ULTIMO-SEQ
                          MOVE DSL-SPL-SEQ   TO WS-ULTIMO-SEQ
                       END-IF
                       IF DSL-NRO-ENVIO > WS-ULTIMO-ENVIO
                          MOVE DSL-NRO-ENVIO TO WS-ULTIMO-ENVIO
                       END-IF
                       PERFORM 1041-LEO-DISTLOG
                    END-PERFORM
                    CLOSE DISTLOG

               WHEN 88-FS-DISTLOG-NOEXISTE
                    DISPLAY 'LOG DE DISTRIBUCION INEXISTENTE - '
                    DISPLAY 'SE DISTRIBUYE TODO EL SPOOL VIGENTE'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DISTLOG'
                    DISPLAY 'FILE STATUS' FS-DISTLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-DISTLOG.
      *-----------------

           INITIALIZE REG-DISTLOG.
           READ DISTLOG INTO REG-DISTLOG.

       FIN-1041.
           EXIT.

      *------------------------------------------------------------
      * SOLO LISTADOS VIGENTES (CON CONTENIDO EN EL SPOOL) Y
      * POSTERIORES AL ULTIMO DISTRIBUIDO.
      *------------------------------------------------------------
       2000-PROCESO.
      *-------------

           IF 88-SPL-VIGENTE
              AND SPL-SEQ > WS-ULTIMO-SEQ
              ADD 1 TO WS-CANT-LISTADOS
              PERFORM 2200-DISTRIBUYO-LISTADO
           END-IF.

           PERFORM 2100-LEO-SPOOLCTG.

       FIN-2000.
           EXIT.

       2100-LEO-SPOOLCTG.
      *------------------

           INITIALIZE REG-SPOOL.

           READ SPOOLCTG INTO REG-SPOOL

           EVALUATE TRUE
               WHEN 88-FS-SPOOLCTG-OK
                    ADD 1 TO WS-LEIDOS-SPOOLCTG
               WHEN 88-FS-SPOOLCTG-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SPOOLCTG FS: ' FS-SPOOLCTG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-DISTRIBUYO-LISTADO.
      *------------------------

           MOVE 0 TO WS-ENVIOS-LISTADO.

           PERFORM VARYING IDX-DISTRIB FROM 1 BY 1
                     UNTIL IDX-DISTRIB > WS-CANT-DISTRIB
              IF WDT-REPORTE (IDX-DISTRIB) = SPL-REPORTE
                 PERFORM 2300-ENVIO-DESTINATARIO THRU FIN-2300
              END-IF
           END-PERFORM.

           IF WS-ENVIOS-LISTADO = 0
              ADD 1 TO WS-CANT-SIN-DESTINO
              MOVE SPACES TO REG-DISTLOG
              INITIALIZE REG-DISTLOG
              MOVE 0                      TO DSL-NRO-ENVIO
              PERFORM 2500-ARMO-DISTLOG
              SET 88-DSL-SIN-DESTINO      TO TRUE
              MOVE 'SIN DESTINATARIOS'    TO DSL-MOTIVO
              PERFORM 2600-GRABO-DISTLOG
           END-IF.

       FIN-2200.
           EXIT.

      *------------------------------------------------------------
      * UN ENVIO: RESUELVE EL DESTINATARIO (GERENTE POR DEFECTO),
      * ENCOLA LA PIEZA Y LA ASIENTA PENDIENTE EN EL LOG.
      *------------------------------------------------------------
       2300-ENVIO-DESTINATARIO.
      *------------------------

           MOVE WDT-DESTINATARIO (IDX-DISTRIB) TO WS-DESTINATARIO.

           IF WS-DESTINATARIO = SPACES
              PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                        UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
                 IF WSU-COD (IDX-SUCURSAL) = WDT-SUCURSAL (IDX-DISTRIB)
                    MOVE WSU-GERENTE (IDX-SUCURSAL) TO WS-DESTINATARIO
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-DESTINATARIO = SPACES
              ADD 1 TO WS-CANT-SIN-GERENTE
              DISPLAY 'REPORTE ' SPL-REPORTE ' SUCURSAL '
                      WDT-SUCURSAL (IDX-DISTRIB)
                      ' SIN GERENTE - NO SE DISTRIBUYE'
              GO TO FIN-2300
           END-IF.

           ADD 1 TO WS-ULTIMO-ENVIO.
           ADD 1 TO WS-ENVIOS-LISTADO.

           INITIALIZE REG-MSGCOLA.
           SET 88-MSG-DISTRIB-LISTADO      TO TRUE.
           MOVE 'PGMDISTR'                 TO MSG-ORIGEN.
           MOVE WS-ULTIMO-ENVIO            TO MSG-CLI-ID.
           MOVE SPACES                     TO MSG-NRO-TARJETA.
           MOVE WS-FECHA-PROCESO           TO MSG-FECHA-ALTA.
           MOVE SPACES                     TO MSG-REFERENCIA.
           MOVE SPL-REPORTE                TO MSG-DST-REPORTE.
           MOVE SPL-SEQ                    TO MSG-DST-SPL-SEQ.
           MOVE WS-DESTINATARIO            TO MSG-DST-DESTINATARIO.
           MOVE WDT-SUCURSAL (IDX-DISTRIB) TO MSG-DST-SUCURSAL.
           MOVE WDT-EMAIL (IDX-DISTRIB)    TO MSG-DST-EMAIL.

           WRITE REG-MSGCOLA-FD FROM REG-MSGCOLA.

           IF NOT 88-FS-MSGCOLA-OK
              DISPLAY 'ERROR EN WRITE MSGCOLA FS: ' FS-MSGCOLA
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-ENCOLADOS.

           MOVE SPACES TO REG-DISTLOG.
           INITIALIZE REG-DISTLOG.
           MOVE WS-ULTIMO-ENVIO            TO DSL-NRO-ENVIO.
           PERFORM 2500-ARMO-DISTLOG.
           MOVE WDT-SUCURSAL (IDX-DISTRIB) TO DSL-SUCURSAL.
           MOVE WS-DESTINATARIO            TO DSL-DESTINATARIO.
           MOVE WDT-EMAIL (IDX-DISTRIB)    TO DSL-EMAIL.
           SET 88-DSL-PENDIENTE            TO TRUE.
           PERFORM 2600-GRABO-DISTLOG.

       FIN-2300.
           EXIT.

       2500-ARMO-DISTLOG.
      *------------------

           MOVE SPL-SEQ                    TO DSL-SPL-SEQ.
           MOVE SPL-REPORTE                TO DSL-REPORTE.
           MOVE SPL-FECHA                  TO DSL-FECHA-LISTADO.
           MOVE WS-FECHA-PROCESO           TO DSL-FECHA-ENCOLADO.
           MOVE WS-HORA-PROCESO (1:6)      TO DSL-HORA-ENCOLADO.

       FIN-2500.
           EXIT.

       2600-GRABO-DISTLOG.
      *-------------------

           WRITE REG-DISTLOG-FD FROM REG-DISTLOG.

           IF NOT 88-FS-DISTLOG-OK
              DISPLAY 'ERROR EN WRITE DISTLOG FS: ' FS-DISTLOG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-2600.
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

           CLOSE SPOOLCTG
                 MSGCOLA
                 DISTLOG.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMDISTRIB'            TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-SPOOLCTG      TO RUNCTL-LEIDOS.
           MOVE WS-CANT-ENCOLADOS       TO RUNCTL-GRABADOS.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMDISTRIB            '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-SPOOLCTG      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ASIENTOS DE CATALOGO     : ' WS-CONTADOR-ED.
           MOVE WS-CANT-LISTADOS        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LISTADOS NUEVOS          : ' WS-CONTADOR-ED.
           MOVE WS-CANT-ENCOLADOS       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. ENVIOS ENCOLADOS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-SIN-DESTINO     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. LISTADOS SIN DESTINATARIO: ' WS-CONTADOR-ED.
           MOVE WS-CANT-SIN-GERENTE     TO WS-CONTADOR-ED.
           DISPLAY 'CANT. SUCURSALES SIN GERENTE   : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM PGMDISTRIB.
