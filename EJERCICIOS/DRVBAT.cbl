       IDENTIFICATION DIVISION.

       PROGRAM-ID. DRVBAT.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * CONDUCTOR DE LA CADENA NOCTURNA.
      * CORRE LOS JOBS DEL PLAN DE LA VENTANA (PLANBAT) EN ORDEN DE
      * DEPENDENCIA, EN LUGAR DE LANZARLOS A MANO UNO POR UNO:
      *  - UN JOB SE LANZA CUANDO NO TIENE PRODUCTOR O CUANDO SU
      *    PRODUCTOR TERMINO 'OK' EN LA VENTANA (RUNCTL.DAT).
      *  - SI EL PRODUCTOR TERMINO 'AB', NO DEJO REGISTRO DE FIN EN
      *    RUNCTL O QUEDO BLOQUEADO, EL CONSUMIDOR NO SE LANZA Y SE
      *    INFORMA BLOQUEADO (Y CON EL, TODA SU DESCENDENCIA).
      *  - EN UNA FECHA NO HABIL (CALENDARIO UTLDIAHAB) LA VENTANA
      *    NO CORRE: SOLO SE DEJA CONSTANCIA EN EL LOG.
      *  - REANUDACION: UN JOB CUYA ULTIMA CORRIDA DESDE LA FECHA DE
      *    LA VENTANA TERMINO 'OK' NO SE VUELVE A CORRER. DESPUES DE
      *    CORREGIR EL PASO QUE FALLO SE RELANZA EL CONDUCTOR CON LA
      *    MISMA FECHA Y LA CADENA SIGUE DESDE ESE PASO.
      * LA FECHA DE LA VENTANA SE PIDE POR CONSOLA (VACIO = HOY),
      * COMO EN VERIFBAT, PARA PODER REANUDAR PASADA LA MEDIANOCHE.
      * CADA JOB SE INVOCA CON CALL / CANCEL COMO DESDE MENUOPER, Y
      * DEBE TERMINAR CON GOBACK; SU RESULTADO SE TOMA DEL REGISTRO
      * QUE EL MISMO GRABA EN RUNCTL.DAT.
      * TODA LA CORRIDA (ENCABEZADO, UN RENGLON POR PASO Y RESUMEN)
      * SE AGREGA AL LOG DRVBATLOG. EL CONDUCTOR GRABA SU PROPIO FIN
      * EN RUNCTL: 'AB' SI ALGUN PASO FALLO O QUEDO BLOQUEADO.
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

           SELECT RUNCTLF       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RUNCTLF
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RUNCTLF.

           SELECT PLANBAT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-PLANBAT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PLANBAT.

           SELECT DRVBATLOG     ASSIGN       TO
                                 DYNAMIC WS-ARCH-DRVBATLOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-DRVBATLOG.

       DATA DIVISION.

       FILE SECTION.

       FD  RUNCTLF
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL-FD                 PIC X(83).

       FD  PLANBAT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PLANBAT-FD.
           05 PLAN-PROGRAMA              PIC X(20).
           05 PLAN-PRODUCTOR             PIC X(20).

       FD  DRVBATLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-DRVBATLOG-FD              PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RUNCTLF            PIC X(128) VALUE SPACES.
       77  WS-ARCH-PLANBAT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-DRVBATLOG          PIC X(128) VALUE SPACES.

       77  FS-RUNCTLF                    PIC  X(02) VALUE ' '.
           88 88-FS-RUNCTLF-OK                      VALUE '00'.
           88 88-FS-RUNCTLF-EOF                     VALUE '10'.
           88 88-FS-RUNCTLF-NOEXISTE                VALUE '35'.

       77  FS-PLANBAT                    PIC  X(02) VALUE ' '.
           88 88-FS-PLANBAT-OK                      VALUE '00'.
           88 88-FS-PLANBAT-EOF                     VALUE '10'.
           88 88-FS-PLANBAT-NOEXISTE                VALUE '35'.

       77  FS-DRVBATLOG                  PIC  X(02) VALUE ' '.
           88 88-FS-DRVBATLOG-OK                    VALUE '00'.
           88 88-FS-DRVBATLOG-NOEXISTE              VALUE '35'.

       77  WS-LOG-ABIERTO                PIC  X(01) VALUE 'N'.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE.
           03 FILLER                     PIC 9(08).
           03 WS-HORA-HH                 PIC 9(02).
           03 WS-HORA-MM                 PIC 9(02).
           03 WS-HORA-SS                 PIC 9(02).

       77  WS-FECHA-INGRESO              PIC  X(08) VALUE SPACES.

       01  WS-FECHA-VENTANA              PIC  9(08) VALUE 0.
       01  WS-FECHA-VENTANA-R REDEFINES WS-FECHA-VENTANA.
           03 WS-VENTANA-AAAA            PIC  9(04).
           03 WS-VENTANA-MM              PIC  9(02).
           03 WS-VENTANA-DD              PIC  9(02).

       01  WS-FECHA-VENTANA-ED.
           03 WS-VENTANA-ED-DD           PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-VENTANA-ED-MM           PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-VENTANA-ED-AAAA         PIC  9(04).

       01  WS-HORA-ED.
           03 WS-HORA-ED-HH              PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE ':'.
           03 WS-HORA-ED-MM              PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE ':'.
           03 WS-HORA-ED-SS              PIC  9(02).

      *------------------------------------------------------
      * PASOS DEL PLAN Y SU ESTADO EN ESTA CORRIDA
      *------------------------------------------------------
       77  WCN-TOPE-PASOS                PIC  9(03) VALUE 100.
       77  WS-CANT-PASOS                 PIC  9(03) VALUE 0.
       77  WS-IDX-PRODUCTOR              PIC  9(03) VALUE 0.
       01  WS-TABLA-PASOS.
           05 WS-PASO-TAB OCCURS 100 TIMES
                          INDEXED BY IDX-PASO IDX-BUSCO.
              10 WPL-PROGRAMA            PIC  X(20).
              10 WPL-PRODUCTOR           PIC  X(20).
              10 WPL-ESTADO              PIC  X(01).
                 88 88-PASO-PENDIENTE              VALUE 'P'.
                 88 88-PASO-COMPLETO-PREVIO        VALUE 'C'.
                 88 88-PASO-OK                     VALUE 'O'.
                 88 88-PASO-ABEND                  VALUE 'A'.
                 88 88-PASO-SIN-FIN                VALUE 'F'.
                 88 88-PASO-NO-CARGADO             VALUE 'X'.
                 88 88-PASO-BLOQUEADO              VALUE 'B'.
                 88 88-PASO-RESUELTO-OK            VALUE 'C' 'O'.

      *------------------------------------------------------
      * ULTIMA CORRIDA DESDE LA FECHA DE LA VENTANA DE CADA
      * PROGRAMA CON REGISTRO EN RUNCTL (PARA LOS PASOS YA
      * COMPLETOS Y LOS PRODUCTORES QUE NO ESTAN EN EL PLAN)
      *------------------------------------------------------
       77  WCN-TOPE-CORRIDAS             PIC  9(03) VALUE 200.
       77  WS-CANT-CORRIDAS              PIC  9(03) VALUE 0.
       77  WS-IDX-CORRIDA                PIC  9(03) VALUE 0.
       01  WS-TABLA-CORRIDAS.
           05 WS-CORRIDA-TAB OCCURS 200 TIMES
                             INDEXED BY IDX-CORRIDA.
              10 WCR-PROGRAMA            PIC  X(20).
              10 WCR-ESTADO              PIC  X(02).

      *------------------------------------------------------
      * CONTROL DE PASADAS Y DEL PASO EN CURSO
      *------------------------------------------------------
       77  WS-HUBO-AVANCE                PIC  X(01) VALUE 'S'.
       77  WS-PASADA                     PIC  9(03) VALUE 0.
       77  WS-PROGRAMA-PASO              PIC  X(20) VALUE SPACES.
       77  WS-CANT-REG-RUNCTL            PIC  9(09) VALUE 0.
       77  WS-NRO-REG-RUNCTL             PIC  9(09) VALUE 0.
       77  WS-HAY-FIN-PASO               PIC  X(01) VALUE 'N'.
       77  WS-ESTADO-PASO                PIC  X(02) VALUE SPACES.
       77  WS-LEIDOS-PASO                PIC  9(09) VALUE 0.
       77  WS-GRABADOS-PASO              PIC  9(09) VALUE 0.
       77  WS-MOTIVO                     PIC  X(50) VALUE SPACES.

       77  WS-CANT-EJECUTADOS-OK         PIC  9(03) VALUE 0.
       77  WS-CANT-COMPLETOS-PREVIO      PIC  9(03) VALUE 0.
       77  WS-CANT-FALLIDOS              PIC  9(03) VALUE 0.
       77  WS-CANT-BLOQUEADOS            PIC  9(03) VALUE 0.
       77  WS-GRABADOS-LOG               PIC  9(09) VALUE 0.

       77  WS-CANT-ED                    PIC  ZZ9.
       77  WS-LEIDOS-ED                  PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-ED                PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * RENGLON DE PASO DEL LOG
      *------------------------------------------------------
       01  WS-LIN-PASO.
           03 WLP-HORA                   PIC  X(08).
           03 FILLER                     PIC  X(02).
           03 WLP-PROGRAMA               PIC  X(20).
           03 FILLER                     PIC  X(01).
           03 WLP-PRODUCTOR              PIC  X(20).
           03 FILLER                     PIC  X(01).
           03 WLP-RESULTADO              PIC  X(50).
           03 FILLER                     PIC  X(01).
           03 WLP-LEIDOS                 PIC  X(11).
           03 FILLER                     PIC  X(01).
           03 WLP-GRABADOS               PIC  X(11).
           03 FILLER                     PIC  X(07).

      *   CALENDARIO DE DIAS HABILES (VER UTLDIAHAB)   *
       COPY WUTLDIAHAB.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO THRU FIN-1000.

           IF 88-WUTLDIAHAB-NO-HABIL
              PERFORM 1900-VENTANA-NO-HABIL
           ELSE
              PERFORM 2000-CARGO-PLAN THRU FIN-2000
              PERFORM 2100-CARGO-CORRIDAS THRU FIN-2100
              PERFORM 2200-MARCO-COMPLETOS
              PERFORM 2500-PASADA THRU FIN-2500
                UNTIL WS-HUBO-AVANCE = 'N'
              PERFORM 2800-SIN-RESOLVER
              PERFORM 4800-RESUMEN
           END-IF.

           MOVE 'S' TO WS-FIN-NORMAL.

           PERFORM 3000-FINALIZO.

           GOBACK.

       1000-INICIO.
      *-------------

           PERFORM 1005-RESUELVO-ARCHIVOS.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           DISPLAY 'FECHA DE LA VENTANA (AAAAMMDD, VACIO=HOY): '
                                              WITH NO ADVANCING.
           ACCEPT WS-FECHA-INGRESO.

           IF WS-FECHA-INGRESO = SPACES
              MOVE WS-CURRENT-DATE-DATE   TO WS-FECHA-VENTANA
           ELSE
              IF WS-FECHA-INGRESO NOT NUMERIC
                 DISPLAY 'FECHA INVALIDA: ' WS-FECHA-INGRESO
                 DISPLAY 'SE CANCELA EL PROCESO'
                 GOBACK
              END-IF
              MOVE WS-FECHA-INGRESO       TO WS-FECHA-VENTANA
           END-IF.

           MOVE WS-VENTANA-DD             TO WS-VENTANA-ED-DD.
           MOVE WS-VENTANA-MM             TO WS-VENTANA-ED-MM.
           MOVE WS-VENTANA-AAAA           TO WS-VENTANA-ED-AAAA.

           INITIALIZE WUTLDIAHAB.
           MOVE WS-FECHA-VENTANA          TO WUTLDIAHAB-FECHA.
           CALL 'UTLDIAHAB' USING WUTLDIAHAB.

      *    EL LOG ES ACUMULATIVO: CADA CORRIDA SE AGREGA AL FINAL
      *    Y RECIEN SE CREA CON OPEN OUTPUT LA PRIMERA VEZ.
           OPEN EXTEND DRVBATLOG.

           IF 88-FS-DRVBATLOG-NOEXISTE
              OPEN OUTPUT DRVBATLOG
           END-IF.

           EVALUATE TRUE
               WHEN 88-FS-DRVBATLOG-OK
                    MOVE 'S' TO WS-LOG-ABIERTO
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN DRVBATLOG'
                    DISPLAY 'FILE STATUS' FS-DRVBATLOG
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 4100-ENCABEZADO.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RUNCTL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RUNCTLF

           MOVE 'PLANBAT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PLANBAT

           MOVE 'DRVBATLOG'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-DRVBATLOG.

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

       1900-VENTANA-NO-HABIL.
      *----------------------

           DISPLAY 'FECHA NO HABIL - LA VENTANA NOCTURNA NO CORRE'

           MOVE 'FECHA NO HABIL - LA VENTANA NOCTURNA NO CORRE'
             TO REG-DRVBATLOG-FD
           PERFORM 4600-WRITE-LOG.

       FIN-1900.
           EXIT.

       2000-CARGO-PLAN.
      *----------------

           OPEN INPUT PLANBAT.

           EVALUATE TRUE
               WHEN 88-FS-PLANBAT-OK
                    CONTINUE
               WHEN 88-FS-PLANBAT-NOEXISTE
                    DISPLAY 'PLANBAT INEXISTENTE - SIN PLAN DE VENTANA'
                    MOVE 'PLANBAT INEXISTENTE - SIN PLAN DE VENTANA'
                      TO REG-DRVBATLOG-FD
                    PERFORM 4600-WRITE-LOG
                    GO TO FIN-2000
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PLANBAT'
                    DISPLAY 'FILE STATUS' FS-PLANBAT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           READ PLANBAT.

           PERFORM UNTIL NOT 88-FS-PLANBAT-OK
              IF PLAN-PROGRAMA NOT = SPACES
                 IF WS-CANT-PASOS < WCN-TOPE-PASOS
                    ADD 1 TO WS-CANT-PASOS
                    MOVE PLAN-PROGRAMA
                      TO WPL-PROGRAMA (WS-CANT-PASOS)
                    MOVE PLAN-PRODUCTOR
                      TO WPL-PRODUCTOR (WS-CANT-PASOS)
                    MOVE 'P' TO WPL-ESTADO (WS-CANT-PASOS)
                 ELSE
                    DISPLAY 'PLANBAT EXCEDE ' WCN-TOPE-PASOS
                            ' PASOS - SE IGNORA ' PLAN-PROGRAMA
                 END-IF
              END-IF
              READ PLANBAT
           END-PERFORM.

           CLOSE PLANBAT.

       FIN-2000.
           EXIT.

      *------------------------------------------------------
      * ULTIMA CORRIDA DE CADA PROGRAMA DESDE LA FECHA DE LA
      * VENTANA (UNA VENTANA REANUDADA PASADA LA MEDIANOCHE
      * GRABA SUS PASOS CON LA FECHA DEL DIA SIGUIENTE). SE
      * CUENTAN LOS REGISTROS PARA RECONOCER DESPUES LOS QUE
      * GRABA CADA PASO LANZADO.
      *------------------------------------------------------
       2100-CARGO-CORRIDAS.
      *--------------------

           OPEN INPUT RUNCTLF.

           EVALUATE TRUE
               WHEN 88-FS-RUNCTLF-OK
                    CONTINUE
               WHEN 88-FS-RUNCTLF-NOEXISTE
                    DISPLAY 'RUNCTL.DAT INEXISTENTE - SIN CORRIDAS'
                    GO TO FIN-2100
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RUNCTL'
                    DISPLAY 'FILE STATUS' FS-RUNCTLF
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2110-LEO-RUNCTL.

           PERFORM UNTIL 88-FS-RUNCTLF-EOF
              ADD 1 TO WS-CANT-REG-RUNCTL
              IF RUNCTL-FECHA-PROCESO >= WS-FECHA-VENTANA
                 PERFORM 2120-GUARDO-CORRIDA
              END-IF
              PERFORM 2110-LEO-RUNCTL
           END-PERFORM.

           CLOSE RUNCTLF.

       FIN-2100.
           EXIT.

       2110-LEO-RUNCTL.
      *----------------

           INITIALIZE WRUNCTL.

           READ RUNCTLF INTO WRUNCTL

           EVALUATE TRUE
               WHEN 88-FS-RUNCTLF-OK
               WHEN 88-FS-RUNCTLF-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RUNCTL FS: ' FS-RUNCTLF
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

       2120-GUARDO-CORRIDA.
      *--------------------

           MOVE 0 TO WS-IDX-CORRIDA.

           PERFORM VARYING IDX-CORRIDA FROM 1 BY 1
                     UNTIL IDX-CORRIDA > WS-CANT-CORRIDAS
              IF WCR-PROGRAMA (IDX-CORRIDA) = RUNCTL-PROGRAMA
                 SET WS-IDX-CORRIDA TO IDX-CORRIDA
              END-IF
           END-PERFORM.

           IF WS-IDX-CORRIDA = 0
              AND WS-CANT-CORRIDAS < WCN-TOPE-CORRIDAS
              ADD 1 TO WS-CANT-CORRIDAS
              MOVE RUNCTL-PROGRAMA TO WCR-PROGRAMA (WS-CANT-CORRIDAS)
              MOVE WS-CANT-CORRIDAS TO WS-IDX-CORRIDA
           END-IF.

           IF WS-IDX-CORRIDA > 0
              MOVE RUNCTL-ESTADO TO WCR-ESTADO (WS-IDX-CORRIDA)
           END-IF.

       FIN-2120.
           EXIT.

      *------------------------------------------------------
      * REANUDACION: LOS PASOS QUE YA TERMINARON 'OK' EN LA
      * VENTANA NO SE VUELVEN A CORRER.
      *------------------------------------------------------
       2200-MARCO-COMPLETOS.
      *---------------------

           PERFORM VARYING IDX-PASO FROM 1 BY 1
                     UNTIL IDX-PASO > WS-CANT-PASOS
              MOVE WPL-PROGRAMA (IDX-PASO) TO WS-PROGRAMA-PASO
              PERFORM 2950-BUSCO-CORRIDA
              IF WS-IDX-CORRIDA > 0
                 AND WCR-ESTADO (WS-IDX-CORRIDA) = 'OK'
                 MOVE 'C' TO WPL-ESTADO (IDX-PASO)
                 ADD 1 TO WS-CANT-COMPLETOS-PREVIO
                 MOVE 'YA COMPLETO EN LA VENTANA - NO SE CORRE'
                   TO WS-MOTIVO
                 PERFORM 4200-LINEA-PASO
              END-IF
           END-PERFORM.

       FIN-2200.
           EXIT.

      *------------------------------------------------------
      * UNA PASADA SOBRE LOS PASOS PENDIENTES. SE REPITE
      * MIENTRAS ALGUN PASO CAMBIE DE ESTADO.
      *------------------------------------------------------
       2500-PASADA.
      *------------

           ADD 1 TO WS-PASADA.
           MOVE 'N' TO WS-HUBO-AVANCE.

           PERFORM VARYING IDX-PASO FROM 1 BY 1
                     UNTIL IDX-PASO > WS-CANT-PASOS
              IF 88-PASO-PENDIENTE (IDX-PASO)
                 PERFORM 2510-EVALUO-PASO THRU FIN-2510
              END-IF
           END-PERFORM.

       FIN-2500.
           EXIT.

       2510-EVALUO-PASO.
      *-----------------

           IF WPL-PRODUCTOR (IDX-PASO) = SPACES
              PERFORM 2600-EJECUTO-PASO THRU FIN-2600
              GO TO FIN-2510
           END-IF.

           PERFORM 2900-BUSCO-EN-PLAN.

      *    PRODUCTOR DEL PLAN: SE ESPERA A QUE SE RESUELVA.
           IF WS-IDX-PRODUCTOR > 0
              EVALUATE TRUE
                  WHEN 88-PASO-PENDIENTE (WS-IDX-PRODUCTOR)
                       GO TO FIN-2510
                  WHEN 88-PASO-RESUELTO-OK (WS-IDX-PRODUCTOR)
                       PERFORM 2600-EJECUTO-PASO THRU FIN-2600
                  WHEN 88-PASO-ABEND (WS-IDX-PRODUCTOR)
                       MOVE 'BLOQUEADO - PRODUCTOR TERMINO AB'
                         TO WS-MOTIVO
                       PERFORM 2700-BLOQUEO-PASO
                  WHEN 88-PASO-SIN-FIN (WS-IDX-PRODUCTOR)
                  WHEN 88-PASO-NO-CARGADO (WS-IDX-PRODUCTOR)
                       MOVE 'BLOQUEADO - PRODUCTOR SIN FIN EN RUNCTL'
                         TO WS-MOTIVO
                       PERFORM 2700-BLOQUEO-PASO
                  WHEN OTHER
                       MOVE 'BLOQUEADO - PRODUCTOR BLOQUEADO'
                         TO WS-MOTIVO
                       PERFORM 2700-BLOQUEO-PASO
              END-EVALUATE
              GO TO FIN-2510
           END-IF.

      *    PRODUCTOR FUERA DEL PLAN: SE MIRA SU CORRIDA EN RUNCTL.
           MOVE WPL-PRODUCTOR (IDX-PASO) TO WS-PROGRAMA-PASO.
           PERFORM 2950-BUSCO-CORRIDA.

           EVALUATE TRUE
               WHEN WS-IDX-CORRIDA = 0
                    MOVE 'BLOQUEADO - PRODUCTOR SIN CORRIDA EN RUNCTL'
                      TO WS-MOTIVO
                    PERFORM 2700-BLOQUEO-PASO
               WHEN WCR-ESTADO (WS-IDX-CORRIDA) = 'OK'
                    PERFORM 2600-EJECUTO-PASO THRU FIN-2600
               WHEN OTHER
                    MOVE 'BLOQUEADO - PRODUCTOR TERMINO AB'
                      TO WS-MOTIVO
                    PERFORM 2700-BLOQUEO-PASO
           END-EVALUATE.

       FIN-2510.
           EXIT.

      *------------------------------------------------------
      * LANZA EL PASO Y TOMA SU RESULTADO DEL REGISTRO QUE
      * GRABO EN RUNCTL. SE CANCELA RUNCTL ANTES DE CADA PASO
      * PARA QUE NO ARRASTRE LA MARCA DE ARRANQUE DEL ANTERIOR.
      *------------------------------------------------------
       2600-EJECUTO-PASO.
      *------------------

           MOVE 'S' TO WS-HUBO-AVANCE.
           MOVE WPL-PROGRAMA (IDX-PASO) TO WS-PROGRAMA-PASO.

           DISPLAY 'LANZANDO ' WS-PROGRAMA-PASO.

           CANCEL 'RUNCTL'.

           CALL WS-PROGRAMA-PASO
                ON EXCEPTION
                   MOVE 'X' TO WPL-ESTADO (IDX-PASO)
           END-CALL.

           IF 88-PASO-NO-CARGADO (IDX-PASO)
              ADD 1 TO WS-CANT-FALLIDOS
              MOVE 'FALLIDO - PROGRAMA NO DISPONIBLE' TO WS-MOTIVO
              PERFORM 4200-LINEA-PASO
              GO TO FIN-2600
           END-IF.

           CANCEL WS-PROGRAMA-PASO.

           PERFORM 2650-RESULTADO-PASO THRU FIN-2650.

           EVALUATE TRUE
               WHEN WS-HAY-FIN-PASO = 'N'
                    MOVE 'F' TO WPL-ESTADO (IDX-PASO)
                    ADD 1 TO WS-CANT-FALLIDOS
                    MOVE 'FALLIDO - NO GRABO FIN EN RUNCTL'
                      TO WS-MOTIVO
               WHEN WS-ESTADO-PASO = 'OK'
                    MOVE 'O' TO WPL-ESTADO (IDX-PASO)
                    ADD 1 TO WS-CANT-EJECUTADOS-OK
                    MOVE 'EJECUTADO - TERMINO OK' TO WS-MOTIVO
               WHEN OTHER
                    MOVE 'A' TO WPL-ESTADO (IDX-PASO)
                    ADD 1 TO WS-CANT-FALLIDOS
                    MOVE 'FALLIDO - TERMINO AB' TO WS-MOTIVO
           END-EVALUATE.

           PERFORM 4200-LINEA-PASO.

       FIN-2600.
           EXIT.

      *------------------------------------------------------
      * SOLO CUENTAN LOS REGISTROS AGREGADOS DESPUES DEL
      * ULTIMO RECUENTO; SI HAY MAS DE UNO DEL PASO VALE EL
      * ULTIMO.
      *------------------------------------------------------
       2650-RESULTADO-PASO.
      *--------------------

           MOVE 'N'    TO WS-HAY-FIN-PASO.
           MOVE SPACES TO WS-ESTADO-PASO.
           MOVE 0      TO WS-LEIDOS-PASO.
           MOVE 0      TO WS-GRABADOS-PASO.
           MOVE 0      TO WS-NRO-REG-RUNCTL.

           OPEN INPUT RUNCTLF.

           EVALUATE TRUE
               WHEN 88-FS-RUNCTLF-OK
                    CONTINUE
               WHEN 88-FS-RUNCTLF-NOEXISTE
                    GO TO FIN-2650
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RUNCTL'
                    DISPLAY 'FILE STATUS' FS-RUNCTLF
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 2110-LEO-RUNCTL.

           PERFORM UNTIL 88-FS-RUNCTLF-EOF
              ADD 1 TO WS-NRO-REG-RUNCTL
              IF WS-NRO-REG-RUNCTL > WS-CANT-REG-RUNCTL
                 AND RUNCTL-PROGRAMA = WS-PROGRAMA-PASO
                 MOVE 'S'              TO WS-HAY-FIN-PASO
                 MOVE RUNCTL-ESTADO    TO WS-ESTADO-PASO
                 MOVE RUNCTL-LEIDOS    TO WS-LEIDOS-PASO
                 MOVE RUNCTL-GRABADOS  TO WS-GRABADOS-PASO
              END-IF
              PERFORM 2110-LEO-RUNCTL
           END-PERFORM.

           CLOSE RUNCTLF.

           MOVE WS-NRO-REG-RUNCTL TO WS-CANT-REG-RUNCTL.

       FIN-2650.
           EXIT.

       2700-BLOQUEO-PASO.
      *------------------

           MOVE 'S' TO WS-HUBO-AVANCE.
           MOVE 'B' TO WPL-ESTADO (IDX-PASO).
           ADD 1 TO WS-CANT-BLOQUEADOS.

           PERFORM 4200-LINEA-PASO.

       FIN-2700.
           EXIT.

      *------------------------------------------------------
      * LO QUE QUEDA PENDIENTE SIN AVANCE POSIBLE DEPENDE DE
      * UN CICLO EN EL PLAN.
      *------------------------------------------------------
       2800-SIN-RESOLVER.
      *------------------

           PERFORM VARYING IDX-PASO FROM 1 BY 1
                     UNTIL IDX-PASO > WS-CANT-PASOS
              IF 88-PASO-PENDIENTE (IDX-PASO)
                 MOVE 'BLOQUEADO - DEPENDENCIA CIRCULAR EN PLANBAT'
                   TO WS-MOTIVO
                 PERFORM 2700-BLOQUEO-PASO
              END-IF
           END-PERFORM.

       FIN-2800.
           EXIT.

       2900-BUSCO-EN-PLAN.
      *-------------------

           MOVE 0 TO WS-IDX-PRODUCTOR.

           PERFORM VARYING IDX-BUSCO FROM 1 BY 1
                     UNTIL IDX-BUSCO > WS-CANT-PASOS
                        OR WS-IDX-PRODUCTOR > 0
              IF WPL-PROGRAMA (IDX-BUSCO) = WPL-PRODUCTOR (IDX-PASO)
                 SET WS-IDX-PRODUCTOR TO IDX-BUSCO
              END-IF
           END-PERFORM.

       FIN-2900.
           EXIT.

       2950-BUSCO-CORRIDA.
      *-------------------

           MOVE 0 TO WS-IDX-CORRIDA.

           PERFORM VARYING IDX-CORRIDA FROM 1 BY 1
                     UNTIL IDX-CORRIDA > WS-CANT-CORRIDAS
                        OR WS-IDX-CORRIDA > 0
              IF WCR-PROGRAMA (IDX-CORRIDA) = WS-PROGRAMA-PASO
                 SET WS-IDX-CORRIDA TO IDX-CORRIDA
              END-IF
           END-PERFORM.

       FIN-2950.
           EXIT.

       3000-FINALIZO.
      *-------------

           PERFORM 3100-CIERRO-ARCHIVOS.

           PERFORM 3200-CONTROL-CORRIDA.

           PERFORM 3300-TOTALES-CONTROL.

           GOBACK.

       FIN-3000.
           EXIT.

       3100-CIERRO-ARCHIVOS.
      *---------------------

           IF WS-LOG-ABIERTO = 'S'
              CLOSE DRVBATLOG
              MOVE 'N' TO WS-LOG-ABIERTO
           END-IF.

       FIN-3100.
           EXIT.

      *------------------------------------------------------
      * FIN DEL CONDUCTOR EN RUNCTL. LA DURACION QUEDA EN LOS
      * REGISTROS DE CADA PASO; LA DEL CONDUCTOR NO SE MIDE
      * PORQUE CADA PASO RENUEVA LA MARCA DE ARRANQUE.
      *------------------------------------------------------
       3200-CONTROL-CORRIDA.
      *---------------------

           CANCEL 'RUNCTL'.

           INITIALIZE WRUNCTL.
           MOVE 'DRVBAT'              TO RUNCTL-PROGRAMA.
           MOVE WS-CANT-PASOS         TO RUNCTL-LEIDOS.
           COMPUTE RUNCTL-GRABADOS = WS-CANT-EJECUTADOS-OK
                                   + WS-CANT-COMPLETOS-PREVIO.
           MOVE 0                     TO RUNCTL-IMPORTE.

           IF WS-FIN-NORMAL = 'S'
              AND WS-CANT-FALLIDOS = 0
              AND WS-CANT-BLOQUEADOS = 0
              SET 88-RUNCTL-OK        TO TRUE
           ELSE
              SET 88-RUNCTL-ABEND     TO TRUE
           END-IF.

           CALL 'RUNCTL' USING WRUNCTL.

       FIN-3200.
           EXIT.

       3300-TOTALES-CONTROL.
      *---------------------

           DISPLAY ' '
           DISPLAY '*** DRVBAT - CADENA NOCTURNA ***'
           DISPLAY 'VENTANA DEL          : ' WS-FECHA-VENTANA-ED
           MOVE WS-CANT-PASOS              TO WS-CANT-ED
           DISPLAY 'PASOS DEL PLAN       : ' WS-CANT-ED
           MOVE WS-CANT-COMPLETOS-PREVIO   TO WS-CANT-ED
           DISPLAY 'YA COMPLETOS         : ' WS-CANT-ED
           MOVE WS-CANT-EJECUTADOS-OK      TO WS-CANT-ED
           DISPLAY 'EJECUTADOS OK        : ' WS-CANT-ED
           MOVE WS-CANT-FALLIDOS           TO WS-CANT-ED
           DISPLAY 'FALLIDOS             : ' WS-CANT-ED
           MOVE WS-CANT-BLOQUEADOS         TO WS-CANT-ED
           DISPLAY 'BLOQUEADOS           : ' WS-CANT-ED.

       FIN-3300.
           EXIT.

       4100-ENCABEZADO.
      *----------------

           PERFORM 4700-HORA-ACTUAL.

           MOVE ALL '=' TO REG-DRVBATLOG-FD.
           PERFORM 4600-WRITE-LOG.

           STRING 'CADENA NOCTURNA - VENTANA DEL '
                  WS-FECHA-VENTANA-ED
                  ' - INICIO '
                  WS-HORA-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           MOVE SPACES TO WS-LIN-PASO.
           MOVE 'HORA'         TO WLP-HORA.
           MOVE 'PROGRAMA'     TO WLP-PROGRAMA.
           MOVE 'PRODUCTOR'    TO WLP-PRODUCTOR.
           MOVE 'RESULTADO'    TO WLP-RESULTADO.
           MOVE '     LEIDOS'  TO WLP-LEIDOS.
           MOVE '   GRABADOS'  TO WLP-GRABADOS.
           MOVE WS-LIN-PASO    TO REG-DRVBATLOG-FD.
           PERFORM 4600-WRITE-LOG.

           MOVE ALL '-' TO REG-DRVBATLOG-FD.
           PERFORM 4600-WRITE-LOG.

       FIN-4100.
           EXIT.

       4200-LINEA-PASO.
      *----------------

           PERFORM 4700-HORA-ACTUAL.

           MOVE SPACES                    TO WS-LIN-PASO.
           MOVE WS-HORA-ED                TO WLP-HORA.
           MOVE WPL-PROGRAMA (IDX-PASO)   TO WLP-PROGRAMA.
           MOVE WPL-PRODUCTOR (IDX-PASO)  TO WLP-PRODUCTOR.
           MOVE WS-MOTIVO                 TO WLP-RESULTADO.

           IF 88-PASO-OK (IDX-PASO)
              OR 88-PASO-ABEND (IDX-PASO)
              MOVE WS-LEIDOS-PASO         TO WS-LEIDOS-ED
              MOVE WS-LEIDOS-ED           TO WLP-LEIDOS
              MOVE WS-GRABADOS-PASO       TO WS-GRABADOS-ED
              MOVE WS-GRABADOS-ED         TO WLP-GRABADOS
           END-IF.

           MOVE WS-LIN-PASO               TO REG-DRVBATLOG-FD.
           PERFORM 4600-WRITE-LOG.

       FIN-4200.
           EXIT.

       4600-WRITE-LOG.
      *---------------

           WRITE REG-DRVBATLOG-FD.

           IF NOT 88-FS-DRVBATLOG-OK
              DISPLAY 'ERROR EN WRITE DRVBATLOG FS: ' FS-DRVBATLOG
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-GRABADOS-LOG.
           MOVE SPACES TO REG-DRVBATLOG-FD.

       FIN-4600.
           EXIT.

       4700-HORA-ACTUAL.
      *-----------------

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.
           MOVE WS-HORA-HH                TO WS-HORA-ED-HH.
           MOVE WS-HORA-MM                TO WS-HORA-ED-MM.
           MOVE WS-HORA-SS                TO WS-HORA-ED-SS.

       FIN-4700.
           EXIT.

       4800-RESUMEN.
      *-------------

           PERFORM 4700-HORA-ACTUAL.

           MOVE ALL '-' TO REG-DRVBATLOG-FD.
           PERFORM 4600-WRITE-LOG.

           MOVE WS-CANT-PASOS TO WS-CANT-ED.
           STRING 'PASOS DEL PLAN: ' WS-CANT-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           MOVE WS-CANT-COMPLETOS-PREVIO TO WS-CANT-ED.
           STRING 'YA COMPLETOS  : ' WS-CANT-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           MOVE WS-CANT-EJECUTADOS-OK TO WS-CANT-ED.
           STRING 'EJECUTADOS OK : ' WS-CANT-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           MOVE WS-CANT-FALLIDOS TO WS-CANT-ED.
           STRING 'FALLIDOS      : ' WS-CANT-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           MOVE WS-CANT-BLOQUEADOS TO WS-CANT-ED.
           STRING 'BLOQUEADOS    : ' WS-CANT-ED
                  DELIMITED BY SIZE
             INTO REG-DRVBATLOG-FD
           END-STRING.
           PERFORM 4600-WRITE-LOG.

           IF WS-CANT-FALLIDOS = 0
              AND WS-CANT-BLOQUEADOS = 0
              STRING 'CADENA COMPLETA - FIN ' WS-HORA-ED
                     DELIMITED BY SIZE
                INTO REG-DRVBATLOG-FD
              END-STRING
           ELSE
              STRING 'CADENA INCOMPLETA - FIN ' WS-HORA-ED
                     ' - CORREGIR EL PASO FALLIDO Y RELANZAR CON '
                     'LA MISMA FECHA'
                     DELIMITED BY SIZE
                INTO REG-DRVBATLOG-FD
              END-STRING
           END-IF.
           PERFORM 4600-WRITE-LOG.

       FIN-4800.
           EXIT.
