       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTSESURL.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * RECONSTRUCCION DE SESIONES DE NAVEGACION POR USUARIO.
      * ORDENA LAS VISITAS DEL DIA (VISURL) POR USUARIO Y HORA Y
      * ARMA LAS SESIONES DE CADA URL-USUARIO: UNA VISITA QUE LLEGA
      * MAS DE WCN-MIN-CORTE MINUTOS DESPUES DE LA ANTERIOR ABRE UNA
      * SESION NUEVA.
      * EL TIEMPO DE CADA VISITA SE ESTIMA COMO LO QUE TRANSCURRE
      * HASTA LA VISITA SIGUIENTE DE LA MISMA SESION; LA ULTIMA
      * VISITA DE CADA SESION SE ESTIMA EN WCN-SEG-ULTIMA SEGUNDOS.
      * LA CATEGORIA DE CADA VISITA SE TOMA DEL MAESTRO DE PATRONES
      * (CATURL) CON EL MISMO CRITERIO QUE PGMURLCAT (EL PRIMER
      * PATRON QUE APARECE EN LA URL); SIN PATRON VA COMO 'S/C'.
      * EMITE:
      *  - SESURL : POR USUARIO, SUS SESIONES (DESDE/HASTA, VISITAS
      *             Y DURACION) Y EL TIEMPO POR SITIO Y POR CATEGORIA;
      *             AL PIE EL TIEMPO POR CATEGORIA DE TODOS LOS
      *             USUARIOS.
      *  - RESUSURL: RESUMEN DIARIO, UNA LINEA POR USUARIO CON LA
      *             PRIMERA Y ULTIMA ACTIVIDAD DEL DIA, SESIONES,
      *             VISITAS Y TIEMPO TOTAL DE NAVEGACION (PARA
      *             CONSULTAS DE RRHH Y SEGURIDAD).
      * URL-HORA SE ESPERA COMO HH:MM:SS; LAS VISITAS CON HORA
      * INVALIDA SE INFORMAN POR CONSOLA Y NO SE CONSIDERAN.
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

           SELECT VISURL        ASSIGN       TO
                                 DYNAMIC WS-ARCH-VISURL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VISURL.

           SELECT CATURL        ASSIGN       TO
                                 DYNAMIC WS-ARCH-CATURL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CATURL.

           SELECT SESURL        ASSIGN       TO
                                 DYNAMIC WS-ARCH-SESURL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SESURL.

           SELECT RESUSURL      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RESUSURL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RESUSURL.

           SELECT WORK-VISITAS  ASSIGN       TO 'WORKSES.TMP'.

       DATA DIVISION.

       FILE SECTION.

       FD  VISURL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VISURL-FD                 PIC X(76).

       FD  CATURL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATURL-FD                 PIC X(33).

       FD  SESURL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SESURL-FD                 PIC X(133).

       FD  RESUSURL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESUSURL-FD               PIC X(133).

      *------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT (VISITAS POR USUARIO /
      * HORA, CON LA HORA EN SEGUNDOS Y LA CATEGORIA YA
      * ASIGNADA)
      *------------------------------------------------------
       SD  WORK-VISITAS.
       01  REG-WORK-VISITAS.
           05 WORK-USUARIO-KEY           PIC X(18).
           05 WORK-SEGUNDOS-KEY          PIC 9(05).
           05 WORK-HORA                  PIC X(08).
           05 WORK-URL                   PIC X(50).
           05 WORK-CATEGORIA             PIC X(03).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-VISURL             PIC X(128) VALUE SPACES.
       77  WS-ARCH-CATURL             PIC X(128) VALUE SPACES.
       77  WS-ARCH-SESURL             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RESUSURL           PIC X(128) VALUE SPACES.

       77  FS-VISURL                     PIC  X(02) VALUE ' '.
           88 88-FS-VISURL-OK                       VALUE '00'.
           88 88-FS-VISURL-EOF                      VALUE '10'.

       77  FS-CATURL                     PIC  X(02) VALUE ' '.
           88 88-FS-CATURL-OK                       VALUE '00'.
           88 88-FS-CATURL-EOF                      VALUE '10'.
           88 88-FS-CATURL-NOEXISTE                 VALUE '35'.

       77  FS-SESURL                     PIC  X(02) VALUE ' '.
           88 88-FS-SESURL-OK                       VALUE '00'.

       77  FS-RESUSURL                   PIC  X(02) VALUE ' '.
           88 88-FS-RESUSURL-OK                     VALUE '00'.

       77  WS-LEIDAS-VISITAS             PIC  9(09) VALUE 0.
       77  WS-LEIDAS-VISITAS-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-HORA-INVALIDA              PIC  9(09) VALUE 0.
       77  WS-HORA-INVALIDA-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-USUARIOS              PIC  9(09) VALUE 0.
       77  WS-CANT-USUARIOS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-SESIONES              PIC  9(09) VALUE 0.
       77  WS-CANT-SESIONES-ED           PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * PARAMETROS DE LA RECONSTRUCCION (VALORES FIJOS
      * ACORDADOS CON SEGURIDAD)
      *------------------------------------------------------
       77  WCN-MIN-CORTE                 PIC  9(03) VALUE 30.
       77  WCN-SEG-ULTIMA                PIC  9(05) VALUE 60.
       77  WS-SEG-CORTE                  PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * PATRONES DE CATEGORIA (MISMA CARGA QUE PGMURLCAT)
      *------------------------------------------------------
       77  WCN-TOPE-PATRONES             PIC  9(03) VALUE 200.
       77  WS-CANT-PATRONES              PIC  9(03) VALUE 0.
       01  WS-TABLA-PATRONES.
           05 WS-PATRON-TAB OCCURS 200 TIMES
                            INDEXED BY IDX-PATRON.
              10 WPA-PATRON              PIC  X(30).
              10 WPA-LARGO               PIC  9(02).
              10 WPA-CODIGO              PIC  X(03).

       77  WS-CATEGORIA-VISITA           PIC  X(03) VALUE SPACES.
       77  WS-LARGO-PATRON               PIC  9(02) VALUE 0.
       77  WS-POS                        PIC  9(03) VALUE 0.
       77  WS-POS-TOPE                   PIC  9(03) VALUE 0.
       77  WS-COINCIDE                   PIC  X(01) VALUE 'N'.

      *------------------------------------------------------
      * HORA DE LA VISITA (HH:MM:SS) Y SU VALOR EN SEGUNDOS
      *------------------------------------------------------
       01  WS-HORA-VISITA                PIC  X(08) VALUE SPACES.
       01  WS-HORA-VISITA-R REDEFINES WS-HORA-VISITA.
           05 WS-HV-HH                   PIC  X(02).
           05 FILLER                     PIC  X(01).
           05 WS-HV-MM                   PIC  X(02).
           05 FILLER                     PIC  X(01).
           05 WS-HV-SS                   PIC  X(02).
       77  WS-HV-HH-N                    PIC  9(02) VALUE 0.
       77  WS-HV-MM-N                    PIC  9(02) VALUE 0.
       77  WS-HV-SS-N                    PIC  9(02) VALUE 0.
       77  WS-HORA-OK                    PIC  X(01) VALUE 'N'.

      *------------------------------------------------------
      * DURACION EN SEGUNDOS EDITADA COMO HH:MM:SS
      *------------------------------------------------------
       77  WS-SEG-EDITAR                 PIC  9(07) VALUE 0.
       77  WS-RESTO                      PIC  9(07) VALUE 0.
       01  WS-DURACION-ED.
           05 WS-DUR-HH                  PIC  9(03).
           05 FILLER                     PIC  X(01) VALUE ':'.
           05 WS-DUR-MM                  PIC  9(02).
           05 FILLER                     PIC  X(01) VALUE ':'.
           05 WS-DUR-SS                  PIC  9(02).

      *------------------------------------------------------
      * CORTE DE CONTROL POR USUARIO SOBRE LA SALIDA DEL SORT
      *------------------------------------------------------
       77  WS-FIN-SORT-VISITAS           PIC  X     VALUE 'N'.
           88 88-FIN-SORT-VISITAS                   VALUE 'S'.
       77  WS-HAY-USUARIO                PIC  X     VALUE 'N'.

       77  WS-USUARIO-ANT                PIC  X(18) VALUE SPACES.
       77  WS-PRIMERA-HORA               PIC  X(08) VALUE SPACES.
       77  WS-SESIONES-USUARIO           PIC  9(05) VALUE 0.
       77  WS-VISITAS-USUARIO            PIC  9(07) VALUE 0.
       77  WS-SEG-USUARIO                PIC  9(07) VALUE 0.

      *    SESION EN CURSO
       77  WS-SESION-DESDE               PIC  X(08) VALUE SPACES.
       77  WS-VISITAS-SESION             PIC  9(05) VALUE 0.
       77  WS-SEG-SESION                 PIC  9(07) VALUE 0.

      *    VISITA PENDIENTE DE ACREDITAR (SU TIEMPO DEPENDE DE
      *    LA VISITA SIGUIENTE)
       77  WS-PEND-URL                   PIC  X(50) VALUE SPACES.
       77  WS-PEND-CATEGORIA             PIC  X(03) VALUE SPACES.
       77  WS-PEND-HORA                  PIC  X(08) VALUE SPACES.
       77  WS-PEND-SEGUNDOS              PIC  9(05) VALUE 0.
       77  WS-SEG-VISITA                 PIC  9(05) VALUE 0.
       77  WS-SEG-INTERVALO              PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * TIEMPO POR SITIO Y POR CATEGORIA DEL USUARIO, Y POR
      * CATEGORIA DE TODOS LOS USUARIOS
      *------------------------------------------------------
       77  WCN-TOPE-SITIOS               PIC  9(04) VALUE 500.
       77  WS-CANT-SITIOS                PIC  9(04) VALUE 0.
       77  WS-SITIOS-EXCEDIDOS           PIC  9(07) VALUE 0.
       01  WS-TABLA-SITIOS.
           05 WS-SITIO-TAB OCCURS 500 TIMES
                           INDEXED BY IDX-SITIO.
              10 WST-URL                 PIC  X(50).
              10 WST-CATEGORIA           PIC  X(03).
              10 WST-VISITAS             PIC  9(05).
              10 WST-SEGUNDOS            PIC  9(07).

       77  WCN-TOPE-CATEGORIAS           PIC  9(03) VALUE 100.
       77  WS-CANT-CAT-USUARIO           PIC  9(03) VALUE 0.
       01  WS-TABLA-CAT-USUARIO.
           05 WS-CAT-USUARIO-TAB OCCURS 100 TIMES
                                 INDEXED BY IDX-CAT-USR.
              10 WCU-CATEGORIA           PIC  X(03).
              10 WCU-VISITAS             PIC  9(05).
              10 WCU-SEGUNDOS            PIC  9(07).

       77  WS-CANT-CAT-TOTAL             PIC  9(03) VALUE 0.
       01  WS-TABLA-CAT-TOTAL.
           05 WS-CAT-TOTAL-TAB OCCURS 100 TIMES
                               INDEXED BY IDX-CAT-TOT.
              10 WCT-CATEGORIA           PIC  X(03).
              10 WCT-VISITAS             PIC  9(07).
              10 WCT-SEGUNDOS            PIC  9(09).
       77  WS-SEG-TOTAL-DIA              PIC  9(09) VALUE 0.

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       77  WS-CANT-ED                    PIC  ZZ.ZZ9.
       77  WS-PCT                        PIC  9(03)V99 VALUE 0.
       77  WS-PCT-ED                     PIC  ZZ9,99.

       COPY WVISURL.

       COPY WURLCAT.

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

           SORT WORK-VISITAS
               ON ASCENDING KEY WORK-USUARIO-KEY
               ON ASCENDING KEY WORK-SEGUNDOS-KEY
               INPUT  PROCEDURE 2000-ARMO-SORT-VISITAS
               OUTPUT PROCEDURE 2500-ARMO-SESIONES.

           PERFORM 4000-EMITO-TOTAL-CATEGORIAS.

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

           COMPUTE WS-SEG-CORTE = WCN-MIN-CORTE * 60.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-PATRONES.
           PERFORM 1090-ENCABEZADOS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'VISURL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VISURL

           MOVE 'CATURL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CATURL

           MOVE 'SESURL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SESURL

           MOVE 'RESUSURL'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RESUSURL.

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

           OPEN INPUT VISURL

           EVALUATE TRUE
               WHEN 88-FS-VISURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VISURL'
                    DISPLAY 'FILE STATUS' FS-VISURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT SESURL

           EVALUATE TRUE
               WHEN 88-FS-SESURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SESURL'
                    DISPLAY 'FILE STATUS' FS-SESURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RESUSURL

           EVALUATE TRUE
               WHEN 88-FS-RESUSURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RESUSURL'
                    DISPLAY 'FILE STATUS' FS-RESUSURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-PATRONES.
      *--------------------

           OPEN INPUT CATURL.

           EVALUATE TRUE
               WHEN 88-FS-CATURL-OK
                    PERFORM 1021-LEO-CATURL
                    PERFORM UNTIL 88-FS-CATURL-EOF
                       PERFORM 1022-TABLA-PATRON
                       PERFORM 1021-LEO-CATURL
                    END-PERFORM
                    CLOSE CATURL

               WHEN 88-FS-CATURL-NOEXISTE
                    DISPLAY 'MAESTRO CATURL INEXISTENTE - '
                    DISPLAY 'TODA VISITA SALDRA SIN CLASIFICAR'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CATURL'
                    DISPLAY 'FILE STATUS' FS-CATURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-CATURL.
      *----------------

           INITIALIZE REG-URLCAT.

           READ CATURL INTO REG-URLCAT

           EVALUATE TRUE
               WHEN 88-FS-CATURL-OK
               WHEN 88-FS-CATURL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CATURL FS: ' FS-CATURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1022-TABLA-PATRON.
      *------------------

           IF WS-CANT-PATRONES < WCN-TOPE-PATRONES
              ADD 1 TO WS-CANT-PATRONES
              MOVE CAT-PATRON
                TO WPA-PATRON (WS-CANT-PATRONES)
              MOVE CAT-CODIGO
                TO WPA-CODIGO (WS-CANT-PATRONES)

              MOVE 30 TO WS-LARGO-PATRON
              PERFORM UNTIL WS-LARGO-PATRON = 0
                 OR CAT-PATRON (WS-LARGO-PATRON:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-LARGO-PATRON
              END-PERFORM
              MOVE WS-LARGO-PATRON
                TO WPA-LARGO (WS-CANT-PATRONES)
           ELSE
              DISPLAY 'TABLA DE PATRONES COMPLETA'
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1022.
           EXIT.

       1090-ENCABEZADOS.
      *-----------------

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'SESIONES DE NAVEGACION POR USUARIO - DIA'
                                         TO REG-SESURL-FD (01:40).
           MOVE WS-FECHA-PROCESO         TO REG-SESURL-FD (42:08).
           MOVE 'CORTE DE SESION (MIN.)'  TO REG-SESURL-FD (55:22).
           MOVE WCN-MIN-CORTE            TO REG-SESURL-FD (78:03).
           PERFORM 4600-WRITE-SESURL.

           MOVE SPACES                   TO REG-RESUSURL-FD.
           MOVE 'RESUMEN DIARIO DE NAVEGACION POR USUARIO - DIA'
                                         TO REG-RESUSURL-FD (01:46).
           MOVE WS-FECHA-PROCESO         TO REG-RESUSURL-FD (48:08).
           PERFORM 4700-WRITE-RESUSURL.

           MOVE SPACES                   TO REG-RESUSURL-FD.
           PERFORM 4700-WRITE-RESUSURL.

           MOVE SPACES                   TO REG-RESUSURL-FD.
           MOVE 'USUARIO'                TO REG-RESUSURL-FD (01:07).
           MOVE 'PRIMERA'                TO REG-RESUSURL-FD (21:07).
           MOVE 'ULTIMA'                 TO REG-RESUSURL-FD (31:06).
           MOVE 'SESIONES'               TO REG-RESUSURL-FD (40:08).
           MOVE 'VISITAS'                TO REG-RESUSURL-FD (50:07).
           MOVE 'TIEMPO TOTAL'           TO REG-RESUSURL-FD (59:12).
           PERFORM 4700-WRITE-RESUSURL.

       FIN-1090.
           EXIT.

      *------------------------------------------------------------
      * CADA VISITA CON HORA VALIDA VA AL SORT CON SU HORA EN
      * SEGUNDOS Y SU CATEGORIA.
      *------------------------------------------------------------
       2000-ARMO-SORT-VISITAS.
      *-----------------------

           PERFORM 2010-LEO-VISURL.

           PERFORM UNTIL 88-FS-VISURL-EOF
               PERFORM 2020-VALIDO-HORA
               IF WS-HORA-OK = 'S'
                  PERFORM 2100-CLASIFICO-VISITA
                  MOVE URL-USUARIO          TO WORK-USUARIO-KEY
                  COMPUTE WORK-SEGUNDOS-KEY =
                          WS-HV-HH-N * 3600 + WS-HV-MM-N * 60
                                            + WS-HV-SS-N
                  MOVE URL-HORA             TO WORK-HORA
                  MOVE URL-URL              TO WORK-URL
                  MOVE WS-CATEGORIA-VISITA  TO WORK-CATEGORIA
                  RELEASE REG-WORK-VISITAS
               ELSE
                  ADD 1 TO WS-HORA-INVALIDA
                  DISPLAY 'VISITA CON HORA INVALIDA: ' URL-USUARIO
                          ' ' URL-HORA
               END-IF
               PERFORM 2010-LEO-VISURL
           END-PERFORM.

       FIN-2000.
           EXIT.

       2010-LEO-VISURL.
      *----------------

           INITIALIZE URL-REG.

           READ VISURL INTO URL-REG

           EVALUATE TRUE
               WHEN 88-FS-VISURL-OK
                    ADD 1 TO WS-LEIDAS-VISITAS
               WHEN 88-FS-VISURL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VISURL FS: ' FS-VISURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-VALIDO-HORA.
      *-----------------

           MOVE 'N'                      TO WS-HORA-OK.
           MOVE URL-HORA                 TO WS-HORA-VISITA.

           IF WS-HV-HH NUMERIC AND WS-HV-MM NUMERIC
              AND WS-HV-SS NUMERIC
              MOVE WS-HV-HH              TO WS-HV-HH-N
              MOVE WS-HV-MM              TO WS-HV-MM-N
              MOVE WS-HV-SS              TO WS-HV-SS-N
              IF WS-HV-HH-N < 24 AND WS-HV-MM-N < 60
                 AND WS-HV-SS-N < 60
                 MOVE 'S'                TO WS-HORA-OK
              END-IF
           END-IF.

       FIN-2020.
           EXIT.

      *------------------------------------------------------------
      * MISMO CRITERIO QUE PGMURLCAT: EL PRIMER PATRON QUE
      * APARECE EN CUALQUIER POSICION DE LA URL DEFINE LA
      * CATEGORIA.
      *------------------------------------------------------------
       2100-CLASIFICO-VISITA.
      *----------------------

           MOVE SPACES TO WS-CATEGORIA-VISITA.

           PERFORM VARYING IDX-PATRON FROM 1 BY 1
                     UNTIL IDX-PATRON > WS-CANT-PATRONES
                        OR WS-CATEGORIA-VISITA NOT = SPACES
              IF WPA-LARGO (IDX-PATRON) > 0
                 PERFORM 2110-BUSCO-PATRON
                 IF WS-COINCIDE = 'S'
                    MOVE WPA-CODIGO (IDX-PATRON)
                      TO WS-CATEGORIA-VISITA
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-CATEGORIA-VISITA = SPACES
              MOVE 'S/C' TO WS-CATEGORIA-VISITA
           END-IF.

       FIN-2100.
           EXIT.

       2110-BUSCO-PATRON.
      *------------------

           MOVE 'N' TO WS-COINCIDE.
           COMPUTE WS-POS-TOPE = 50 - WPA-LARGO (IDX-PATRON) + 1.

           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > WS-POS-TOPE
                        OR WS-COINCIDE = 'S'
              IF URL-URL (WS-POS:WPA-LARGO (IDX-PATRON)) =
                 WPA-PATRON (IDX-PATRON) (1:WPA-LARGO (IDX-PATRON))
                 MOVE 'S' TO WS-COINCIDE
              END-IF
           END-PERFORM.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * CORTE DE CONTROL POR USUARIO. CADA VISITA QUEDA PENDIENTE
      * HASTA LEER LA SIGUIENTE: SI ESTA DENTRO DEL CORTE SE LE
      * ACREDITA EL INTERVALO; SI NO (O CAMBIA EL USUARIO) SE LE
      * ACREDITA WCN-SEG-ULTIMA Y SE CIERRA LA SESION.
      *------------------------------------------------------------
       2500-ARMO-SESIONES.
      *-------------------

           MOVE 'N' TO WS-FIN-SORT-VISITAS.
           MOVE 'N' TO WS-HAY-USUARIO.

           RETURN WORK-VISITAS
               AT END
                    SET 88-FIN-SORT-VISITAS  TO TRUE
           END-RETURN.

           PERFORM UNTIL 88-FIN-SORT-VISITAS

               IF WS-HAY-USUARIO = 'S'
                  AND WORK-USUARIO-KEY NOT = WS-USUARIO-ANT
                  PERFORM 2600-CIERRO-SESION
                  PERFORM 2700-CIERRO-USUARIO
               END-IF

               IF WS-HAY-USUARIO = 'N'
                  OR WORK-USUARIO-KEY NOT = WS-USUARIO-ANT
                  PERFORM 2510-ABRO-USUARIO
                  PERFORM 2520-ABRO-SESION
               ELSE
                  COMPUTE WS-SEG-INTERVALO =
                          WORK-SEGUNDOS-KEY - WS-PEND-SEGUNDOS
                  IF WS-SEG-INTERVALO > WS-SEG-CORTE
                     PERFORM 2600-CIERRO-SESION
                     PERFORM 2520-ABRO-SESION
                  ELSE
                     MOVE WS-SEG-INTERVALO   TO WS-SEG-VISITA
                     PERFORM 2800-ACREDITO-VISITA
                  END-IF
               END-IF

               MOVE WORK-URL                 TO WS-PEND-URL
               MOVE WORK-CATEGORIA           TO WS-PEND-CATEGORIA
               MOVE WORK-HORA                TO WS-PEND-HORA
               MOVE WORK-SEGUNDOS-KEY        TO WS-PEND-SEGUNDOS
               ADD 1                         TO WS-VISITAS-SESION
               ADD 1                         TO WS-VISITAS-USUARIO

               RETURN WORK-VISITAS
                   AT END
                        SET 88-FIN-SORT-VISITAS TO TRUE
               END-RETURN

           END-PERFORM.

           IF WS-HAY-USUARIO = 'S'
              PERFORM 2600-CIERRO-SESION
              PERFORM 2700-CIERRO-USUARIO
           END-IF.

       FIN-2500.
           EXIT.

       2510-ABRO-USUARIO.
      *------------------

           MOVE 'S'                       TO WS-HAY-USUARIO.
           MOVE WORK-USUARIO-KEY          TO WS-USUARIO-ANT.
           MOVE WORK-HORA                 TO WS-PRIMERA-HORA.
           MOVE 0                         TO WS-SESIONES-USUARIO.
           MOVE 0                         TO WS-VISITAS-USUARIO.
           MOVE 0                         TO WS-SEG-USUARIO.
           MOVE 0                         TO WS-CANT-SITIOS.
           MOVE 0                         TO WS-CANT-CAT-USUARIO.
           ADD 1                          TO WS-CANT-USUARIOS.

           MOVE SPACES                   TO REG-SESURL-FD.
           PERFORM 4600-WRITE-SESURL.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'USUARIO:'               TO REG-SESURL-FD (01:08).
           MOVE WS-USUARIO-ANT           TO REG-SESURL-FD (10:18).
           PERFORM 4600-WRITE-SESURL.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'SESION'                 TO REG-SESURL-FD (03:06).
           MOVE 'DESDE'                  TO REG-SESURL-FD (12:05).
           MOVE 'HASTA'                  TO REG-SESURL-FD (22:05).
           MOVE 'VISITAS'                TO REG-SESURL-FD (31:07).
           MOVE 'DURACION'               TO REG-SESURL-FD (41:08).
           PERFORM 4600-WRITE-SESURL.

       FIN-2510.
           EXIT.

       2520-ABRO-SESION.
      *-----------------

           MOVE WORK-HORA                 TO WS-SESION-DESDE.
           MOVE 0                         TO WS-VISITAS-SESION.
           MOVE 0                         TO WS-SEG-SESION.
           ADD 1                          TO WS-SESIONES-USUARIO.
           ADD 1                          TO WS-CANT-SESIONES.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * LA ULTIMA VISITA DE LA SESION SE ACREDITA CON EL TIEMPO
      * ESTIMADO FIJO Y SE EMITE LA LINEA DE LA SESION.
      *------------------------------------------------------------
       2600-CIERRO-SESION.
      *-------------------

           MOVE WCN-SEG-ULTIMA            TO WS-SEG-VISITA.
           PERFORM 2800-ACREDITO-VISITA.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE WS-SESIONES-USUARIO      TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-SESURL-FD (03:06).
           MOVE WS-SESION-DESDE          TO REG-SESURL-FD (12:08).
           MOVE WS-PEND-HORA             TO REG-SESURL-FD (22:08).
           MOVE WS-VISITAS-SESION        TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-SESURL-FD (32:06).
           MOVE WS-SEG-SESION            TO WS-SEG-EDITAR.
           PERFORM 4800-EDITO-DURACION.
           MOVE WS-DURACION-ED           TO REG-SESURL-FD (40:09).
           PERFORM 4600-WRITE-SESURL.

       FIN-2600.
           EXIT.

      *------------------------------------------------------------
      * DETALLE POR SITIO Y POR CATEGORIA DEL USUARIO Y SU LINEA
      * EN EL RESUMEN DIARIO.
      *------------------------------------------------------------
       2700-CIERRO-USUARIO.
      *--------------------

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'TIEMPO POR SITIO'       TO REG-SESURL-FD (03:16).
           MOVE 'CAT'                    TO REG-SESURL-FD (56:03).
           MOVE 'VISITAS'                TO REG-SESURL-FD (61:07).
           MOVE 'TIEMPO'                 TO REG-SESURL-FD (72:06).
           PERFORM 4600-WRITE-SESURL.

           PERFORM VARYING IDX-SITIO FROM 1 BY 1
                     UNTIL IDX-SITIO > WS-CANT-SITIOS
              MOVE SPACES                TO REG-SESURL-FD
              MOVE WST-URL (IDX-SITIO)   TO REG-SESURL-FD (05:50)
              MOVE WST-CATEGORIA (IDX-SITIO)
                                         TO REG-SESURL-FD (56:03)
              MOVE WST-VISITAS (IDX-SITIO) TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-SESURL-FD (62:06)
              MOVE WST-SEGUNDOS (IDX-SITIO) TO WS-SEG-EDITAR
              PERFORM 4800-EDITO-DURACION
              MOVE WS-DURACION-ED        TO REG-SESURL-FD (70:09)
              PERFORM 4600-WRITE-SESURL
           END-PERFORM.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'TIEMPO POR CATEGORIA'   TO REG-SESURL-FD (03:20).
           PERFORM 4600-WRITE-SESURL.

           PERFORM VARYING IDX-CAT-USR FROM 1 BY 1
                     UNTIL IDX-CAT-USR > WS-CANT-CAT-USUARIO
              MOVE SPACES                TO REG-SESURL-FD
              MOVE WCU-CATEGORIA (IDX-CAT-USR)
                                         TO REG-SESURL-FD (56:03)
              MOVE WCU-VISITAS (IDX-CAT-USR) TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-SESURL-FD (62:06)
              MOVE WCU-SEGUNDOS (IDX-CAT-USR) TO WS-SEG-EDITAR
              PERFORM 4800-EDITO-DURACION
              MOVE WS-DURACION-ED        TO REG-SESURL-FD (70:09)
              IF WS-SEG-USUARIO > 0
                 COMPUTE WS-PCT ROUNDED =
                         WCU-SEGUNDOS (IDX-CAT-USR) * 100
                                                  / WS-SEG-USUARIO
              ELSE
                 MOVE 0 TO WS-PCT
              END-IF
              MOVE WS-PCT                TO WS-PCT-ED
              MOVE WS-PCT-ED             TO REG-SESURL-FD (81:06)
              MOVE '%'                   TO REG-SESURL-FD (87:01)
              PERFORM 4600-WRITE-SESURL
           END-PERFORM.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'TOTAL DEL USUARIO'      TO REG-SESURL-FD (03:17).
           MOVE WS-VISITAS-USUARIO       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-SESURL-FD (62:06).
           MOVE WS-SEG-USUARIO           TO WS-SEG-EDITAR.
           PERFORM 4800-EDITO-DURACION.
           MOVE WS-DURACION-ED           TO REG-SESURL-FD (70:09).
           PERFORM 4600-WRITE-SESURL.

           MOVE SPACES                   TO REG-RESUSURL-FD.
           MOVE WS-USUARIO-ANT           TO REG-RESUSURL-FD (01:18).
           MOVE WS-PRIMERA-HORA          TO REG-RESUSURL-FD (21:08).
           MOVE WS-PEND-HORA             TO REG-RESUSURL-FD (31:08).
           MOVE WS-SESIONES-USUARIO      TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RESUSURL-FD (42:06).
           MOVE WS-VISITAS-USUARIO       TO WS-CANT-ED.
           MOVE WS-CANT-ED               TO REG-RESUSURL-FD (51:06).
           MOVE WS-SEG-USUARIO           TO WS-SEG-EDITAR.
           PERFORM 4800-EDITO-DURACION.
           MOVE WS-DURACION-ED           TO REG-RESUSURL-FD (62:09).
           PERFORM 4700-WRITE-RESUSURL.

       FIN-2700.
           EXIT.

      *------------------------------------------------------------
      * ACREDITA WS-SEG-VISITA A LA VISITA PENDIENTE: SESION,
      * USUARIO, SITIO, CATEGORIA DEL USUARIO Y CATEGORIA TOTAL.
      *------------------------------------------------------------
       2800-ACREDITO-VISITA.
      *---------------------

           ADD WS-SEG-VISITA              TO WS-SEG-SESION.
           ADD WS-SEG-VISITA              TO WS-SEG-USUARIO.
           ADD WS-SEG-VISITA              TO WS-SEG-TOTAL-DIA.

           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING IDX-SITIO FROM 1 BY 1
                     UNTIL IDX-SITIO > WS-CANT-SITIOS
                        OR WS-ENCONTRADO = 'S'
              IF WST-URL (IDX-SITIO) = WS-PEND-URL
                 ADD 1             TO WST-VISITAS (IDX-SITIO)
                 ADD WS-SEG-VISITA TO WST-SEGUNDOS (IDX-SITIO)
                 MOVE 'S'          TO WS-ENCONTRADO
              END-IF
           END-PERFORM.

           IF WS-ENCONTRADO = 'N'
              IF WS-CANT-SITIOS < WCN-TOPE-SITIOS
                 ADD 1 TO WS-CANT-SITIOS
                 MOVE WS-PEND-URL       TO WST-URL (WS-CANT-SITIOS)
                 MOVE WS-PEND-CATEGORIA
                                   TO WST-CATEGORIA (WS-CANT-SITIOS)
                 MOVE 1            TO WST-VISITAS (WS-CANT-SITIOS)
                 MOVE WS-SEG-VISITA
                                   TO WST-SEGUNDOS (WS-CANT-SITIOS)
              ELSE
                 ADD 1 TO WS-SITIOS-EXCEDIDOS
              END-IF
           END-IF.

           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING IDX-CAT-USR FROM 1 BY 1
                     UNTIL IDX-CAT-USR > WS-CANT-CAT-USUARIO
                        OR WS-ENCONTRADO = 'S'
              IF WCU-CATEGORIA (IDX-CAT-USR) = WS-PEND-CATEGORIA
                 ADD 1             TO WCU-VISITAS (IDX-CAT-USR)
                 ADD WS-SEG-VISITA TO WCU-SEGUNDOS (IDX-CAT-USR)
                 MOVE 'S'          TO WS-ENCONTRADO
              END-IF
           END-PERFORM.

           IF WS-ENCONTRADO = 'N'
              AND WS-CANT-CAT-USUARIO < WCN-TOPE-CATEGORIAS
              ADD 1 TO WS-CANT-CAT-USUARIO
              MOVE WS-PEND-CATEGORIA
                             TO WCU-CATEGORIA (WS-CANT-CAT-USUARIO)
              MOVE 1         TO WCU-VISITAS (WS-CANT-CAT-USUARIO)
              MOVE WS-SEG-VISITA
                             TO WCU-SEGUNDOS (WS-CANT-CAT-USUARIO)
           END-IF.

           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING IDX-CAT-TOT FROM 1 BY 1
                     UNTIL IDX-CAT-TOT > WS-CANT-CAT-TOTAL
                        OR WS-ENCONTRADO = 'S'
              IF WCT-CATEGORIA (IDX-CAT-TOT) = WS-PEND-CATEGORIA
                 ADD 1             TO WCT-VISITAS (IDX-CAT-TOT)
                 ADD WS-SEG-VISITA TO WCT-SEGUNDOS (IDX-CAT-TOT)
                 MOVE 'S'          TO WS-ENCONTRADO
              END-IF
           END-PERFORM.

           IF WS-ENCONTRADO = 'N'
              AND WS-CANT-CAT-TOTAL < WCN-TOPE-CATEGORIAS
              ADD 1 TO WS-CANT-CAT-TOTAL
              MOVE WS-PEND-CATEGORIA
                             TO WCT-CATEGORIA (WS-CANT-CAT-TOTAL)
              MOVE 1         TO WCT-VISITAS (WS-CANT-CAT-TOTAL)
              MOVE WS-SEG-VISITA
                             TO WCT-SEGUNDOS (WS-CANT-CAT-TOTAL)
           END-IF.

       FIN-2800.
           EXIT.

       4000-EMITO-TOTAL-CATEGORIAS.
      *----------------------------

           MOVE SPACES                   TO REG-SESURL-FD.
           PERFORM 4600-WRITE-SESURL.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'TIEMPO POR CATEGORIA - TODOS LOS USUARIOS'
                                         TO REG-SESURL-FD (01:41).
           PERFORM 4600-WRITE-SESURL.

           PERFORM VARYING IDX-CAT-TOT FROM 1 BY 1
                     UNTIL IDX-CAT-TOT > WS-CANT-CAT-TOTAL
              MOVE SPACES                TO REG-SESURL-FD
              MOVE WCT-CATEGORIA (IDX-CAT-TOT)
                                         TO REG-SESURL-FD (56:03)
              MOVE WCT-VISITAS (IDX-CAT-TOT) TO WS-CANT-ED
              MOVE WS-CANT-ED            TO REG-SESURL-FD (62:06)
              MOVE WCT-SEGUNDOS (IDX-CAT-TOT) TO WS-SEG-EDITAR
              PERFORM 4800-EDITO-DURACION
              MOVE WS-DURACION-ED        TO REG-SESURL-FD (70:09)
              IF WS-SEG-TOTAL-DIA > 0
                 COMPUTE WS-PCT ROUNDED =
                         WCT-SEGUNDOS (IDX-CAT-TOT) * 100
                                                  / WS-SEG-TOTAL-DIA
              ELSE
                 MOVE 0 TO WS-PCT
              END-IF
              MOVE WS-PCT                TO WS-PCT-ED
              MOVE WS-PCT-ED             TO REG-SESURL-FD (81:06)
              MOVE '%'                   TO REG-SESURL-FD (87:01)
              PERFORM 4600-WRITE-SESURL
           END-PERFORM.

           MOVE SPACES                   TO REG-SESURL-FD.
           MOVE 'TOTAL DEL DIA'          TO REG-SESURL-FD (03:13).
           MOVE WS-SEG-TOTAL-DIA         TO WS-SEG-EDITAR.
           PERFORM 4800-EDITO-DURACION.
           MOVE WS-DURACION-ED           TO REG-SESURL-FD (70:09).
           PERFORM 4600-WRITE-SESURL.

       FIN-4000.
           EXIT.

       4600-WRITE-SESURL.
      *------------------

           WRITE REG-SESURL-FD.

           EVALUATE TRUE
               WHEN 88-FS-SESURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SESURL FS: ' FS-SESURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4600.
           EXIT.

       4700-WRITE-RESUSURL.
      *--------------------

           WRITE REG-RESUSURL-FD.

           EVALUATE TRUE
               WHEN 88-FS-RESUSURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RESUSURL FS: ' FS-RESUSURL
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4700.
           EXIT.

      *    SEGUNDOS (WS-SEG-EDITAR) A HHH:MM:SS EN WS-DURACION-ED
       4800-EDITO-DURACION.
      *--------------------

           DIVIDE WS-SEG-EDITAR BY 3600 GIVING WS-DUR-HH
                                        REMAINDER WS-RESTO.
           DIVIDE WS-RESTO BY 60 GIVING WS-DUR-MM
                                 REMAINDER WS-DUR-SS.

       FIN-4800.
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

           CLOSE VISURL
           EVALUATE TRUE
               WHEN 88-FS-VISURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE VISURL FS: ' FS-VISURL
           END-EVALUATE.

           CLOSE SESURL
           EVALUATE TRUE
               WHEN 88-FS-SESURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE SESURL FS: ' FS-SESURL
           END-EVALUATE.

           CLOSE RESUSURL
           EVALUATE TRUE
               WHEN 88-FS-RESUSURL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RESUSURL FS: ' FS-RESUSURL
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'RPTSESURL'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDAS-VISITAS       TO RUNCTL-LEIDOS.
           MOVE WS-CANT-SESIONES        TO RUNCTL-GRABADOS.
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

           MOVE WS-LEIDAS-VISITAS       TO WS-LEIDAS-VISITAS-ED.
           MOVE WS-HORA-INVALIDA        TO WS-HORA-INVALIDA-ED.
           MOVE WS-CANT-USUARIOS        TO WS-CANT-USUARIOS-ED.
           MOVE WS-CANT-SESIONES        TO WS-CANT-SESIONES-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTSESURL             '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. VISITAS LEIDAS           : '
                                               WS-LEIDAS-VISITAS-ED.
           DISPLAY 'CANT. VISITAS CON HORA INVALIDA: '
                                               WS-HORA-INVALIDA-ED.
           DISPLAY 'CANT. USUARIOS                 : '
                                               WS-CANT-USUARIOS-ED.
           DISPLAY 'CANT. SESIONES                 : '
                                               WS-CANT-SESIONES-ED.
           IF WS-SITIOS-EXCEDIDOS > 0
              DISPLAY 'VISITAS SIN LUGAR EN TABLA SITIOS: '
                                               WS-SITIOS-EXCEDIDOS
           END-IF.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM RPTSESURL.
