      ******************************************************************
      * AGENDA DIARIA DEL TALLER
      * SE LE INDICA POR CONSOLA LA FECHA (AAAAMMDD) DE LA AGENDA; EN
      * BLANCO TOMA EL DIA DE PROCESO. LISTA LOS TURNOS DE ESE DIA
      * (WTURNO.cpy) QUE NO ESTAN CANCELADOS: NRO, VEHICULO, CLIENTE,
      * TIPO DE TRABAJO, HORAS ESTIMADAS, ESTADO, ORDEN DE TRABAJO
      * PEDIDA AL INGRESO Y DESCRIPCION. AL PIE, LAS HORAS
      * COMPROMETIDAS (PENDIENTES E INGRESADOS) CONTRA LA CAPACIDAD
      * DIARIA DEL TALLER (WCAPTALLER.cpy) Y LAS HORAS LIBRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTTURNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TURNOS           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosTa
      -    'ller.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-TURNOS.

           SELECT CAPTALLER        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TallerCa
      -    'pacidad.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CAPTALLER.

           SELECT RPTAGE           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\TurnosAg
      -    'enda.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RPTAGE.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS
           RECORDING MODE IS F.
       01  REG-TURNOS-FD                  PIC X(80).

       FD  CAPTALLER
           RECORDING MODE IS F.
       01  REG-CAPTALLER-FD               PIC X(20).

       FD  RPTAGE
           RECORDING MODE IS F.
       01  REG-RPTAGE-FD                  PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-TURNOS                      PIC X(02) VALUE ' '.
           88 88-FS-TURNOS-OK                       VALUE '00'.
           88 88-FS-TURNOS-EOF                      VALUE '10'.
           88 88-FS-TURNOS-NOEXISTE                 VALUE '35'.

       77  WS-TURNOS-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-TURNOS-ABIERTO                     VALUE 'S'.

       77  FS-CAPTALLER                   PIC X(02) VALUE ' '.
           88 88-FS-CAPTALLER-OK                    VALUE '00'.
           88 88-FS-CAPTALLER-EOF                   VALUE '10'.
           88 88-FS-CAPTALLER-NOEXISTE              VALUE '35'.

       77  FS-RPTAGE                      PIC X(02) VALUE ' '.
           88 88-FS-RPTAGE-OK                       VALUE '00'.

       77  WS-FECHA-INGRESO               PIC X(08) VALUE SPACES.
       77  WS-FECHA-AGENDA                PIC 9(08) VALUE 0.

       77  WS-LEIDOS-TURNOS               PIC 9(05) VALUE 0.
       77  WS-CANT-AGENDA                 PIC 9(05) VALUE 0.
       77  WS-GRABADOS                    PIC 9(05) VALUE 0.

       77  WS-HORAS-COMPROMETIDAS         PIC 9(04)V99 VALUE 0.
       77  WS-HORAS-LIBRES                PIC S9(04)V99 VALUE 0.
       77  WS-HORAS-ED                    PIC Z9,99.
       77  WS-TOTAL-ED                    PIC -ZZZ9,99.

      *------------------------------------------------------
      * CAPACIDAD DIARIA: SIN PARAMETRO SE TOMAN 4 BAHIAS DE
      * 8 HORAS (IGUAL QUE PGMTURNOS).
      *------------------------------------------------------
       77  WCN-BAHIAS-DEFECTO             PIC 9(02) VALUE 4.
       77  WCN-HORAS-BAHIA-DEFECTO        PIC 9(02)V99 VALUE 8.
       77  WS-CAPACIDAD-DIA               PIC 9(04)V99 VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-CURRENT-DATE-DATE       PIC 9(08) VALUE 0.
           03 WS-CURRENT-DATE-TIME       PIC 9(06) VALUE 0.

       COPY WTURNO.

       COPY WCAPTALLER.

       COPY WUTLDIAHAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-FS-TURNOS-EOF.

           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIO.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE.

           DISPLAY 'FECHA DE LA AGENDA (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-FECHA-INGRESO.

           IF WS-FECHA-INGRESO = SPACES
              MOVE WS-CURRENT-DATE-DATE   TO WS-FECHA-AGENDA
           ELSE
              IF WS-FECHA-INGRESO NOT NUMERIC
                 DISPLAY 'FECHA INVALIDA: ' WS-FECHA-INGRESO
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
              MOVE WS-FECHA-INGRESO       TO WS-FECHA-AGENDA
           END-IF.

           INITIALIZE WUTLDIAHAB.
           MOVE WS-FECHA-AGENDA           TO WUTLDIAHAB-FECHA.
           CALL 'UTLDIAHAB' USING WUTLDIAHAB.

           IF NOT 88-WUTLDIAHAB-OK
              DISPLAY 'FECHA INVALIDA: ' WS-FECHA-AGENDA
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           PERFORM 1100-CARGO-CAPACIDAD.

           OPEN INPUT TURNOS.

           EVALUATE TRUE
               WHEN 88-FS-TURNOS-OK
                    SET 88-TURNOS-ABIERTO TO TRUE
               WHEN 88-FS-TURNOS-NOEXISTE
                    DISPLAY 'SIN ARCHIVO DE TURNOS'
                    SET 88-FS-TURNOS-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TURNOS FS: ' FS-TURNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT RPTAGE.

           EVALUATE TRUE
               WHEN 88-FS-RPTAGE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTAGE FS: ' FS-RPTAGE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO REG-RPTAGE-FD.
           MOVE 'AGENDA DEL TALLER DEL DIA:'
                                          TO REG-RPTAGE-FD (01:26).
           MOVE WS-FECHA-AGENDA           TO REG-RPTAGE-FD (28:08).
           IF 88-WUTLDIAHAB-NO-HABIL
              MOVE '(DIA NO HABIL)'       TO REG-RPTAGE-FD (38:14)
           END-IF.
           PERFORM 2600-GRABO-LINEA.

           MOVE SPACES                    TO REG-RPTAGE-FD.
           MOVE 'TURNO  VEH.  CLIENTE    TIPO HS.EST. EST. ORDEN'
                                          TO REG-RPTAGE-FD (01:47).
           MOVE 'DESCRIPCION'             TO REG-RPTAGE-FD (50:11).
           PERFORM 2600-GRABO-LINEA.

           IF NOT 88-FS-TURNOS-EOF
              PERFORM 1200-LEO-TURNO
           END-IF.

       1000-FIN.
           EXIT.

       1100-CARGO-CAPACIDAD.

           INITIALIZE REG-CAPTALLER.

           OPEN INPUT CAPTALLER.

           EVALUATE TRUE
               WHEN 88-FS-CAPTALLER-OK
                    READ CAPTALLER INTO REG-CAPTALLER
                    IF NOT 88-FS-CAPTALLER-OK
                    AND NOT 88-FS-CAPTALLER-EOF
                       DISPLAY 'ERROR EN READ CAPTALLER FS: '
                                                     FS-CAPTALLER
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
                    CLOSE CAPTALLER
               WHEN 88-FS-CAPTALLER-NOEXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAPTALLER FS: ' FS-CAPTALLER
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           IF CAP-BAHIAS NOT NUMERIC
           OR CAP-BAHIAS = 0
              MOVE WCN-BAHIAS-DEFECTO     TO CAP-BAHIAS
           END-IF.

           IF CAP-HORAS-BAHIA NOT NUMERIC
           OR CAP-HORAS-BAHIA = 0
              MOVE WCN-HORAS-BAHIA-DEFECTO TO CAP-HORAS-BAHIA
           END-IF.

           COMPUTE WS-CAPACIDAD-DIA = CAP-BAHIAS * CAP-HORAS-BAHIA.

       1100-FIN.
           EXIT.

       1200-LEO-TURNO.

           INITIALIZE REG-TURNO.

           READ TURNOS INTO REG-TURNO

           EVALUATE TRUE
               WHEN 88-FS-TURNOS-OK
                    ADD 1 TO WS-LEIDOS-TURNOS
               WHEN 88-FS-TURNOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TURNOS FS: ' FS-TURNOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1200-FIN.
           EXIT.

       2000-PROCESO.

           IF TUR-FECHA = WS-FECHA-AGENDA
           AND NOT 88-TUR-CANCELADO
              ADD 1 TO WS-CANT-AGENDA
              IF 88-TUR-OCUPA-CAPACIDAD
                 ADD TUR-HORAS-EST        TO WS-HORAS-COMPROMETIDAS
              END-IF
              PERFORM 2100-LINEA-TURNO
           END-IF.

           PERFORM 1200-LEO-TURNO.

       2000-FIN.
           EXIT.

       2100-LINEA-TURNO.

           MOVE SPACES                    TO REG-RPTAGE-FD.
           MOVE TUR-NRO                   TO REG-RPTAGE-FD (01:06).
           MOVE TUR-VEH-ID                TO REG-RPTAGE-FD (08:05).
           MOVE TUR-CLI-ID                TO REG-RPTAGE-FD (14:10).
           EVALUATE TRUE
               WHEN 88-TUR-SERVICE
                    MOVE 'SERV'           TO REG-RPTAGE-FD (25:04)
               WHEN 88-TUR-REPARACION
                    MOVE 'REP.'           TO REG-RPTAGE-FD (25:04)
               WHEN 88-TUR-GARANTIA
                    MOVE 'GAR.'           TO REG-RPTAGE-FD (25:04)
           END-EVALUATE.
           MOVE TUR-HORAS-EST             TO WS-HORAS-ED.
           MOVE WS-HORAS-ED               TO REG-RPTAGE-FD (32:05).
           EVALUATE TRUE
               WHEN 88-TUR-PENDIENTE
                    MOVE 'PEND'           TO REG-RPTAGE-FD (38:04)
               WHEN 88-TUR-INGRESADO
                    MOVE 'ING.'           TO REG-RPTAGE-FD (38:04)
               WHEN 88-TUR-AUSENTE
                    MOVE 'AUS.'           TO REG-RPTAGE-FD (38:04)
           END-EVALUATE.
           IF 88-TUR-INGRESADO
              MOVE TUR-ORD-NRO            TO REG-RPTAGE-FD (43:06)
           END-IF.
           MOVE TUR-DESCRIPCION           TO REG-RPTAGE-FD (50:24).

           PERFORM 2600-GRABO-LINEA.

       2100-FIN.
           EXIT.

       2600-GRABO-LINEA.

           WRITE REG-RPTAGE-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTAGE-OK
                    ADD 1 TO WS-GRABADOS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTAGE FS: ' FS-RPTAGE
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2600-FIN.
           EXIT.

       3000-FINALIZAR.

           COMPUTE WS-HORAS-LIBRES =
                   WS-CAPACIDAD-DIA - WS-HORAS-COMPROMETIDAS.

           MOVE SPACES                    TO REG-RPTAGE-FD.
           PERFORM 2600-GRABO-LINEA.
           MOVE 'TURNOS:'                 TO REG-RPTAGE-FD (01:07).
           MOVE WS-CANT-AGENDA            TO REG-RPTAGE-FD (09:05).
           MOVE 'HS COMPROMETIDAS:'       TO REG-RPTAGE-FD (16:17).
           MOVE WS-HORAS-COMPROMETIDAS    TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED               TO REG-RPTAGE-FD (34:08).
           MOVE 'CAPACIDAD:'              TO REG-RPTAGE-FD (44:10).
           MOVE WS-CAPACIDAD-DIA          TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED               TO REG-RPTAGE-FD (55:08).
           MOVE 'LIBRES:'                 TO REG-RPTAGE-FD (65:07).
           MOVE WS-HORAS-LIBRES           TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED               TO REG-RPTAGE-FD (73:08).
           PERFORM 2600-GRABO-LINEA.

           IF 88-TURNOS-ABIERTO
              CLOSE TURNOS
           END-IF.
           CLOSE RPTAGE.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: RPTTURNOS             '.
           DISPLAY '**************************************************'.
           DISPLAY 'TURNOS LEIDOS              : ' WS-LEIDOS-TURNOS.
           DISPLAY 'TURNOS DEL DIA             : ' WS-CANT-AGENDA.
           DISPLAY 'LINEAS GRABADAS            : ' WS-GRABADOS.
           DISPLAY '**************************************************'.

       3000-FIN.
           EXIT.

       END PROGRAM RPTTURNOS.
