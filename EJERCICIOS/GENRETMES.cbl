       IDENTIFICATION DIVISION.

       PROGRAM-ID. GENRETMES.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * DECLARACION MENSUAL DE RETENCIONES PRACTICADAS A COMERCIOS.
      * PIDE EL PERIODO A DECLARAR (AAAAMM), RECORRE LA HISTORIA DE
      * RETENCIONES (RETHIST, LA ACUMULA LIQCOMER) Y PARA CADA
      * RETENCION CON FECHA DENTRO DEL PERIODO GRABA UN REGISTRO
      * (WRETDDJJ) EN EL ARCHIVO DEL ORGANISMO QUE CORRESPONDE:
      *   - RETDDJJIB : INGRESOS BRUTOS
      *   - RETDDJJGA : GANANCIAS
      * LOS TOTALES DE CONTROL POR IMPUESTO SON LOS QUE CONTADURIA
      * DEPOSITA Y CONCILIA CONTRA LAS CUENTAS DE RETENCIONES A
      * DEPOSITAR DEL ASIENTO DE GENASIENT.
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

           SELECT RETHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETHIST.

           SELECT RETDDJJIB     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETDDJJIB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETDDJJIB.

           SELECT RETDDJJGA     ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETDDJJGA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETDDJJGA.

       DATA DIVISION.

       FILE SECTION.

       FD  RETHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETHIST-FD                PIC X(120).

       FD  RETDDJJIB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETDDJJIB-FD              PIC X(100).

       FD  RETDDJJGA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETDDJJGA-FD              PIC X(100).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RETHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETDDJJIB          PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETDDJJGA          PIC X(128) VALUE SPACES.

       77  FS-RETHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-RETHIST-OK                      VALUE '00'.
           88 88-FS-RETHIST-EOF                     VALUE '10'.
           88 88-FS-RETHIST-NOEXISTE                VALUE '35'.

       77  FS-RETDDJJIB                  PIC  X(02) VALUE ' '.
           88 88-FS-RETDDJJIB-OK                    VALUE '00'.

       77  FS-RETDDJJGA                  PIC  X(02) VALUE ' '.
           88 88-FS-RETDDJJGA-OK                    VALUE '00'.

      *------------------------------------------------------
      * AGENTE DE RETENCION (MISMO CUIT QUE LIQCOMER IMPRIME
      * EN LOS CERTIFICADOS)
      *------------------------------------------------------
       77  WCN-AGENTE-CUIT               PIC  9(11) VALUE 30712345678.

       77  WS-PERIODO-INGRESO            PIC  X(06) VALUE SPACES.
       01  WS-PERIODO                    PIC  9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO            PIC  9(04).
           05 WS-PERIODO-MES             PIC  9(02).

       77  WS-LEIDOS-RETHIST             PIC  9(09) VALUE 0.
       77  WS-FUERA-PERIODO              PIC  9(09) VALUE 0.
       77  WS-INVALIDOS                  PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RETDDJJIB         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RETDDJJGA         PIC  9(09) VALUE 0.
       77  WS-TOTAL-RETDDJJIB            PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-RETDDJJGA            PIC  9(13)V99 VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.
       77  WS-IMPORTE-ED                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WRETHIST.

       COPY WRETDDJJ.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO-RETHIST.

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

           DISPLAY 'PERIODO A DECLARAR (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-PERIODO-INGRESO.

           IF WS-PERIODO-INGRESO NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-INGRESO
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           MOVE WS-PERIODO-INGRESO        TO WS-PERIODO.

           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
              DISPLAY 'MES INVALIDO: ' WS-PERIODO-MES
              DISPLAY 'SE CANCELA EL PROCESO'
              STOP RUN
           END-IF.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RETHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETHIST

           MOVE 'RETDDJJIB'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETDDJJIB

           MOVE 'RETDDJJGA'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETDDJJGA.

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

           OPEN OUTPUT RETDDJJIB

           EVALUATE TRUE
               WHEN 88-FS-RETDDJJIB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETDDJJIB'
                    DISPLAY 'FILE STATUS' FS-RETDDJJIB
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RETDDJJGA

           EVALUATE TRUE
               WHEN 88-FS-RETDDJJGA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETDDJJGA'
                    DISPLAY 'FILE STATUS' FS-RETDDJJGA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

      *------------------------------------------------------------
      * SIN HISTORIA DE RETENCIONES LOS DOS ARCHIVOS QUEDAN VACIOS
      * (DECLARACION SIN MOVIMIENTO).
      *------------------------------------------------------------
       2000-PROCESO-RETHIST.
      *---------------------

           OPEN INPUT RETHIST.

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    PERFORM 2010-LEO-RETHIST
                    PERFORM UNTIL 88-FS-RETHIST-EOF
                       PERFORM 2100-DECLARO-RETENCION THRU FIN-2100
                       PERFORM 2010-LEO-RETHIST
                    END-PERFORM
                    CLOSE RETHIST

               WHEN 88-FS-RETHIST-NOEXISTE
                    DISPLAY 'RETHIST INEXISTENTE - DECLARACION EN CERO'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETHIST'
                    DISPLAY 'FILE STATUS' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-RETHIST.
      *-----------------

           INITIALIZE REG-RETHIST.

           READ RETHIST INTO REG-RETHIST

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    ADD 1 TO WS-LEIDOS-RETHIST
               WHEN 88-FS-RETHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RETHIST FS: ' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

      *------------------------------------------------------------
      * LA RETENCION SE DECLARA EN EL MES DE SU FECHA (LA DE LA
      * LIQUIDACION QUE LA PRACTICO).
      *------------------------------------------------------------
       2100-DECLARO-RETENCION.
      *-----------------------

           IF RTH-FECHA NOT NUMERIC
           OR RTH-IMPORTE NOT NUMERIC
              ADD 1 TO WS-INVALIDOS
              DISPLAY 'RETENCION INVALIDA EN RETHIST, CERTIFICADO: '
                      RTH-NRO-CERTIF
              GO TO FIN-2100
           END-IF.

           IF RTH-FECHA (1:6) NOT = WS-PERIODO-INGRESO
              ADD 1 TO WS-FUERA-PERIODO
              GO TO FIN-2100
           END-IF.

           INITIALIZE REG-RETDDJJ.
           MOVE WCN-AGENTE-CUIT           TO DDJ-CUIT-AGENTE.
           MOVE WS-PERIODO                TO DDJ-PERIODO.
           MOVE RTH-IMPUESTO              TO DDJ-IMPUESTO.
           MOVE RTH-FECHA                 TO DDJ-FECHA-RET.
           MOVE RTH-NRO-CERTIF            TO DDJ-NRO-CERTIF.
           MOVE RTH-CUIT                  TO DDJ-CUIT-RETENIDO.
           MOVE RTH-NRO-IIBB              TO DDJ-NRO-IIBB.
           MOVE RTH-CONDICION             TO DDJ-CONDICION.
           MOVE RTH-BASE                  TO DDJ-BASE.
           MOVE RTH-PCT                   TO DDJ-PCT.
           MOVE RTH-IMPORTE               TO DDJ-IMPORTE.

           EVALUATE TRUE
               WHEN 88-RTH-IIBB
                    PERFORM 2200-WRITE-RETDDJJIB
               WHEN 88-RTH-GANANCIAS
                    PERFORM 2300-WRITE-RETDDJJGA
               WHEN OTHER
                    ADD 1 TO WS-INVALIDOS
                    DISPLAY 'IMPUESTO DESCONOCIDO EN RETHIST: '
                            RTH-IMPUESTO ' CERTIFICADO: '
                            RTH-NRO-CERTIF
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2200-WRITE-RETDDJJIB.
      *---------------------

           WRITE REG-RETDDJJIB-FD FROM REG-RETDDJJ.

           EVALUATE TRUE
               WHEN 88-FS-RETDDJJIB-OK
                    ADD 1           TO WS-GRABADOS-RETDDJJIB
                    ADD DDJ-IMPORTE TO WS-TOTAL-RETDDJJIB
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RETDDJJIB FS: '
                                                         FS-RETDDJJIB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2300-WRITE-RETDDJJGA.
      *---------------------

           WRITE REG-RETDDJJGA-FD FROM REG-RETDDJJ.

           EVALUATE TRUE
               WHEN 88-FS-RETDDJJGA-OK
                    ADD 1           TO WS-GRABADOS-RETDDJJGA
                    ADD DDJ-IMPORTE TO WS-TOTAL-RETDDJJGA
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RETDDJJGA FS: '
                                                         FS-RETDDJJGA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2300.
           EXIT.

       3000-FINALIZO.
      *--------------

           CLOSE RETDDJJIB
           EVALUATE TRUE
               WHEN 88-FS-RETDDJJIB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RETDDJJIB FS: ' FS-RETDDJJIB
           END-EVALUATE.

           CLOSE RETDDJJGA
           EVALUATE TRUE
               WHEN 88-FS-RETDDJJGA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RETDDJJGA FS: ' FS-RETDDJJGA
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
           MOVE 'GENRETMES'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-RETHIST       TO RUNCTL-LEIDOS.
           COMPUTE RUNCTL-GRABADOS = WS-GRABADOS-RETDDJJIB
                                   + WS-GRABADOS-RETDDJJGA.
           COMPUTE RUNCTL-IMPORTE  = WS-TOTAL-RETDDJJIB
                                   + WS-TOTAL-RETDDJJGA.
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
           DISPLAY '    TOTALES DE CONTROL PGM: GENRETMES             '.
           DISPLAY '**************************************************'.
           DISPLAY 'PERIODO DECLARADO              : ' WS-PERIODO.
           MOVE WS-LEIDOS-RETHIST       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RETENCIONES LEIDAS       : ' WS-CONTADOR-ED.
           MOVE WS-FUERA-PERIODO        TO WS-CONTADOR-ED.
           DISPLAY 'CANT. DE OTROS PERIODOS        : ' WS-CONTADOR-ED.
           MOVE WS-INVALIDOS            TO WS-CONTADOR-ED.
           DISPLAY 'CANT. INVALIDAS                : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-GRABADOS-RETDDJJIB   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RETENCIONES IIBB         : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-RETDDJJIB      TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL RETENIDO IIBB            : ' WS-IMPORTE-ED.
           MOVE WS-GRABADOS-RETDDJJGA   TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RETENCIONES GANANCIAS    : ' WS-CONTADOR-ED.
           MOVE WS-TOTAL-RETDDJJGA      TO WS-IMPORTE-ED.
           DISPLAY 'TOTAL RETENIDO GANANCIAS       : ' WS-IMPORTE-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM GENRETMES.
