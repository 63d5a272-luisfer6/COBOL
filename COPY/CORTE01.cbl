       FILE SECTION.
       FD  RECDIAR
           RECORDING MODE IS F.
       01  RECAUDACION-FD                  PIC X(59).

       FD  RESXDIA
           RECORDING MODE IS F.
       FD  RECHCAJ
           RECORDING MODE IS F.
       01  REG-RECHCAJ-FD.
           05 RECHCAJ-RECAUDACION           PIC X(59).
           05 FILLER                        PIC X(01).
           05 RECHCAJ-MOTIVO                PIC X(20).

       FD  EXCEPCIE
           RECORDING MODE IS F.
       01  REG-EXCEPCIE-FD.
           05 EXCEPCIE-RECAUDACION         PIC X(59).
           05 FILLER                       PIC X(01).
           05 EXCEPCIE-MOTIVO              PIC X(25).

           05 CKPT-ACUM-CORR-CAJERO         PIC 9(13)V99.
           05 CKPT-ACUM-CORR-GENERAL        PIC 9(13)V99.
           05 CKPT-CONTADOR-CORR-FECHA      PIC 9(05).
           05 CKPT-CTL-CANT-REG             PIC 9(09).
           05 CKPT-CTL-HASH-IMPORTE         PIC 9(15)V99.
           05 CKPT-TABLA-FECHAS.
              10 CKPT-FECHA-TAB OCCURS 500 TIMES.
                 15 CKPT-FECHA-TAB-FECHA    PIC X(10).
       COPY WRUNCTL.
      *   RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)   *
       COPY WUTLPATH.
      *   HEADER / TRAILER DE CONTROL DE RESXDIA (VER UTLCTLARC)   *
       COPY WUTLCTLARC.
       COPY WRES-RECAUDACION.
       COPY WRES-CONCEPTO.
       COPY WACUMCAJ.

           PERFORM 1005-RESUELVO-ARCHIVOS.

           INITIALIZE WUTLCTLARC.

           PERFORM 1050-VERIFICAR-CHECKPOINT.

           PERFORM 1100-ABRIR-ARCHIVOS.
                                                TO ACUM-CORR-GENERAL
                       MOVE CKPT-CONTADOR-CORR-FECHA
                                                TO CONTADOR-CORR-FECHA
                       MOVE CKPT-CTL-CANT-REG   TO UTLCTLARC-CANT-REG
                       MOVE CKPT-CTL-HASH-IMPORTE
                                          TO UTLCTLARC-HASH-IMPORTE
                       MOVE CKPT-TABLA-FECHAS   TO WS-TABLA-FECHAS
                       MOVE CKPT-TABLA-CONCEPTOS
                                                TO WS-TABLA-CONCEPTOS
                    STOP RUN
           END-EVALUATE.

      *    HEADER DE CONTROL ESTANDAR: SOLO EN UNA CORRIDA NUEVA; AL
      *    REANUDAR YA ESTA GRABADO Y LA CANTIDAD Y EL HASH DEL
      *    TRAILER VIENEN DEL CHECKPOINT.
           MOVE 'RESXDIA'               TO UTLCTLARC-ARCHIVO
           MOVE 'CORTE'                 TO UTLCTLARC-PROGRAMA

           IF NOT 88-CHECKPT-EXISTE
              SET 88-UTLCTLARC-HEADER   TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE RESUMEN-RECAUDACION-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-RESUMENXDIA-OK
                 DISPLAY 'ERROR WRITE HEADER RESXDIA FS: ' FS-RESXDIA
                 DISPLAY 'SE CANCELA EL PROCESO '
                 STOP RUN
              END-IF
           END-IF.

           IF 88-CHECKPT-EXISTE
              OPEN EXTEND RESXCONCEPTO
           ELSE
           MOVE ACUM-CORR-CAJERO        TO CKPT-ACUM-CORR-CAJERO
           MOVE ACUM-CORR-GENERAL       TO CKPT-ACUM-CORR-GENERAL
           MOVE CONTADOR-CORR-FECHA     TO CKPT-CONTADOR-CORR-FECHA
           MOVE UTLCTLARC-CANT-REG      TO CKPT-CTL-CANT-REG
           MOVE UTLCTLARC-HASH-IMPORTE  TO CKPT-CTL-HASH-IMPORTE
           MOVE WS-TABLA-FECHAS         TO CKPT-TABLA-FECHAS
           MOVE WS-TABLA-CONCEPTOS      TO CKPT-TABLA-CONCEPTOS

      *    DISPLAY PARA VER SI HUBO UNA FALLA EN WS-GRABADOS-RESXADIA
                    DISPLAY 'GRABADOS RESXDIA: ' WS-GRABADOS-RESXADIA
                    ADD 1 TO WS-GRABADOS-RESXADIA
                    MOVE RESUMEN-RECAUDACION-REG
                                           TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RESXDIA FS: ' FS-RESXDIA
                    DISPLAY 'SE CANCELA EL PROCESO   '

           PERFORM 2100-CORTE-CAJERO.

           PERFORM 3050-GRABO-TRAILER.
           PERFORM 3100-TOTALES-CONTROL.
           PERFORM 3150-BORRAR-CHECKPOINT.
           PERFORM 3200-CIERRO-ARCHIVOS.
           PERFORM 3300-VARIANZA.
           PERFORM 3400-GRABO-RUNCTL.

      ******************************************************************
      *    Trailer de control de RESXDIA (cantidad y hash de importes) *
      *    antes de limpiar el checkpoint: SIN TRAILER EL CONSUMIDOR   *
      *    RECHAZA EL ARCHIVO DE UNA CORRIDA INTERRUMPIDA.             *
      ******************************************************************
       3050-GRABO-TRAILER.

           SET 88-UTLCTLARC-TRAILER     TO TRUE
           CALL 'UTLCTLARC' USING WUTLCTLARC

           WRITE RESUMEN-RECAUDACION-FD FROM UTLCTLARC-REGISTRO

           EVALUATE TRUE
               WHEN 88-FS-RESUMENXDIA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR WRITE TRAILER RESXDIA FS: '
                                                   FS-RESXDIA
                    DISPLAY 'SE CANCELA EL PROCESO   '
                    STOP RUN
           END-EVALUATE.

       3150-BORRAR-CHECKPOINT.

      *    El corte termino OK: se limpia el checkpoint para que la
