       FD  RECDIAR
           RECORDING MODE IS F.
      *    BLOCK 0.
       01  RECAUDACION-FD             PIC X(59).

       FD  RESXDIA
           RECORDING MODE IS F.
       FD  RECHCAJ
           RECORDING MODE IS F.
       01  REG-RECHCAJ-FD.
           05 RECHCAJ-RECAUDACION     PIC X(59).
           05 FILLER                  PIC X(01).
           05 RECHCAJ-MOTIVO          PIC X(20).

       FD  CHECKPT
           RECORDING MODE IS F.
       01  CHECKPOINT-FD              PIC X(164).

       WORKING-STORAGE SECTION.

           05 CKPT-GRABADOS              PIC 9(13)V99.
           05 CKPT-FECHA-MIN             PIC X(10).
           05 CKPT-FECHA-MAX             PIC X(10).
           05 CKPT-CTL-CANT-REG          PIC 9(09).
           05 CKPT-CTL-HASH-IMPORTE      PIC 9(15)V99.

       77  WS-LEIDOS-RECDIAR             PIC  9(13)V99  VALUE 0.
       77  WS-LEIDOS-RECDIAR-ED          PIC  Z.ZZZ.ZZ9.
      *   RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)   *
       COPY WUTLPATH.

      *   HEADER / TRAILER DE CONTROL DE RESXDIA (VER UTLCTLARC)   *
       COPY WUTLCTLARC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
      *    MANEJA MONEDA Y ESE CAMPO DEBE SALIR EN BLANCO (NO EN
      *    LOW-VALUES, QUE UN ARCHIVO LINE SEQUENTIAL RECHAZA).
           INITIALIZE RESUMEN-RECAUDACION-REG.
           INITIALIZE WUTLCTLARC.

           PERFORM 1005-RESUELVO-ARCHIVOS.

                       MOVE CKPT-GRABADOS    TO WS-GRABADOS-RESXADIA
                       MOVE CKPT-FECHA-MIN   TO WS-FECHA-MIN-E
                       MOVE CKPT-FECHA-MAX   TO WS-FECHA-MAX-E
                       MOVE CKPT-CTL-CANT-REG
                                          TO UTLCTLARC-CANT-REG
                       MOVE CKPT-CTL-HASH-IMPORTE
                                          TO UTLCTLARC-HASH-IMPORTE
                       DISPLAY 'CHECKPOINT ENCONTRADO, REANUDANDO'
                       DISPLAY 'DESDE EL REGISTRO: ' CKPT-LEIDOS
                    END-IF
                    STOP RUN
           END-EVALUATE

      *    HEADER DE CONTROL ESTANDAR: SOLO EN UNA CORRIDA NUEVA; AL
      *    REANUDAR YA ESTA GRABADO Y LA CANTIDAD Y EL HASH DEL
      *    TRAILER VIENEN DEL CHECKPOINT.
           MOVE 'RESXDIA'               TO UTLCTLARC-ARCHIVO
           MOVE 'PGMRECAU'              TO UTLCTLARC-PROGRAMA

           IF NOT 88-CHECKPT-EXISTE
              SET 88-UTLCTLARC-HEADER   TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE RESUMEN-RECAUDACION-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-RESUMENXDIA-OK
                 DISPLAY 'ERROR WRITE HEADER RESXDIA FS: ' FS-RESXDIA
                 DISPLAY 'SE CANCELA EL PROCESO '
                 STOP RUN
              END-IF
           END-IF

           IF 88-CHECKPT-EXISTE
              OPEN EXTEND RECHCAJ
           ELSE
           MOVE WS-GRABADOS-RESXADIA    TO CKPT-GRABADOS
           MOVE WS-FECHA-MIN-E          TO CKPT-FECHA-MIN
           MOVE WS-FECHA-MAX-E          TO CKPT-FECHA-MAX
           MOVE UTLCTLARC-CANT-REG      TO CKPT-CTL-CANT-REG
           MOVE UTLCTLARC-HASH-IMPORTE  TO CKPT-CTL-HASH-IMPORTE

           OPEN OUTPUT CHECKPT

      * DISPLAY PARA VER SI HUBO UNA FALLA EN WS-GRABADOS-RESXADIA
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
           PERFORM 3250-GRABO-RUNCTL.

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
