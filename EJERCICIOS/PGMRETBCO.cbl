      *     NOMBRE DEL LIBRADOR Y LOS IMPORTES PARA COBRANZAS
      *   - LOS RETORNOS SIN CHEQUE DEPOSITADO SE LISTAN COMO
      *     INCONSISTENCIA
      * LOS CHEQUES VENDIDOS EN DESCUENTO (ESTADO 'V', PGMDESCHQ) LOS
      * PRESENTA LA ENTIDAD FINANCIERA Y SU RETORNO LLEGA IGUAL: SI
      * REBOTAN, LA ENTIDAD DEBITA EL NOMINAL POR RECURSO, QUE SE
      * ASIENTA EN RECDESC, Y EL CHEQUE PASA A 'R' PARA COBRANZAS.
      * SI SE ACREDITAN, EL COBRO ES DE LA ENTIDAD Y NO NUESTRO: EL
      * CHEQUE QUEDA 'V' (NO PASA A ACREDITADO NI A LA CONCILIACION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRETBCO.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-REBOTADOS.

           SELECT RECDESC        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\RecursoD
      -    'escuento.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECDESC.

       DATA DIVISION.
       FILE SECTION.
       FD  RETBANCO
           RECORDING MODE IS F.
       01  REG-REBOTADOS-FD               PIC X(80).

       FD  RECDESC
           RECORDING MODE IS F.
       01  REG-RECDESC-FD                 PIC X(50).

       WORKING-STORAGE SECTION.
       77  FS-RETBANCO                    PIC X(02) VALUE ' '.
           88 88-FS-RETBANCO-OK                     VALUE '00'.
       77  FS-REBOTADOS                   PIC X(02) VALUE ' '.
           88 88-FS-REBOTADOS-OK                    VALUE '00'.

       77  FS-RECDESC                     PIC X(02) VALUE ' '.
           88 88-FS-RECDESC-OK                      VALUE '00'.
           88 88-FS-RECDESC-NOEXISTE                VALUE '35'.

       77  WS-LEIDOS-RETORNOS             PIC 9(05) VALUE 0.
       77  WS-LEIDOS-CHEQUES              PIC 9(05) VALUE 0.
       77  WS-CANT-ACREDITADOS            PIC 9(05) VALUE 0.
       77  WS-CANT-RECHAZADOS             PIC 9(05) VALUE 0.
       77  WS-CANT-SIN-CHEQUE             PIC 9(05) VALUE 0.
       77  WS-CANT-RECURSOS               PIC 9(05) VALUE 0.
       77  WS-IMPORTE-RECURSOS            PIC 9(09)V99 VALUE 0.
       77  WS-IMPORTE-RECURSOS-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-RETORNO-HALLADO             PIC X(01) VALUE 'N'.
       77  WS-DEBITO-ED                   PIC ZZZ.ZZ9,99.
       77  WS-EFECTIVO-ED                 PIC ZZZ.ZZ9,99.
              10 WRT-NUMERO               PIC 9(05).
              10 WRT-RESULTADO            PIC X(01).
              10 WRT-APLICADO             PIC X(01).
              10 WRT-FECHA                PIC X(08).

       COPY WCHEQUE.

       COPY WRECDESC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                    STOP RUN
           END-EVALUATE.

      *    LOS DEBITOS POR RECURSO SON HISTORIA: SE AGREGAN AL FINAL.
           OPEN EXTEND RECDESC.

           EVALUATE TRUE
               WHEN 88-FS-RECDESC-OK
                    CONTINUE
               WHEN 88-FS-RECDESC-NOEXISTE
                    OPEN OUTPUT RECDESC
                    IF NOT 88-FS-RECDESC-OK
                       DISPLAY 'ERROR EN OPEN RECDESC FS: ' FS-RECDESC
                       DISPLAY 'SE CANCELA EL PROCESO'
                       STOP RUN
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECDESC FS: ' FS-RECDESC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1000-FIN.
           EXIT.

                      TO WRT-RESULTADO (WS-CANT-RETORNOS)
                    MOVE 'N'
                      TO WRT-APLICADO (WS-CANT-RETORNOS)
                    MOVE RET-FECHA
                      TO WRT-FECHA (WS-CANT-RETORNOS)
                 ELSE
                    DISPLAY 'TABLA DE RETORNOS COMPLETA'
                    DISPLAY 'SE CANCELA EL PROCESO'
                     UNTIL IDX-RETORNO > WS-CANT-RETORNOS
              IF WRT-NUMERO (IDX-RETORNO) = CHEQUE-NUMERO
              AND WRT-APLICADO (IDX-RETORNO) = 'N'
              AND (88-CHEQUE-DEPOSITADO OR 88-CHEQUE-DESCONTADO)
                 MOVE 'S' TO WRT-APLICADO (IDX-RETORNO)
                 IF WRT-RESULTADO (IDX-RETORNO) = 'A'
                    IF 88-CHEQUE-DEPOSITADO
                       SET 88-CHEQUE-ACREDITADO TO TRUE
                       ADD 1 TO WS-CANT-ACREDITADOS
                    END-IF
                 ELSE
                    IF 88-CHEQUE-DESCONTADO
                       PERFORM 2400-GRABO-RECURSO
                    END-IF
                    SET 88-CHEQUE-RECHAZADO TO TRUE
                    ADD 1 TO WS-CANT-RECHAZADOS
                    PERFORM 2300-GRABO-REBOTADO
       2300-FIN.
           EXIT.

      *------------------------------------------------------------
      * CHEQUE DESCONTADO QUE REBOTA: LA ENTIDAD FINANCIERA DEBITA
      * EL NOMINAL POR RECURSO.
      *------------------------------------------------------------
       2400-GRABO-RECURSO.

           MOVE SPACES TO REG-RECDESC.
           INITIALIZE REG-RECDESC.
           MOVE CHEQUE-NUMERO             TO RCD-CHEQUE-NUMERO.
           MOVE NOMBRE                    TO RCD-NOMBRE.
           MOVE NUMERO                    TO RCD-NUMERO.
           MOVE WRT-FECHA (IDX-RETORNO)   TO RCD-FECHA.
           MOVE EFECTIVO                  TO RCD-IMPORTE.

           WRITE REG-RECDESC-FD FROM REG-RECDESC.

           EVALUATE TRUE
               WHEN 88-FS-RECDESC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECDESC FS: ' FS-RECDESC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           ADD 1        TO WS-CANT-RECURSOS.
           ADD EFECTIVO TO WS-IMPORTE-RECURSOS.

           DISPLAY 'CHEQUE DESCONTADO REBOTADO NRO: ' CHEQUE-NUMERO
                   ' - DEBITO POR RECURSO DE LA ENTIDAD'.

       2400-FIN.
           EXIT.

       2700-RETORNOS-SIN-CHEQUE.

           PERFORM VARYING IDX-RETORNO FROM 1 BY 1
                                                       FS-REBOTADOS
           END-EVALUATE.

           CLOSE RECDESC.

           EVALUATE TRUE
               WHEN 88-FS-RECDESC-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN CLOSE RECDESC FS: ' FS-RECDESC
           END-EVALUATE.

           MOVE WS-IMPORTE-RECURSOS       TO WS-IMPORTE-RECURSOS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: PGMRETBCO             '.
           DISPLAY 'CHEQUES ACREDITADOS        : ' WS-CANT-ACREDITADOS.
           DISPLAY 'CHEQUES REBOTADOS          : ' WS-CANT-RECHAZADOS.
           DISPLAY 'RETORNOS SIN CHEQUE        : ' WS-CANT-SIN-CHEQUE.
           DISPLAY 'DESCONTADOS CON RECURSO    : ' WS-CANT-RECURSOS.
           DISPLAY 'IMPORTE DEBITADO X RECURSO : '
                                              WS-IMPORTE-RECURSOS-ED.
           DISPLAY '**************************************************'.

       3000-FIN.
