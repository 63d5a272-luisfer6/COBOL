       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  RECAUDACION-FD                PIC X(59).

       FD  VOIDRECH
           RECORDING MODE IS F
       01  WS-TABLA-COBROS.
           05 WS-COBRO-TAB OCCURS 2000 TIMES
                           INDEXED BY IDX-COBRO.
              10 WCB-REGISTRO            PIC  X(59).

       COPY WRECAUDACION
            REPLACING RECAUDACION-REG BY REG-COBRO-ORIG.

       77  WS-ORIGINAL-HALLADO           PIC  X(01) VALUE 'N'.
       77  WS-IMPORTE-ORIGINAL           PIC  9(09)V99 VALUE 0.
       77  WS-CLIENTE-ORIGINAL           PIC  9(10) VALUE 0.
       77  WS-MOTIVO-RECHAZO             PIC  X(40) VALUE SPACES.

       77  WS-LEIDAS-SOLICITUDES         PIC  9(05) VALUE 0.
      *--------------------

           MOVE 'N' TO WS-ORIGINAL-HALLADO.
           MOVE 0   TO WS-IMPORTE-ORIGINAL
                       WS-CLIENTE-ORIGINAL.

           PERFORM VARYING IDX-COBRO FROM 1 BY 1
                     UNTIL IDX-COBRO > WS-CANT-COBROS
                 IF IMPORTE IN REG-COBRO-ORIG > WS-IMPORTE-ORIGINAL
                    MOVE IMPORTE IN REG-COBRO-ORIG
                      TO WS-IMPORTE-ORIGINAL
                    MOVE REC-ID-CLIENTE IN REG-COBRO-ORIG
                      TO WS-CLIENTE-ORIGINAL
                 END-IF
              END-IF
           END-PERFORM.
                                      IN RECAUDACION-REG.
           MOVE VRQ-SUPERVISOR        TO REC-AUTORIZANTE
                                      IN RECAUDACION-REG.
           MOVE WS-CLIENTE-ORIGINAL   TO REC-ID-CLIENTE
                                      IN RECAUDACION-REG.

           WRITE RECAUDACION-FD FROM RECAUDACION-REG.

