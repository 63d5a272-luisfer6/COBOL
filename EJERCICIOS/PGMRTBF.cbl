      *   - ANONIMIZA LOS VALORES IDENTIFICATORIOS RETENIDOS EN
      *     CLIHIST PARA ESE CLI-ID (EL ARCHIVO DEPURADO SALE COMO
      *     CLIHIST.DEP Y OPERACIONES LO RENOMBRA AL FINAL DEL JOB)
      *     Y AGREGA AL FINAL UN ASIENTO FECHADO DE SUPRESION POR
      *     CLIENTE SUPRIMIDO (NOVEDAD 'S', CAMPO 15 STATUS, USUARIO
      *     PGMRTBF) PARA QUE LA NOVEDAD DIARIA AL CRM (PGMCRMDEL)
      *     INFORME LA ANONIMIZACION
      *   - EMITE EL CERTIFICADO DE SUPRESION POR SOLICITUD
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       77  CTE-LEYENDA                   PIC X(10) VALUE 'SUPRIMIDO'.
       77  WS-STATUS-ANTERIOR            PIC X(01) VALUE SPACE.

       77  FS-OLVIDO                     PIC X(02) VALUE ' '.
           88 88-FS-OLVIDO-OK                      VALUE '00'.
       77  WCN-TOPE-SOLICITUDES          PIC 9(03) VALUE 100.
       77  WS-CANT-ACEPTADAS             PIC 9(03) VALUE 0.
       77  WS-ES-SUPRIMIDO               PIC X(01) VALUE 'N'.
       77  WS-HAY-CLIHIST                PIC X(01) VALUE 'N'.
       77  WS-SEQ-HISTORIA               PIC 9(09) VALUE 0.
       77  WS-HIST-SUPRESIONES           PIC 9(05) VALUE 0.
       01  WS-TABLA-ACEPTADAS.
           05 WS-ACEPTADA-TAB OCCURS 100 TIMES
                              INDEXED BY IDX-ACEPTADA.
              10 WAC-CLI-ID              PIC 9(10).
              10 WAC-STATUS-ANT          PIC X(01).

      *------------------------------------------------------
      * CRUCE TARJETA-CLIENTE Y ESTADOS DEL MAESTRO DE
      *------------------------------------------------------------
       2300-ANONIMIZO-CLIENTE.

           MOVE CLI-STATUS IN REG-CLIENTES TO WS-STATUS-ANTERIOR.

           MOVE 'ANONIMIZADO'             TO CLI-LAST-NAME.
           MOVE 'ANONIMIZADO'             TO CLI-FIRST-NAME.
           MOVE SPACE                     TO CLI-SEX.
                       ADD 1 TO WS-CANT-ACEPTADAS
                       MOVE OLV-CLI-ID
                         TO WAC-CLI-ID (WS-CANT-ACEPTADAS)
                       MOVE WS-STATUS-ANTERIOR
                         TO WAC-STATUS-ANT (WS-CANT-ACEPTADAS)
                    END-IF
                    PERFORM 2500-CERTIFICO-SUPRESION
               WHEN OTHER
      * PASADA FINAL SOBRE CLIHIST: LOS VALORES ANTERIOR / NUEVO
      * DE LOS ASIENTOS DE LOS CLIENTES SUPRIMIDOS SE PISAN CON LA
      * LEYENDA, CONSERVANDO SEQ / CAMPO / FECHAS / USUARIO PARA
      * LA INTEGRIDAD DE LA AUDITORIA. AL FINAL SE AGREGA EL
      * ASIENTO DE SUPRESION DE CADA CLIENTE SUPRIMIDO.
      *------------------------------------------------------------
       2700-DEPURO-CLIHIST.


           EVALUATE TRUE
               WHEN 88-FS-CLIHIST-OK
                    MOVE 'S' TO WS-HAY-CLIHIST
               WHEN 88-FS-CLIHIST-NOEXISTE
                    DISPLAY 'SIN CLIHIST - NADA QUE DEPURAR'
                    MOVE 'N' TO WS-HAY-CLIHIST
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIHIST FS: ' FS-CLIHIST
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           IF WS-HAY-CLIHIST = 'S'
              PERFORM 2710-LEO-CLIHIST
              PERFORM UNTIL 88-FS-CLIHIST-EOF
                 PERFORM 2720-EVALUO-ASIENTO
                 PERFORM 2710-LEO-CLIHIST
              END-PERFORM
              CLOSE CLIHIST
           END-IF.

           PERFORM VARYING IDX-ACEPTADA FROM 1 BY 1
                     UNTIL IDX-ACEPTADA > WS-CANT-ACEPTADAS
              PERFORM 2730-GRABO-SUPRESION
           END-PERFORM.

           CLOSE CLIHISTDEP.

           DISPLAY 'RECORDAR: RENOMBRAR CLIHIST.DEP SOBRE '.

       2720-EVALUO-ASIENTO.

           IF CLIHIST-NOVEDAD-SEQ > WS-SEQ-HISTORIA
              MOVE CLIHIST-NOVEDAD-SEQ TO WS-SEQ-HISTORIA
           END-IF.

           MOVE 'N' TO WS-ES-SUPRIMIDO.

           PERFORM VARYING IDX-ACEPTADA FROM 1 BY 1
       2720-FIN.
           EXIT.

      *------------------------------------------------------------
      * ASIENTO FECHADO DE LA SUPRESION: EL STATUS QUE DEJA LA
      * ANONIMIZACION, CON LA SECUENCIA A CONTINUACION DE LA
      * ULTIMA DE LA HISTORIA (MISMO CRITERIO QUE MRGCLI).
      *------------------------------------------------------------
       2730-GRABO-SUPRESION.

           INITIALIZE REG-CLIHIST.

           ADD 1                          TO WS-SEQ-HISTORIA.
           MOVE WS-SEQ-HISTORIA           TO CLIHIST-NOVEDAD-SEQ.
           MOVE WAC-CLI-ID (IDX-ACEPTADA) TO CLIHIST-CLI-ID.
           MOVE 'S'                       TO CLIHIST-COD-NOVEDAD.
           MOVE '15'                      TO CLIHIST-COD-CAMPO.
           MOVE WAC-STATUS-ANT (IDX-ACEPTADA)
                                          TO CLIHIST-VALOR-ANTERIOR.
           MOVE 'B'                       TO CLIHIST-VALOR-NUEVO.
           MOVE 'PGMRTBF'                 TO CLIHIST-USUARIO.

           MOVE WS-CURRENT-DATE-DATE (1:4) TO CLIHIST-FECHA-AAAA.
           MOVE '-'                        TO CLIHIST-FECHA-S1.
           MOVE WS-CURRENT-DATE-DATE (5:2) TO CLIHIST-FECHA-MM.
           MOVE '-'                        TO CLIHIST-FECHA-S2.
           MOVE WS-CURRENT-DATE-DATE (7:2) TO CLIHIST-FECHA-DD.
           MOVE WS-CURRENT-DATE-TIME (1:2) TO CLIHIST-HORA-HH.
           MOVE ':'                        TO CLIHIST-HORA-S1.
           MOVE WS-CURRENT-DATE-TIME (3:2) TO CLIHIST-HORA-MM.
           MOVE ':'                        TO CLIHIST-HORA-S2.
           MOVE WS-CURRENT-DATE-TIME (5:2) TO CLIHIST-HORA-SS.

           WRITE REG-CLIHISTDEP-FD FROM REG-CLIHIST.

           EVALUATE TRUE
               WHEN 88-FS-CLIHISTDEP-OK
                    ADD 1 TO WS-HIST-SUPRESIONES
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CLIHISTDEP FS: '
                                                    FS-CLIHISTDEP
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2730-FIN.
           EXIT.

       2910-WRITE-CERTIF.

           WRITE REG-CERTIF-FD.
                                              WS-CANT-DENEGADAS.
           DISPLAY 'ASIENTOS HIST. ANONIMIZADOS: '
                                              WS-HIST-ANONIMIZADAS.
           DISPLAY 'ASIENTOS DE SUPRESION      : '
                                              WS-HIST-SUPRESIONES.
           DISPLAY '**************************************************'.

       3000-FIN.
