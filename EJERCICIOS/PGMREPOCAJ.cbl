      * ASIGNADO (CAJCHANT -> CAJCHNUE) Y EMITE EL RESUMEN CONTABLE
      * DE LA REPOSICION (RESREPO): UN RENGLON POR SUCURSAL Y
      * CONCEPTO CON EL IMPORTE REPUESTO.
      * AGREGA ADEMAS A REPOTES UN REGISTRO POR SUCURSAL CON LA
      * FECHA Y EL IMPORTE QUE SALE DEL TESORO DE LA SUCURSAL PARA
      * REPONER EL FONDO (LO TOMA LA POSICION DIARIA, PGMTESORO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RESREPO.

           SELECT REPOTES       ASSIGN       TO
                                 DYNAMIC WS-ARCH-REPOTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-REPOTES.

       DATA DIVISION.

       FILE SECTION.
           BLOCK 0.
       01  REG-RESREPO-FD                PIC X(133).

       FD  REPOTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-REPOTES-FD                PIC X(32).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
       77  WS-ARCH-CAJCHNUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-VALESNUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RESREPO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-REPOTES            PIC X(128) VALUE SPACES.

       77  FS-VALESANT                   PIC  X(02) VALUE ' '.
           88 88-FS-VALESANT-OK                     VALUE '00'.
       77  FS-RESREPO                    PIC  X(02) VALUE ' '.
           88 88-FS-RESREPO-OK                      VALUE '00'.

       77  FS-REPOTES                    PIC  X(02) VALUE ' '.
           88 88-FS-REPOTES-OK                      VALUE '00'.
           88 88-FS-REPOTES-NOEXISTE                VALUE '35'.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

       77  WS-LEIDOS-VALES               PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VALES-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-VALES-REPUESTOS            PIC  9(09) VALUE 0.
       77  WS-IMPORTE-ED                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CASOS-ED                   PIC  ZZZZZZ9.

      *------------------------------------------------------
      * REPOSICION POR SUCURSAL (SALIDA DEL TESORO, REPOTES)
      *------------------------------------------------------
       77  WS-CANT-REPOSUC               PIC  9(04) VALUE 0.
       77  WS-REPOSUC-HALLADA            PIC  X(01) VALUE 'N'.
       01  WS-TABLA-REPOSUC.
           05 WS-REPOSUC-TAB OCCURS 500 TIMES
                             INDEXED BY IDX-REPOSUC.
              10 WRP-SUC-COD             PIC  9(04).
              10 WRP-IMPORTE             PIC  9(11)V99.
              10 WRP-VALES               PIC  9(07).

       COPY WREPOCAJ.

       COPY WVALECAJA.

       COPY WCAJCHICA.

           PERFORM 4100-RESUMEN-CONTABLE.

           PERFORM 4200-REPOSICION-TESORO.

           MOVE 'S' TO WS-FIN-NORMAL.

           PERFORM 3000-FINALIZO.
           SET 88-RUNCTL-MARCA-INICIO TO TRUE.
           CALL 'RUNCTL' USING WRUNCTL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1080-PRIMERA-LECTURA.

           MOVE 'RESREPO'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RESREPO

           MOVE 'REPOTES'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-REPOTES.

       FIN-1005.
           EXIT.
                    DISPLAY 'ERROR EN OPEN RESREPO'
                    DISPLAY 'FILE STATUS' FS-RESREPO
                    PERFORM 3000-FINALIZO
           END-EVALUATE

      *    REPOTES ACUMULA LAS REPOSICIONES DE TODAS LAS CORRIDAS:
      *    SE AGREGA AL FINAL Y SE CREA SI TODAVIA NO EXISTE.
           OPEN EXTEND REPOTES

           EVALUATE TRUE
               WHEN 88-FS-REPOTES-OK
                    CONTINUE
               WHEN 88-FS-REPOTES-NOEXISTE
                    OPEN OUTPUT REPOTES
                    IF NOT 88-FS-REPOTES-OK
                       DISPLAY 'ERROR EN OPEN REPOTES'
                       DISPLAY 'FILE STATUS' FS-REPOTES
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN REPOTES'
                    DISPLAY 'FILE STATUS' FS-REPOTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
       FIN-4100.
           EXIT.

      *------------------------------------------------------------
      * UN REGISTRO POR SUCURSAL CON LO QUE SALE DE SU TESORO PARA
      * REPONER EL FONDO EN ESTA CORRIDA
      *------------------------------------------------------------
       4200-REPOSICION-TESORO.
      *-----------------------

           PERFORM VARYING IDX-RESUMEN FROM 1 BY 1
                     UNTIL IDX-RESUMEN > WS-CANT-RESUMEN
              PERFORM 4210-ACUMULO-SUCURSAL
           END-PERFORM.

           PERFORM VARYING IDX-REPOSUC FROM 1 BY 1
                     UNTIL IDX-REPOSUC > WS-CANT-REPOSUC
              INITIALIZE REG-REPOCAJ
              MOVE WRP-SUC-COD (IDX-REPOSUC) TO RPC-SUC-COD
              MOVE WS-FECHA-PROCESO          TO RPC-FECHA
              MOVE WRP-IMPORTE (IDX-REPOSUC) TO RPC-IMPORTE
              MOVE WRP-VALES (IDX-REPOSUC)   TO RPC-VALES
              WRITE REG-REPOTES-FD FROM REG-REPOCAJ
              EVALUATE TRUE
                  WHEN 88-FS-REPOTES-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE REPOTES FS: '
                                                        FS-REPOTES
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-4200.
           EXIT.

       4210-ACUMULO-SUCURSAL.
      *----------------------

           MOVE 'N' TO WS-REPOSUC-HALLADA.

           PERFORM VARYING IDX-REPOSUC FROM 1 BY 1
                     UNTIL IDX-REPOSUC > WS-CANT-REPOSUC
                        OR WS-REPOSUC-HALLADA = 'S'
              IF WRP-SUC-COD (IDX-REPOSUC) = WRS-SUC-COD (IDX-RESUMEN)
                 ADD WRS-IMPORTE (IDX-RESUMEN)
                                 TO WRP-IMPORTE (IDX-REPOSUC)
                 ADD WRS-CASOS (IDX-RESUMEN)
                                 TO WRP-VALES (IDX-REPOSUC)
                 MOVE 'S'        TO WS-REPOSUC-HALLADA
              END-IF
           END-PERFORM.

      *    LA TABLA DE SUCURSALES TIENE EL MISMO TOPE QUE LA DE
      *    SUCURSAL / CONCEPTO: NO PUEDE DESBORDAR.
           IF WS-REPOSUC-HALLADA = 'N'
              ADD 1 TO WS-CANT-REPOSUC
              MOVE WRS-SUC-COD (IDX-RESUMEN)
                TO WRP-SUC-COD (WS-CANT-REPOSUC)
              MOVE WRS-IMPORTE (IDX-RESUMEN)
                TO WRP-IMPORTE (WS-CANT-REPOSUC)
              MOVE WRS-CASOS (IDX-RESUMEN)
                TO WRP-VALES (WS-CANT-REPOSUC)
           END-IF.

       FIN-4210.
           EXIT.

       3000-FINALIZO.
      *--------------

                    DISPLAY 'ERROR CLOSE RESREPO FS: ' FS-RESREPO
           END-EVALUATE.

           CLOSE REPOTES
           EVALUATE TRUE
               WHEN 88-FS-REPOTES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE REPOTES FS: ' FS-REPOTES
           END-EVALUATE.

       FIN-3100.
           EXIT.

