      *     INSPECCION Y SEGURO
      *   - SU ACTIVIDAD DE VENTAS (CANTIDAD E IMPORTE NETO DE
      *     DEVOLUCIONES, COMO LAS ACUMULA TSTVTA01)
      *   - SUS PRESTAMOS PRENDARIOS (PGMPRENDA) CON SALDO DE CAPITAL,
      *     MORA, DIAS DE ATRASO Y MONTO DE CANCELACION
      *   - SUS RECLAMOS ABIERTOS (ABMRECLAM) CON AREA, FECHA PROMETIDA
      *     Y MARCA DE VENCIDO
      * EL RESULTADO SE MUESTRA POR CONSOLA Y SE GRABA EN EL REPORTE
      * CLI360 PARA LA ATENCION DE FRONT-OFFICE.
      ******************************************************************
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CTACTE.

           SELECT PRESTAMOS      ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Prestamo
      -    'sPrendarios.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PRESTAMOS.

           SELECT RECLAMOS       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Reclamos
      -    '.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLAMOS.

           SELECT CLI360R        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Cliente3
      -    '60.txt'
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  VENTAS
           RECORDING MODE IS F
       FD  CTACTE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTACTE-FD                 PIC X(65).

       FD  PRESTAMOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRESTAMOS-FD              PIC X(160).

       FD  RECLAMOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLAMOS-FD               PIC X(200).

       FD  CLI360R
           RECORDING MODE IS F
           88 88-FS-CTACTE-EOF                     VALUE '10'.
           88 88-FS-CTACTE-NOEXISTE                VALUE '35'.

       77  FS-PRESTAMOS                  PIC X(02) VALUE ' '.
           88 88-FS-PRESTAMOS-OK                   VALUE '00'.
           88 88-FS-PRESTAMOS-EOF                  VALUE '10'.
           88 88-FS-PRESTAMOS-NOEXISTE             VALUE '35'.

       77  FS-RECLAMOS                   PIC X(02) VALUE ' '.
           88 88-FS-RECLAMOS-OK                    VALUE '00'.
           88 88-FS-RECLAMOS-EOF                   VALUE '10'.
           88 88-FS-RECLAMOS-NOEXISTE              VALUE '35'.

       77  FS-CLI360R                    PIC X(02) VALUE ' '.
           88 88-FS-CLI360R-OK                     VALUE '00'.

       77  WS-CANT-CTACTE-CLI            PIC 9(05) VALUE 0.
       77  WS-SALDO-CTACTE-CLI           PIC S9(13)V99 VALUE 0.
       77  WS-SALDO-CTACTE-ED            PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CANT-PRESTAMOS-CLI         PIC 9(05) VALUE 0.
       77  WS-PRE-SALDO-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PRE-MORA-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PRE-CANCEL-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PRE-DIAS-ED                PIC ZZZZ9.
       77  WS-CANT-RECLAMOS-CLI          PIC 9(05) VALUE 0.
       77  WS-FECHA-PROCESO              PIC 9(08) VALUE 0.
       77  WS-IMP-VENTAS-ED              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CANT-ED                    PIC ZZZZ9.
       77  WS-LIMITE-ED                  PIC ZZZZ9.

       COPY WCTACTE.

       COPY WPRESTAMO.

       COPY WRECLAMO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       1000-INICIO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1100-ABRO-ARCHIVOS.

           PERFORM 1200-CARGO-TARCLI.
              PERFORM 2400-SECCION-VEHICULOS
              PERFORM 2500-SECCION-VENTAS
              PERFORM 2600-SECCION-CTACTE
              PERFORM 2700-SECCION-PRESTAMOS
              PERFORM 2750-SECCION-RECLAMOS
           ELSE
              DISPLAY 'CLIENTE INEXISTENTE: ' WS-INGRESO-CONSULTA
           END-IF.
           MOVE 'VTO.SEG:'                TO REG-CLI360R-FD (63:08).
           MOVE WS-VTO-SEG-ED             TO REG-CLI360R-FD (72:08).
           MOVE VEH-ESTADO                TO REG-CLI360R-FD (82:01).
           IF 88-VEH-PRENDADO
              MOVE 'PRENDADO'             TO REG-CLI360R-FD (84:08)
           END-IF.
           PERFORM 2800-WRITE-CLI360.

           DISPLAY '  VEHICULO: ' VEH-PATENTE ' ' VEH-MARCA
       2610-FIN.
           EXIT.

      *------------------------------------------------------------
      * PRESTAMOS PRENDARIOS DEL CLIENTE (MAESTRO QUE MANTIENE
      * PGMPRENDA): UNA LINEA POR PRESTAMO VIGENTE CON SU SITUACION
      * AL ULTIMO PROCESO. SI EL ARCHIVO NO EXISTE TODAVIA LA
      * SECCION SALE VACIA.
      *------------------------------------------------------------
       2700-SECCION-PRESTAMOS.

           MOVE 0                         TO WS-CANT-PRESTAMOS-CLI.

           MOVE SPACES                    TO REG-CLI360R-FD.
           MOVE 'PRESTAMOS PRENDARIOS:'   TO REG-CLI360R-FD (01:21).
           PERFORM 2800-WRITE-CLI360.

           OPEN INPUT PRESTAMOS.

           EVALUATE TRUE
               WHEN 88-FS-PRESTAMOS-OK
                    PERFORM 2710-LEO-PRESTAMO
                    PERFORM UNTIL 88-FS-PRESTAMOS-EOF
                       IF PRE-CLI-ID = WS-CLI-ID-CONSULTA
                          AND 88-PRE-VIGENTE
                          ADD 1 TO WS-CANT-PRESTAMOS-CLI
                          PERFORM 2720-DETALLE-PRESTAMO
                       END-IF
                       PERFORM 2710-LEO-PRESTAMO
                    END-PERFORM
                    CLOSE PRESTAMOS
               WHEN 88-FS-PRESTAMOS-NOEXISTE
                    DISPLAY 'ARCHIVO DE PRESTAMOS INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PRESTAMOS FS: '
                                                       FS-PRESTAMOS
                    STOP RUN
           END-EVALUATE.

           IF WS-CANT-PRESTAMOS-CLI = 0
              MOVE SPACES                 TO REG-CLI360R-FD
              MOVE '  (SIN PRESTAMOS VIGENTES)'
                                          TO REG-CLI360R-FD (01:26)
              PERFORM 2800-WRITE-CLI360
           END-IF.

       2700-FIN.
           EXIT.

       2710-LEO-PRESTAMO.

           INITIALIZE REG-PRESTAMO.

           READ PRESTAMOS INTO REG-PRESTAMO

           EVALUATE TRUE
               WHEN 88-FS-PRESTAMOS-OK
               WHEN 88-FS-PRESTAMOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ PRESTAMOS FS: '
                                                       FS-PRESTAMOS
                    STOP RUN
           END-EVALUATE.

       2710-FIN.
           EXIT.

       2720-DETALLE-PRESTAMO.

           MOVE PRE-SALDO-CAPITAL         TO WS-PRE-SALDO-ED.
           MOVE PRE-IMPORTE-MORA          TO WS-PRE-MORA-ED.
           MOVE PRE-DIAS-ATRASO           TO WS-PRE-DIAS-ED.
           MOVE PRE-CANCELACION           TO WS-PRE-CANCEL-ED.

           MOVE SPACES                    TO REG-CLI360R-FD.
           MOVE '  PRESTAMO:'             TO REG-CLI360R-FD (01:11).
           MOVE PRE-NRO-PRESTAMO          TO REG-CLI360R-FD (13:08).
           MOVE PRE-PATENTE               TO REG-CLI360R-FD (22:09).
           MOVE 'SALDO:'                  TO REG-CLI360R-FD (32:06).
           MOVE WS-PRE-SALDO-ED           TO REG-CLI360R-FD (39:17).
           MOVE 'MORA:'                   TO REG-CLI360R-FD (57:05).
           MOVE WS-PRE-MORA-ED            TO REG-CLI360R-FD (63:17).
           MOVE 'DIAS:'                   TO REG-CLI360R-FD (81:05).
           MOVE WS-PRE-DIAS-ED            TO REG-CLI360R-FD (87:05).
           MOVE 'CANCELACION:'            TO REG-CLI360R-FD (93:12).
           MOVE WS-PRE-CANCEL-ED          TO REG-CLI360R-FD (106:17).
           PERFORM 2800-WRITE-CLI360.

           DISPLAY '  PRESTAMO: ' PRE-NRO-PRESTAMO ' ' PRE-PATENTE
                   ' SALDO: ' WS-PRE-SALDO-ED
                   ' MORA: '  WS-PRE-MORA-ED.

       2720-FIN.
           EXIT.

      *------------------------------------------------------------
      * RECLAMOS DEL CLIENTE EN EL MAESTRO DE RECLAMOS (VER
      * ABMRECLAM): UNA LINEA POR RECLAMO ABIERTO O EN PROCESO, CON
      * MARCA DE VENCIDO SI YA PASO LA FECHA PROMETIDA. SI EL
      * ARCHIVO NO EXISTE TODAVIA LA SECCION SALE VACIA.
      *------------------------------------------------------------
       2750-SECCION-RECLAMOS.

           MOVE 0                         TO WS-CANT-RECLAMOS-CLI.

           MOVE SPACES                    TO REG-CLI360R-FD.
           MOVE 'RECLAMOS ABIERTOS:'      TO REG-CLI360R-FD (01:18).
           PERFORM 2800-WRITE-CLI360.

           OPEN INPUT RECLAMOS.

           EVALUATE TRUE
               WHEN 88-FS-RECLAMOS-OK
                    PERFORM 2760-LEO-RECLAMO
                    PERFORM UNTIL 88-FS-RECLAMOS-EOF
                       IF REC-CLI-ID = WS-CLI-ID-CONSULTA
                          AND 88-REC-PENDIENTE
                          ADD 1 TO WS-CANT-RECLAMOS-CLI
                          PERFORM 2770-DETALLE-RECLAMO
                       END-IF
                       PERFORM 2760-LEO-RECLAMO
                    END-PERFORM
                    CLOSE RECLAMOS
               WHEN 88-FS-RECLAMOS-NOEXISTE
                    DISPLAY 'ARCHIVO DE RECLAMOS INEXISTENTE'
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLAMOS FS: '
                                                       FS-RECLAMOS
                    STOP RUN
           END-EVALUATE.

           IF WS-CANT-RECLAMOS-CLI = 0
              MOVE SPACES                 TO REG-CLI360R-FD
              MOVE '  (SIN RECLAMOS ABIERTOS)'
                                          TO REG-CLI360R-FD (01:25)
              PERFORM 2800-WRITE-CLI360
           END-IF.

       2750-FIN.
           EXIT.

       2760-LEO-RECLAMO.

           INITIALIZE REG-RECLAMO.

           READ RECLAMOS INTO REG-RECLAMO

           EVALUATE TRUE
               WHEN 88-FS-RECLAMOS-OK
               WHEN 88-FS-RECLAMOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLAMOS FS: '
                                                       FS-RECLAMOS
                    STOP RUN
           END-EVALUATE.

       2760-FIN.
           EXIT.

       2770-DETALLE-RECLAMO.

           MOVE SPACES                    TO REG-CLI360R-FD.
           MOVE '  RECLAMO:'              TO REG-CLI360R-FD (01:10).
           MOVE REC-NRO-RECLAMO           TO REG-CLI360R-FD (12:08).
           MOVE REC-CATEGORIA             TO REG-CLI360R-FD (21:01).
           MOVE REC-REFERENCIA            TO REG-CLI360R-FD (23:20).
           MOVE 'AREA:'                   TO REG-CLI360R-FD (44:05).
           MOVE REC-AREA                  TO REG-CLI360R-FD (50:03).
           MOVE 'ALTA:'                   TO REG-CLI360R-FD (54:05).
           MOVE REC-FECHA-ALTA            TO REG-CLI360R-FD (60:08).
           MOVE 'PROMETIDO:'              TO REG-CLI360R-FD (69:10).
           MOVE REC-FECHA-PROMETIDA       TO REG-CLI360R-FD (80:08).
           IF 88-REC-EN-PROCESO
              MOVE 'EN PROCESO'           TO REG-CLI360R-FD (89:10)
           ELSE
              MOVE 'ABIERTO'              TO REG-CLI360R-FD (89:10)
           END-IF.
           IF REC-FECHA-PROMETIDA < WS-FECHA-PROCESO
              MOVE 'VENCIDO'              TO REG-CLI360R-FD (100:07)
           END-IF.
           MOVE REC-DESCRIPCION           TO REG-CLI360R-FD (108:26).
           PERFORM 2800-WRITE-CLI360.

           DISPLAY '  RECLAMO: ' REC-NRO-RECLAMO ' ' REC-CATEGORIA
                   ' ' REC-REFERENCIA ' AREA: ' REC-AREA
                   ' PROMETIDO: ' REC-FECHA-PROMETIDA.

       2770-FIN.
           EXIT.

       2510-LEO-VENTA.

           INITIALIZE REG-VENTAS.
