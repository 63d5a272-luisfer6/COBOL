      * LAS VENTAS CON CONDICION SIN ALICUOTA EN LA TABLA SE
      * LISTAN COMO EXCEPCION Y NO ENTRAN AL LIBRO, PARA QUE EL
      * CONTADOR NO HEREDE PORCENTAJES APLICADOS A CIEGAS.
      * SOLO ENTRAN AL LIBRO LOS COMPROBANTES CON CAE OTORGADO POR LA
      * AUTORIDAD FISCAL (ESTADO 'A' EN CAEDOC, LO MANTIENE CAEIMP).
      * LOS DEMAS SE CUENTAN COMO SIN CAE Y QUEDAN FUERA DEL LIBRO Y
      * DE LA POSICION HASTA SU AUTORIZACION.
      * EL CREDITO FISCAL DE LAS FACTURAS DE PROVEEDORES LO APORTA
      * IVACPOS (LO GENERA PGMFACPRV POR SUCURSAL Y MES DE REGISTRO)
      * Y SE SUMA A LOS CREDITOS DE LA POSICION. SI NO EXISTE, LA
      * POSICION SE ARMA SOLO CON LAS VENTAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIVA.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ALICIVA.

           SELECT CAEDOC         ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\CAEDOC.t
      -    'xt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CAEDOC.

           SELECT LIBROIVA       ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\LIBROIVA
      -    '.txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-IVAPOS.

           SELECT IVACPOS        ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\IVACPOS.
      -    'txt'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-IVACPOS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS

       FD  ALICIVA
           RECORDING MODE IS F.
       01  REG-ALICIVA-FD                 PIC X(21).

       FD  CAEDOC
           RECORDING MODE IS F.
       01  REG-CAEDOC-FD                  PIC X(100).

       FD  LIBROIVA
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-IVAPOS-FD                  PIC X(90).

       FD  IVACPOS
           RECORDING MODE IS F.
       01  REG-IVACPOS-FD                 PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-VENTAS                      PIC X(02) VALUE ' '.
           88 88-FS-VENTAS-OK                       VALUE '00'.
           88 88-FS-ALICIVA-OK                      VALUE '00'.
           88 88-FS-ALICIVA-EOF                     VALUE '10'.

       77  FS-CAEDOC                      PIC X(02) VALUE ' '.
           88 88-FS-CAEDOC-OK                       VALUE '00'.
           88 88-FS-CAEDOC-EOF                      VALUE '10'.
           88 88-FS-CAEDOC-NOEXISTE                 VALUE '35'.

       77  FS-LIBROIVA                    PIC X(02) VALUE ' '.
           88 88-FS-LIBROIVA-OK                     VALUE '00'.

       77  FS-IVAPOS                      PIC X(02) VALUE ' '.
           88 88-FS-IVAPOS-OK                       VALUE '00'.

       77  FS-IVACPOS                     PIC X(02) VALUE ' '.
           88 88-FS-IVACPOS-OK                      VALUE '00'.
           88 88-FS-IVACPOS-EOF                     VALUE '10'.
           88 88-FS-IVACPOS-NOEXISTE                VALUE '35'.

       77  WS-LEIDAS-VENTAS               PIC 9(09) VALUE 0.
       77  WS-GRABADAS-LIBRO              PIC 9(09) VALUE 0.
       77  WS-SIN-ALICUOTA                PIC 9(09) VALUE 0.
       77  WS-SIN-CAE                     PIC 9(09) VALUE 0.
       77  WS-LEIDOS-IVACPOS              PIC 9(09) VALUE 0.

      *------------------------------------------------------
      * COMPROBANTES AUTORIZADOS (CLAVE SUCURSAL + TIPO DE
      * MOVIMIENTO + NRO DE VENTA DE LOS ESTADO 'A' DE CAEDOC)
      *------------------------------------------------------
       77  WCN-TOPE-AUTORIZADOS           PIC 9(05) VALUE 5000.
       77  WS-CANT-AUTORIZADOS            PIC 9(05) VALUE 0.
       77  WS-CAE-HALLADO                 PIC X(01) VALUE 'N'.
       01  WS-TABLA-AUTORIZADOS.
           05 WS-AUTORIZADO-TAB OCCURS 5000 TIMES
                                INDEXED BY IDX-AUTORIZADO.
              10 WAU-CLAVE                PIC X(13).
       01  WS-CLAVE-DOC.
           05 WS-CLAVE-SUCURSAL           PIC 9(04).
           05 WS-CLAVE-TIPO-MOV           PIC X(01).
           05 WS-CLAVE-NRO-VENTA          PIC 9(08).

      *------------------------------------------------------
      * TABLA DE ALICUOTAS Y POSICION POR SUCURSAL + MES
      * FISCAL (AAAAMM DE LA FECHA DE VENTA).
      * LA TABLA DE ALICUOTAS GUARDA TODAS LAS VERSIONES: CADA
      * VENTA TOMA LA VIGENTE A SU FECHA (HASTA ABIERTA =
      * 99999999).
      *------------------------------------------------------
       77  WCN-TOPE-ALICUOTAS             PIC 9(02) VALUE 50.
       77  WS-CANT-ALICUOTAS              PIC 9(02) VALUE 0.
       77  WCN-HASTA-ABIERTA              PIC 9(08) VALUE 99999999.
       01  WS-TABLA-ALICUOTAS.
           05 WS-ALICUOTA-TAB OCCURS 50 TIMES
                              INDEXED BY IDX-ALICUOTA.
              10 WAL-CONDICION            PIC X(01).
              10 WAL-TASA                 PIC 9(02)V99.
              10 WAL-VIG-DESDE            PIC 9(08).
              10 WAL-VIG-HASTA            PIC 9(08).

       77  WCN-TOPE-POSICIONES            PIC 9(03) VALUE 200.
       77  WS-CANT-POSICIONES             PIC 9(03) VALUE 0.
       77  WS-NETO                        PIC 9(11)V99 VALUE 0.
       77  WS-IVA                         PIC 9(11)V99 VALUE 0.
       77  WS-ANIO-MES-VENTA              PIC 9(06) VALUE 0.
       77  WS-FECHA-VENTA                 PIC 9(08) VALUE 0.
       77  WS-POSICION                    PIC S9(13)V99 VALUE 0.

       77  WS-NETO-ED                     PIC Z.ZZZ.ZZZ.ZZ9,99.

       COPY WVENTAS.

       COPY WALICIVA.

       COPY WCAEDOC.

       COPY WIVACPOS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 2000-PROCESO UNTIL 88-FS-VENTAS-EOF.

           PERFORM 2700-CREDITO-COMPRAS THRU 2700-FIN.

           PERFORM 2800-POSICION-MENSUAL.

           PERFORM 3000-FINALIZAR.

           PERFORM 1100-CARGO-ALICUOTAS.

           PERFORM 1300-CARGO-AUTORIZADOS THRU 1300-FIN.

           OPEN INPUT VENTAS.

           EVALUATE TRUE
                   TO WAL-CONDICION (WS-CANT-ALICUOTAS)
                 MOVE ALI-TASA
                   TO WAL-TASA (WS-CANT-ALICUOTAS)
                 IF ALI-VIG-DESDE NOT NUMERIC
                    MOVE 0 TO ALI-VIG-DESDE
                 END-IF
                 IF ALI-VIG-HASTA NOT NUMERIC OR ALI-VIG-HASTA = 0
                    MOVE WCN-HASTA-ABIERTA TO ALI-VIG-HASTA
                 END-IF
                 MOVE ALI-VIG-DESDE
                   TO WAL-VIG-DESDE (WS-CANT-ALICUOTAS)
                 MOVE ALI-VIG-HASTA
                   TO WAL-VIG-HASTA (WS-CANT-ALICUOTAS)
              END-IF
              PERFORM 1110-LEO-ALICUOTA
           END-PERFORM.

       1110-LEO-ALICUOTA.

           INITIALIZE REG-ALICIVA.

           READ ALICIVA INTO REG-ALICIVA

           EVALUATE TRUE
               WHEN 88-FS-ALICIVA-OK
       1110-FIN.
           EXIT.

       1300-CARGO-AUTORIZADOS.

           OPEN INPUT CAEDOC.

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
                    CONTINUE
               WHEN 88-FS-CAEDOC-NOEXISTE
                    DISPLAY 'ARCHIVO CAEDOC INEXISTENTE - '
                    DISPLAY 'NINGUN COMPROBANTE TIENE CAE'
                    GO TO 1300-FIN
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CAEDOC FS: ' FS-CAEDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1310-LEO-CAEDOC.

           PERFORM UNTIL 88-FS-CAEDOC-EOF
              IF 88-CAE-AUTORIZADO
                 IF WS-CANT-AUTORIZADOS < WCN-TOPE-AUTORIZADOS
                    ADD 1 TO WS-CANT-AUTORIZADOS
                    MOVE CAE-CLAVE
                      TO WAU-CLAVE (WS-CANT-AUTORIZADOS)
                 ELSE
                    DISPLAY 'TABLA DE COMPROBANTES CON CAE COMPLETA'
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
                 END-IF
              END-IF
              PERFORM 1310-LEO-CAEDOC
           END-PERFORM.

           CLOSE CAEDOC.

       1300-FIN.
           EXIT.

       1310-LEO-CAEDOC.

           INITIALIZE REG-CAEDOC.

           READ CAEDOC INTO REG-CAEDOC

           EVALUATE TRUE
               WHEN 88-FS-CAEDOC-OK
               WHEN 88-FS-CAEDOC-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CAEDOC FS: ' FS-CAEDOC
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       1310-FIN.
           EXIT.

       1200-LEO-VENTA.

           INITIALIZE REG-VENTAS.

       2000-PROCESO.

           PERFORM 2050-VERIFICO-CAE.

           IF WS-CAE-HALLADO = 'S'
              PERFORM 2100-DESGLOSO-IVA
           ELSE
              ADD 1 TO WS-SIN-CAE
              DISPLAY 'COMPROBANTE SIN CAE - FUERA DEL LIBRO: '
                      WS-CLAVE-DOC
           END-IF.

           PERFORM 1200-LEO-VENTA.

       2000-FIN.
           EXIT.

       2050-VERIFICO-CAE.

           MOVE ID-SUCURSAL               TO WS-CLAVE-SUCURSAL.
           MOVE VTA-TIPO-MOVIMIENTO       TO WS-CLAVE-TIPO-MOV.
           MOVE VTA-NRO-VENTA             TO WS-CLAVE-NRO-VENTA.

           MOVE 'N' TO WS-CAE-HALLADO.

           PERFORM VARYING IDX-AUTORIZADO FROM 1 BY 1
                     UNTIL IDX-AUTORIZADO > WS-CANT-AUTORIZADOS
                        OR WS-CAE-HALLADO = 'S'
              IF WAU-CLAVE (IDX-AUTORIZADO) = WS-CLAVE-DOC
                 MOVE 'S' TO WS-CAE-HALLADO
              END-IF
           END-PERFORM.

       2050-FIN.
           EXIT.

       2100-DESGLOSO-IVA.

           MOVE 'N' TO WS-TASA-HALLADA.

           MOVE FECHA-VENTA (1:4)         TO WS-FECHA-VENTA (1:4).
           MOVE FECHA-VENTA (6:2)         TO WS-FECHA-VENTA (5:2).
           MOVE FECHA-VENTA (9:2)         TO WS-FECHA-VENTA (7:2).

           PERFORM VARYING IDX-ALICUOTA FROM 1 BY 1
                     UNTIL IDX-ALICUOTA > WS-CANT-ALICUOTAS
              IF WAL-CONDICION (IDX-ALICUOTA) = VTA-COND-IVA
                 AND WAL-VIG-DESDE (IDX-ALICUOTA) NOT > WS-FECHA-VENTA
                 AND WAL-VIG-HASTA (IDX-ALICUOTA) NOT < WS-FECHA-VENTA
                 MOVE WAL-TASA (IDX-ALICUOTA) TO WS-TASA-VENTA
                 MOVE 'S' TO WS-TASA-HALLADA
              END-IF
       2310-FIN.
           EXIT.

       2700-CREDITO-COMPRAS.

           OPEN INPUT IVACPOS.

           EVALUATE TRUE
               WHEN 88-FS-IVACPOS-OK
                    CONTINUE
               WHEN 88-FS-IVACPOS-NOEXISTE
                    DISPLAY 'ARCHIVO IVACPOS INEXISTENTE - '
                    DISPLAY 'POSICION SIN CREDITO DE COMPRAS'
                    GO TO 2700-FIN
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN IVACPOS FS: ' FS-IVACPOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

           PERFORM 2710-LEO-IVACPOS.

           PERFORM UNTIL 88-FS-IVACPOS-EOF
              PERFORM 2720-SUMO-CREDITO-COMPRAS
              PERFORM 2710-LEO-IVACPOS
           END-PERFORM.

           CLOSE IVACPOS.

       2700-FIN.
           EXIT.

       2710-LEO-IVACPOS.

           INITIALIZE REG-IVACPOS.

           READ IVACPOS INTO REG-IVACPOS

           EVALUATE TRUE
               WHEN 88-FS-IVACPOS-OK
                    ADD 1 TO WS-LEIDOS-IVACPOS
               WHEN 88-FS-IVACPOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ IVACPOS FS: ' FS-IVACPOS
                    DISPLAY 'SE CANCELA EL PROCESO'
                    STOP RUN
           END-EVALUATE.

       2710-FIN.
           EXIT.

       2720-SUMO-CREDITO-COMPRAS.

           MOVE 'N' TO WS-POSICION-HALLADA.

           PERFORM VARYING IDX-POSICION FROM 1 BY 1
                     UNTIL IDX-POSICION > WS-CANT-POSICIONES
              IF WPS-SUCURSAL (IDX-POSICION) = ICP-SUCURSAL
              AND WPS-ANIO-MES (IDX-POSICION) = ICP-ANIO-MES
                 ADD ICP-CREDITO-FISCAL TO WPS-CREDITO (IDX-POSICION)
                 MOVE 'S' TO WS-POSICION-HALLADA
              END-IF
           END-PERFORM.

           IF WS-POSICION-HALLADA = 'N'
              IF WS-CANT-POSICIONES < WCN-TOPE-POSICIONES
                 ADD 1 TO WS-CANT-POSICIONES
                 SET IDX-POSICION TO WS-CANT-POSICIONES
                 INITIALIZE WS-POSICION-TAB (IDX-POSICION)
                 MOVE ICP-SUCURSAL
                   TO WPS-SUCURSAL (IDX-POSICION)
                 MOVE ICP-ANIO-MES
                   TO WPS-ANIO-MES (IDX-POSICION)
                 MOVE ICP-CREDITO-FISCAL
                   TO WPS-CREDITO (IDX-POSICION)
              ELSE
                 DISPLAY 'TABLA DE POSICIONES COMPLETA'
                 DISPLAY 'SE CANCELA EL PROCESO'
                 STOP RUN
              END-IF
           END-IF.

       2720-FIN.
           EXIT.

       2800-POSICION-MENSUAL.

           PERFORM VARYING IDX-POSICION FROM 1 BY 1
           DISPLAY 'VENTAS LEIDAS              : ' WS-LEIDAS-VENTAS.
           DISPLAY 'RENGLONES DE LIBRO         : ' WS-GRABADAS-LIBRO.
           DISPLAY 'VENTAS SIN ALICUOTA        : ' WS-SIN-ALICUOTA.
           DISPLAY 'COMPROBANTES SIN CAE       : ' WS-SIN-CAE.
           DISPLAY 'CREDITOS DE COMPRAS LEIDOS : ' WS-LEIDOS-IVACPOS.
           DISPLAY 'POSICIONES SUCURSAL/MES    : '
                                              WS-CANT-POSICIONES.
           DISPLAY '**************************************************'.
