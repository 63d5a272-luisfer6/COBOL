      *
      * POR FIN DE ARCHIVO GENERA REPORTE DE VENTAS
      *
      * CADA LINEA DE DETALLE DE UNA VENTA ACEPTADA DEJA SU
      * MOVIMIENTO DE STOCK (SALIDA POR VENTA, ENTRADA POR
      * DEVOLUCION) EN LA COLA STKNOV QUE APLICA PGMSTOCK
      *
      * LAS LINEAS DE VENTA CON PRECIO UNITARIO DEBAJO DEL DE
      * LISTA VIGENTE A LA FECHA DE LA VENTA (HISTORICO DE
      * ABMPRECIO) SE DEJAN EN DESVPRE, MARCADAS SI EXCEDEN LA
      * TOLERANCIA DEL NIVEL DE DESCUENTO DEL VENDEDOR. LA
      * VENTA NO SE RECHAZA; LA RESUME RPTDESVPR
      *
      * A CADA LINEA DE VENTA SE LE APLICA LA PROMOCION VIGENTE
      * DE MAYOR DESCUENTO (MAESTRO PROMOS); EL PRECIO DE LA
      * PROMOCION PASA A SER EL AUTORIZADO. TODAS LAS LINEAS
      * QUEDAN EN EL HISTORICO VTALIN CON LA PROMOCION USADA,
      * QUE RPTPROMO USA PARA MEDIR CADA PROMOCION
      *
      * EN LA HISTORIA VXVHIST, ADEMAS DE LAS FILAS 'V' (NETO POR
      * VENDEDOR) Y 'C' (NETO POR CLIENTE), DEJA UNA FILA 'R' POR
      * SUCURSAL CON EL TOTAL DE DEVOLUCIONES DEL DIA (VXH-ID Y
      * VXH-SUCURSAL = SUCURSAL), PARA EL TABLERO DIARIO
      *
      *-----------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PRODMST.

           SELECT STKNOV           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\StockNov
      -    'edades.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-STKNOV.

           SELECT LISTPRE          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\ListaPre
      -    'cios.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTPRE.

           SELECT DESVPRE          ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\DesvioPr
      -    'ecios.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-DESVPRE.

           SELECT PROMOS           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\Promocio
      -    'nes.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PROMOS.

           SELECT VTALIN           ASSIGN       TO
           'C:\Users\Usuario\Desktop\OpenCobolIDE\GnuCOBOL\file\VentasLi
      -    'neas.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-VTALIN.


       DATA DIVISION.
      *-------------
       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC  X(54).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC  X(80).

       FD  CLIHOLD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PRODMST-FD                PIC  X(49).

       FD  STKNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-STKNOV-FD                 PIC  X(60).

       FD  LISTPRE
           RECORDING MODE IS F.
       01  REG-LISTPRE-FD                PIC  X(50).

       FD  DESVPRE
           RECORDING MODE IS F.
       01  REG-DESVPRE-FD                PIC  X(100).

       FD  PROMOS
           RECORDING MODE IS F.
       01  REG-PROMOS-FD                 PIC  X(100).

       FD  VTALIN
           RECORDING MODE IS F.
       01  REG-VTALIN-FD                 PIC  X(120).

       FD  VTAERR
           RECORDING MODE IS F
           BLOCK 0.
              10 WVD-NOMBRE              PIC  X(30).
              10 WVD-SUCURSAL            PIC  9(04).
              10 WVD-ESTADO              PIC  X(01).
              10 WVD-NIVEL-DESC          PIC  X(01).

       77  FS-VXVSAL                     PIC  X(02) VALUE ' '.
           88 88-FS-VXVSAL-OK                       VALUE '00'.
           05 WS-SUCURSAL-TAB OCCURS 100 TIMES
                              INDEXED BY IDX-SUCURSAL.
              10 WSU-COD                 PIC  9(04).
              10 WSU-DEVOLUCIONES        PIC S9(13)V99 COMP-3.

       77  WS-SUCURSAL-OK                PIC  X(01) VALUE 'N'.

                              INDEXED BY IDX-PRODUCTO.
              10 WPR-COD                 PIC  9(06).
              10 WPR-ESTADO              PIC  X(01).
              10 WPR-PRECIO-LISTA        PIC  9(09)V99.

       77  WCN-TOPE-DETALLE              PIC  9(05) VALUE 2000.
       77  WS-CANT-DETALLE               PIC  9(05) VALUE 0.
           05 WS-DETALLE-TAB OCCURS 2000 TIMES
                             INDEXED BY IDX-DETALLE.
              10 WDT-NRO-VENTA           PIC  9(08).
              10 WDT-NRO-LINEA           PIC  9(03).
              10 WDT-COD-PRODUCTO        PIC  9(06).
              10 WDT-CANTIDAD            PIC  9(05).
              10 WDT-PRECIO-UNIT         PIC  9(09)V99.

      *-----------------------------------------------
      * COLA DE MOVIMIENTOS DE STOCK (VER PGMSTOCK)
      *-----------------------------------------------
       77  FS-STKNOV                     PIC  X(02) VALUE ' '.
           88 88-FS-STKNOV-OK                       VALUE '00'.
           88 88-FS-STKNOV-EXISTE                   VALUE '05'.
           88 88-FS-STKNOV-NOEXISTE                 VALUE '35'.

       77  WS-OPEN-STKNOV                PIC  X     VALUE 'N'.
           88 88-OPEN-STKNOV-SI                     VALUE 'S'.
           88 88-OPEN-STKNOV-NO                     VALUE 'N'.

       77  WS-CANT-MOV-STOCK             PIC  9(09) VALUE 0.

      *-----------------------------------------------
      * HISTORICO DE LA LISTA DE PRECIOS (VER
      * ABMPRECIO) Y LINEAS VENDIDAS DEBAJO DE LISTA.
      * SIN HISTORICO SE COMPARA CONTRA EL PRECIO DE
      * LISTA DEL MAESTRO DE PRODUCTOS. LA TOLERANCIA
      * (% DE DESCUENTO SOBRE LISTA) DEPENDE DEL NIVEL
      * DE DESCUENTO DEL VENDEDOR.
      *-----------------------------------------------
       77  FS-LISTPRE                    PIC  X(02) VALUE ' '.
           88 88-FS-LISTPRE-OK                      VALUE '00'.
           88 88-FS-LISTPRE-EOF                     VALUE '10'.
           88 88-FS-LISTPRE-NOEXISTE                VALUE '35'.

       77  FS-DESVPRE                    PIC  X(02) VALUE ' '.
           88 88-FS-DESVPRE-OK                      VALUE '00'.
           88 88-FS-DESVPRE-EXISTE                  VALUE '05'.
           88 88-FS-DESVPRE-NOEXISTE                VALUE '35'.

       77  WS-OPEN-DESVPRE               PIC  X     VALUE 'N'.
           88 88-OPEN-DESVPRE-SI                    VALUE 'S'.
           88 88-OPEN-DESVPRE-NO                    VALUE 'N'.

       77  WCN-TOPE-LISTAPRE             PIC  9(05) VALUE 5000.
       77  WS-CANT-LISTAPRE              PIC  9(05) VALUE 0.
       01  WS-TABLA-LISTAPRE.
           05 WS-LISTAPRE-TAB OCCURS 5000 TIMES
                              INDEXED BY IDX-LISTAPRE.
              10 WLP-COD                 PIC  9(06).
              10 WLP-FECHA-DESDE         PIC  9(08).
              10 WLP-PRECIO              PIC  9(09)V99.

       77  WCN-TOL-BASICO                PIC  9(03)V99 VALUE 5.
       77  WCN-TOL-SUPERVISOR            PIC  9(03)V99 VALUE 10.
       77  WCN-TOL-GERENTE               PIC  9(03)V99 VALUE 20.

       77  WS-VENDEDOR-NIVEL             PIC  X(01) VALUE SPACES.
       77  WS-FECHA-VENTA-NUM            PIC  9(08) VALUE 0.
       77  WS-PRECIO-LISTA-VTA           PIC  9(09)V99 VALUE 0.
       77  WS-FECHA-LISTA-VTA            PIC  9(08) VALUE 0.
       77  WS-PRECIO-HALLADO             PIC  X(01) VALUE 'N'.
       77  WS-PCT-DESVIO                 PIC  9(03)V99 VALUE 0.
       77  WS-PCT-TOLERANCIA             PIC  9(03)V99 VALUE 0.
       77  WS-CANT-DEBAJO-LISTA          PIC  9(09) VALUE 0.
       77  WS-CANT-FUERA-TOLERANCIA      PIC  9(09) VALUE 0.

      *-----------------------------------------------
      * PROMOCIONES VIGENTES (VER WPROMO.cpy) E
      * HISTORICO DE LINEAS PROCESADAS (WVTALIN.cpy).
      * SE CARGAN SOLO LAS PROMOCIONES ACTIVAS; CADA
      * LINEA TOMA LA DE MAYOR DESCUENTO.
      *-----------------------------------------------
       77  FS-PROMOS                     PIC  X(02) VALUE ' '.
           88 88-FS-PROMOS-OK                       VALUE '00'.
           88 88-FS-PROMOS-EOF                      VALUE '10'.
           88 88-FS-PROMOS-NOEXISTE                 VALUE '35'.

       77  FS-VTALIN                     PIC  X(02) VALUE ' '.
           88 88-FS-VTALIN-OK                       VALUE '00'.
           88 88-FS-VTALIN-EXISTE                   VALUE '05'.
           88 88-FS-VTALIN-NOEXISTE                 VALUE '35'.

       77  WS-OPEN-VTALIN                PIC  X     VALUE 'N'.
           88 88-OPEN-VTALIN-SI                     VALUE 'S'.
           88 88-OPEN-VTALIN-NO                     VALUE 'N'.

       77  WCN-TOPE-PROMOS               PIC  9(04) VALUE 1000.
       77  WS-CANT-PROMOS                PIC  9(04) VALUE 0.
       01  WS-TABLA-PROMOS.
           05 WS-PROMO-TAB OCCURS 1000 TIMES
                           INDEXED BY IDX-PROMO.
              10 WPM-COD                 PIC  9(05).
              10 WPM-TIPO                PIC  X(01).
              10 WPM-PCT                 PIC  9(03)V99.
              10 WPM-PRECIO-OFERTA       PIC  9(09)V99.
              10 WPM-FECHA-DESDE         PIC  9(08).
              10 WPM-FECHA-HASTA         PIC  9(08).
              10 WPM-SUCURSAL            PIC  9(04).
              10 WPM-COD-PRODUCTO        PIC  9(06).

       77  WS-PRECIO-REFERENCIA          PIC  9(09)V99 VALUE 0.
       77  WS-PROMO-COD                  PIC  9(05) VALUE 0.
       77  WS-PROMO-PRECIO               PIC  9(09)V99 VALUE 0.
       77  WS-PROMO-DESCUENTO            PIC  9(11)V99 VALUE 0.
       77  WS-CAND-PRECIO                PIC  9(09)V99 VALUE 0.
       77  WS-CAND-DESCUENTO             PIC  9(11)V99 VALUE 0.
       77  WS-UNID-DESCUENTO             PIC  9(05) VALUE 0.
       77  WS-CANT-LINEAS-PROMO          PIC  9(09) VALUE 0.
       77  WS-CANT-VTALIN                PIC  9(09) VALUE 0.

       77  WS-SUMA-DETALLE               PIC  9(13)V99 VALUE 0.
       77  WS-VENTA-TIENE-DETALLE        PIC  X(01) VALUE 'N'.
       77  WS-DETALLE-OK                 PIC  X(01) VALUE 'N'.

       COPY WPRODMST.

       COPY WSTKMOV.

       COPY WLISTPRE.

       COPY WDESVPRE.

       COPY WPROMO.

       COPY WVTALIN.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

           PERFORM 10330-CARGO-DETALLE.

           PERFORM 10350-CARGO-LISTA-PRECIOS.

           PERFORM 10370-CARGO-PROMOCIONES.

           PERFORM 10200-1RA-LECTURA-VENTAS.

       FIN-10000.

           END-EVALUATE.

      *    COLA DE MOVIMIENTOS DE STOCK: LA VACIA PGMSTOCK AL
      *    APLICARLA; SE AGREGA AL FINAL.
           OPEN EXTEND STKNOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
               WHEN 88-FS-STKNOV-EXISTE
                    SET 88-OPEN-STKNOV-SI TO TRUE
               WHEN 88-FS-STKNOV-NOEXISTE
                    OPEN OUTPUT STKNOV
                    IF FS-STKNOV = '00'
                       SET 88-OPEN-STKNOV-SI TO TRUE
                    ELSE
                       MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                       MOVE 'STKNOV'          TO WCANCELA-RECURSO
                       MOVE 'OPEN OUTPUT'     TO WCANCELA-OPERACION
                       MOVE FS-STKNOV         TO WCANCELA-CODRET
                       MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'STKNOV'          TO WCANCELA-RECURSO
                    MOVE 'OPEN EXTEND'     TO WCANCELA-OPERACION
                    MOVE FS-STKNOV         TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *    LINEAS VENDIDAS DEBAJO DE LISTA: ACUMULA ENTRE
      *    CORRIDAS (LA LEE RPTDESVPR); SE AGREGA AL FINAL.
           OPEN EXTEND DESVPRE.

           EVALUATE TRUE
               WHEN 88-FS-DESVPRE-OK
               WHEN 88-FS-DESVPRE-EXISTE
                    SET 88-OPEN-DESVPRE-SI TO TRUE
               WHEN 88-FS-DESVPRE-NOEXISTE
                    OPEN OUTPUT DESVPRE
                    IF FS-DESVPRE = '00'
                       SET 88-OPEN-DESVPRE-SI TO TRUE
                    ELSE
                       MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                       MOVE 'DESVPRE'         TO WCANCELA-RECURSO
                       MOVE 'OPEN OUTPUT'     TO WCANCELA-OPERACION
                       MOVE FS-DESVPRE        TO WCANCELA-CODRET
                       MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'DESVPRE'         TO WCANCELA-RECURSO
                    MOVE 'OPEN EXTEND'     TO WCANCELA-OPERACION
                    MOVE FS-DESVPRE        TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

      *    HISTORICO DE LINEAS PROCESADAS: ACUMULA ENTRE
      *    CORRIDAS (LA LEE RPTPROMO); SE AGREGA AL FINAL.
           OPEN EXTEND VTALIN.

           EVALUATE TRUE
               WHEN 88-FS-VTALIN-OK
               WHEN 88-FS-VTALIN-EXISTE
                    SET 88-OPEN-VTALIN-SI TO TRUE
               WHEN 88-FS-VTALIN-NOEXISTE
                    OPEN OUTPUT VTALIN
                    IF FS-VTALIN = '00'
                       SET 88-OPEN-VTALIN-SI TO TRUE
                    ELSE
                       MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                       MOVE 'VTALIN'          TO WCANCELA-RECURSO
                       MOVE 'OPEN OUTPUT'     TO WCANCELA-OPERACION
                       MOVE FS-VTALIN         TO WCANCELA-CODRET
                       MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
                    END-IF
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'VTALIN'          TO WCANCELA-RECURSO
                    MOVE 'OPEN EXTEND'     TO WCANCELA-OPERACION
                    MOVE FS-VTALIN         TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

           PERFORM 10110-ABRO-WORK-VXV.
           PERFORM 10120-ABRO-WORK-VXC.
           PERFORM 10130-ABRO-WORK-VXF.
                   TO WVD-SUCURSAL (WS-CANT-VENDEDORES)
                 MOVE VEN-ESTADO
                   TO WVD-ESTADO (WS-CANT-VENDEDORES)
                 MOVE VEN-NIVEL-DESCUENTO
                   TO WVD-NIVEL-DESC (WS-CANT-VENDEDORES)
              ELSE
                 MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                 MOVE 'VENDEDORES'      TO WCANCELA-RECURSO
                 ADD 1 TO WS-CANT-SUCURSALES
                 MOVE SUC-COD
                   TO WSU-COD (WS-CANT-SUCURSALES)
                 MOVE 0
                   TO WSU-DEVOLUCIONES (WS-CANT-SUCURSALES)
              END-IF
              PERFORM 10180-LEO-SUCURSAL
           END-PERFORM.
                            TO WPR-COD (WS-CANT-PRODUCTOS)
                          MOVE PRD-ESTADO
                            TO WPR-ESTADO (WS-CANT-PRODUCTOS)
                          MOVE PRD-PRECIO-LISTA
                            TO WPR-PRECIO-LISTA (WS-CANT-PRODUCTOS)
                       END-IF
                       PERFORM 10320-LEO-PRODUCTO
                    END-PERFORM
                          ADD 1 TO WS-CANT-DETALLE
                          MOVE DET-NRO-VENTA
                            TO WDT-NRO-VENTA (WS-CANT-DETALLE)
                          MOVE DET-NRO-LINEA
                            TO WDT-NRO-LINEA (WS-CANT-DETALLE)
                          MOVE DET-COD-PRODUCTO
                            TO WDT-COD-PRODUCTO (WS-CANT-DETALLE)
                          MOVE DET-CANTIDAD
       FIN-10340.
           EXIT.

      *-----------------------------------------------------
      * HISTORICO DE LA LISTA DE PRECIOS (OPCIONAL): SIN EL
      * SE CONTROLA CONTRA EL PRECIO DEL MAESTRO.
      *-----------------------------------------------------
       10350-CARGO-LISTA-PRECIOS.
      *--------------------------

           MOVE '10350-CARGO-LISTA-PRECIOS' TO WS-PARRAFO.

           OPEN INPUT LISTPRE.

           EVALUATE TRUE
               WHEN 88-FS-LISTPRE-OK
                    PERFORM 10360-LEO-LISTA-PRECIOS
                    PERFORM UNTIL 88-FS-LISTPRE-EOF
                       IF WS-CANT-LISTAPRE < WCN-TOPE-LISTAPRE
                          ADD 1 TO WS-CANT-LISTAPRE
                          MOVE LPR-PRD-COD
                            TO WLP-COD (WS-CANT-LISTAPRE)
                          MOVE LPR-FECHA-DESDE
                            TO WLP-FECHA-DESDE (WS-CANT-LISTAPRE)
                          MOVE LPR-PRECIO
                            TO WLP-PRECIO (WS-CANT-LISTAPRE)
                       END-IF
                       PERFORM 10360-LEO-LISTA-PRECIOS
                    END-PERFORM
                    CLOSE LISTPRE

               WHEN 88-FS-LISTPRE-NOEXISTE
                    DISPLAY 'LISTA DE PRECIOS INEXISTENTE - '
                    DISPLAY 'SE CONTROLA CONTRA EL MAESTRO'

               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'LISTPRE'         TO WCANCELA-RECURSO
                    MOVE 'OPEN INPUT'      TO WCANCELA-OPERACION
                    MOVE FS-LISTPRE        TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-10350.
           EXIT.

       10360-LEO-LISTA-PRECIOS.
      *------------------------

           INITIALIZE REG-LISTPRE.

           READ LISTPRE INTO REG-LISTPRE.

           EVALUATE TRUE
               WHEN 88-FS-LISTPRE-OK
               WHEN 88-FS-LISTPRE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE '10360-LEO-LISTA-PRECIOS'
                                           TO WCANCELA-PARRAFO
                    MOVE 'LISTPRE'         TO WCANCELA-RECURSO
                    MOVE 'READ'            TO WCANCELA-OPERACION
                    MOVE FS-LISTPRE        TO WCANCELA-CODRET
                    MOVE 'ERROR EN READ'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-10360.
           EXIT.

      *-----------------------------------------------------
      * MAESTRO DE PROMOCIONES (OPCIONAL): SE CARGAN LAS
      * ACTIVAS CON REGLA Y PORCENTAJE VALIDOS.
      *-----------------------------------------------------
       10370-CARGO-PROMOCIONES.
      *------------------------

           MOVE '10370-CARGO-PROMOCIONES'  TO WS-PARRAFO.

           OPEN INPUT PROMOS.

           EVALUATE TRUE
               WHEN 88-FS-PROMOS-OK
                    PERFORM 10380-LEO-PROMOCION
                    PERFORM UNTIL 88-FS-PROMOS-EOF
                       IF 88-PRM-ACTIVA
                          AND (88-PRM-PORCENTAJE
                            OR 88-PRM-SEGUNDA-UNIDAD
                            OR 88-PRM-PRECIO-OFERTA)
                          AND PRM-PCT NOT > 100
                          AND WS-CANT-PROMOS < WCN-TOPE-PROMOS
                          ADD 1 TO WS-CANT-PROMOS
                          MOVE PRM-COD
                            TO WPM-COD (WS-CANT-PROMOS)
                          MOVE PRM-TIPO
                            TO WPM-TIPO (WS-CANT-PROMOS)
                          MOVE PRM-PCT
                            TO WPM-PCT (WS-CANT-PROMOS)
                          MOVE PRM-PRECIO-OFERTA
                            TO WPM-PRECIO-OFERTA (WS-CANT-PROMOS)
                          MOVE PRM-FECHA-DESDE
                            TO WPM-FECHA-DESDE (WS-CANT-PROMOS)
                          MOVE PRM-FECHA-HASTA
                            TO WPM-FECHA-HASTA (WS-CANT-PROMOS)
                          MOVE PRM-SUCURSAL
                            TO WPM-SUCURSAL (WS-CANT-PROMOS)
                          MOVE PRM-COD-PRODUCTO
                            TO WPM-COD-PRODUCTO (WS-CANT-PROMOS)
                       END-IF
                       PERFORM 10380-LEO-PROMOCION
                    END-PERFORM
                    CLOSE PROMOS

               WHEN 88-FS-PROMOS-NOEXISTE
                    DISPLAY 'MAESTRO DE PROMOCIONES INEXISTENTE - '
                    DISPLAY 'CARGA SIN PROMOCIONES'

               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'PROMOS'          TO WCANCELA-RECURSO
                    MOVE 'OPEN INPUT'      TO WCANCELA-OPERACION
                    MOVE FS-PROMOS         TO WCANCELA-CODRET
                    MOVE 'ERROR EN OPEN'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-10370.
           EXIT.

       10380-LEO-PROMOCION.
      *--------------------

           INITIALIZE REG-PROMO.

           READ PROMOS INTO REG-PROMO.

           EVALUATE TRUE
               WHEN 88-FS-PROMOS-OK
               WHEN 88-FS-PROMOS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE '10380-LEO-PROMOCION' TO WCANCELA-PARRAFO
                    MOVE 'PROMOS'          TO WCANCELA-RECURSO
                    MOVE 'READ'            TO WCANCELA-OPERACION
                    MOVE FS-PROMOS         TO WCANCELA-CODRET
                    MOVE 'ERROR EN READ'   TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-10380.
           EXIT.

       10200-1RA-LECTURA-VENTAS.
      *-------------------------


           PERFORM 21010-IMPRIMO-VXC.

           PERFORM 21050-GRABO-DEVOL-SUC.

           PERFORM 21020-IMPRIMO-VXF.

           PERFORM 20500-ARMO-TOP-VXV.

           PERFORM 20150-CALCULO-IMP-MOVIMIENTO.

           PERFORM 20160-MOVIMIENTOS-STOCK.

           IF 88-VTA-VENTA
              PERFORM 20170-CONTROL-PRECIOS
           END-IF.

           PERFORM 20200-CARGO-TABLA-VXV.

           PERFORM 20300-CARGO-TABLA-VXC.

           PERFORM 20400-CARGO-TABLA-VXF.

           IF 88-VTA-DEVOLUCION
              PERFORM 20450-ACUMULO-DEVOL-SUC
           END-IF.

           PERFORM 11000-READ-VENTAS.

       FIN-20100.

           MOVE 'N'    TO WS-VENDEDOR-OK.
           MOVE SPACES TO WS-MOTIVO-VTAERR.
           MOVE SPACES TO WS-VENDEDOR-NIVEL.

           PERFORM VARYING IDX-VENDEDOR FROM 1 BY 1
                     UNTIL IDX-VENDEDOR > WS-CANT-VENDEDORES
              IF WVD-ID (IDX-VENDEDOR) = ID-VENDEDOR
                 MOVE WVD-NIVEL-DESC (IDX-VENDEDOR)
                   TO WS-VENDEDOR-NIVEL
                 IF WVD-ESTADO (IDX-VENDEDOR) = 'A'
                    MOVE 'S' TO WS-VENDEDOR-OK
                 ELSE
       FIN-20150.
           EXIT.

      * ***************************************************************
      * CADA LINEA DE DETALLE DE LA VENTA ACEPTADA MUEVE EL STOCK DE
      * SU PRODUCTO: SALE POR VENTA Y VUELVE POR DEVOLUCION.
      * ***************************************************************
       20160-MOVIMIENTOS-STOCK.
      *------------------------

           PERFORM VARYING IDX-DETALLE FROM 1 BY 1
                     UNTIL IDX-DETALLE > WS-CANT-DETALLE
              IF WDT-NRO-VENTA (IDX-DETALLE) = VTA-NRO-VENTA
                 PERFORM 20165-GRABO-STKNOV
              END-IF
           END-PERFORM.

       FIN-20160.
           EXIT.

       20165-GRABO-STKNOV.
      *-------------------

           MOVE '20165-GRABO-STKNOV'       TO WS-PARRAFO.

      *    FECHA Y HORA DE PROCESO DE LA CORRIDA (VER 10100).
           INITIALIZE REG-STKMOV.
           MOVE WDT-COD-PRODUCTO (IDX-DETALLE)
                                           TO MOV-COD-PRODUCTO.
           MOVE WS-FPH-DATE                TO MOV-FECHA.
           MOVE WS-FPH-TIME                TO MOV-HORA.
           IF 88-VTA-DEVOLUCION
              SET 88-MOV-DEVOLUCION        TO TRUE
           ELSE
              SET 88-MOV-VENTA             TO TRUE
           END-IF.
           MOVE WDT-CANTIDAD (IDX-DETALLE) TO MOV-CANTIDAD.
           MOVE CTE-PROGRAMA               TO MOV-PROGRAMA.
           MOVE VTA-NRO-VENTA              TO MOV-REFERENCIA.

           WRITE REG-STKNOV-FD             FROM REG-STKMOV.

           EVALUATE TRUE
               WHEN 88-FS-STKNOV-OK
                    ADD 1                  TO WS-CANT-MOV-STOCK
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'STKNOV'          TO WCANCELA-RECURSO
                    MOVE 'WRITE'           TO WCANCELA-OPERACION
                    MOVE FS-STKNOV         TO WCANCELA-CODRET
                    MOVE 'ERROR EN WRITE'  TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-20165.
           EXIT.

      * ***************************************************************
      * CONTROL DE PRECIOS: CADA LINEA DE LA VENTA TOMA EL PRECIO DE
      * LISTA VIGENTE A LA FECHA DE LA VENTA Y LA PROMOCION QUE LE
      * CORRESPONDA, Y SE COMPARA CONTRA EL PRECIO AUTORIZADO (EL DE LA
      * PROMOCION SI LA HAY). LAS QUE QUEDAN DEBAJO SE GRABAN EN DESVPRE
      * CON SU % DE DESVIO, MARCADAS SI SUPERAN LA TOLERANCIA DEL
      * VENDEDOR. LA VENTA NO SE RECHAZA. TODAS LAS LINEAS VAN A VTALIN.
      * ***************************************************************
       20170-CONTROL-PRECIOS.
      *----------------------

           IF FECHA-VENTA (1:4) NUMERIC
              AND FECHA-VENTA (6:2) NUMERIC
              AND FECHA-VENTA (9:2) NUMERIC
              MOVE FECHA-VENTA (1:4)      TO WS-FECHA-VENTA-NUM (1:4)
              MOVE FECHA-VENTA (6:2)      TO WS-FECHA-VENTA-NUM (5:2)
              MOVE FECHA-VENTA (9:2)      TO WS-FECHA-VENTA-NUM (7:2)
           ELSE
              MOVE WS-FPH-DATE            TO WS-FECHA-VENTA-NUM
           END-IF.

           EVALUATE WS-VENDEDOR-NIVEL
               WHEN 'G'
                    MOVE WCN-TOL-GERENTE    TO WS-PCT-TOLERANCIA
               WHEN 'S'
                    MOVE WCN-TOL-SUPERVISOR TO WS-PCT-TOLERANCIA
               WHEN OTHER
                    MOVE WCN-TOL-BASICO     TO WS-PCT-TOLERANCIA
           END-EVALUATE.

           PERFORM VARYING IDX-DETALLE FROM 1 BY 1
                     UNTIL IDX-DETALLE > WS-CANT-DETALLE
              IF WDT-NRO-VENTA (IDX-DETALLE) = VTA-NRO-VENTA
                 PERFORM 20175-BUSCO-PRECIO-LISTA
                 PERFORM 20180-APLICO-PROMOCION
                 IF WS-PRECIO-REFERENCIA > 0
                    AND WDT-PRECIO-UNIT (IDX-DETALLE)
                        < WS-PRECIO-REFERENCIA
                    PERFORM 20178-GRABO-DESVPRE
                 END-IF
                 PERFORM 20190-GRABO-VTALIN
              END-IF
           END-PERFORM.

       FIN-20170.
           EXIT.

      *    PRECIO DE LA VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA
      *    DE LA VENTA; SI EL PRODUCTO NO TIENE HISTORIA, EL DEL
      *    MAESTRO.
       20175-BUSCO-PRECIO-LISTA.
      *-------------------------

           MOVE 'N' TO WS-PRECIO-HALLADO.
           MOVE 0   TO WS-PRECIO-LISTA-VTA.
           MOVE 0   TO WS-FECHA-LISTA-VTA.

           PERFORM VARYING IDX-LISTAPRE FROM 1 BY 1
                     UNTIL IDX-LISTAPRE > WS-CANT-LISTAPRE
              IF WLP-COD (IDX-LISTAPRE) =
                 WDT-COD-PRODUCTO (IDX-DETALLE)
                 AND WLP-FECHA-DESDE (IDX-LISTAPRE)
                     NOT > WS-FECHA-VENTA-NUM
                 AND (WS-PRECIO-HALLADO = 'N'
                  OR WLP-FECHA-DESDE (IDX-LISTAPRE)
                     > WS-FECHA-LISTA-VTA)
                 MOVE 'S' TO WS-PRECIO-HALLADO
                 MOVE WLP-FECHA-DESDE (IDX-LISTAPRE)
                                           TO WS-FECHA-LISTA-VTA
                 MOVE WLP-PRECIO (IDX-LISTAPRE)
                                           TO WS-PRECIO-LISTA-VTA
              END-IF
           END-PERFORM.

           IF WS-PRECIO-HALLADO = 'N'
              PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                        UNTIL IDX-PRODUCTO > WS-CANT-PRODUCTOS
                 IF WPR-COD (IDX-PRODUCTO) =
                    WDT-COD-PRODUCTO (IDX-DETALLE)
                    MOVE WPR-PRECIO-LISTA (IDX-PRODUCTO)
                                           TO WS-PRECIO-LISTA-VTA
                 END-IF
              END-PERFORM
           END-IF.

       FIN-20175.
           EXIT.

       20178-GRABO-DESVPRE.
      *--------------------

           MOVE '20178-GRABO-DESVPRE'      TO WS-PARRAFO.

           COMPUTE WS-PCT-DESVIO ROUNDED =
                 (WS-PRECIO-REFERENCIA - WDT-PRECIO-UNIT (IDX-DETALLE))
                 * 100 / WS-PRECIO-REFERENCIA.

           INITIALIZE REG-DESVPRE.
           MOVE WS-FPH-DATE                TO DVP-FECHA-PROCESO.
           MOVE WS-FECHA-VENTA-NUM         TO DVP-FECHA-VENTA.
           MOVE VTA-NRO-VENTA              TO DVP-NRO-VENTA.
           MOVE WDT-NRO-LINEA (IDX-DETALLE) TO DVP-NRO-LINEA.
           MOVE ID-SUCURSAL                TO DVP-SUCURSAL.
           MOVE ID-VENDEDOR                TO DVP-ID-VENDEDOR.
           MOVE WDT-COD-PRODUCTO (IDX-DETALLE)
                                           TO DVP-COD-PRODUCTO.
           MOVE WDT-CANTIDAD (IDX-DETALLE) TO DVP-CANTIDAD.
           MOVE WS-PRECIO-REFERENCIA       TO DVP-PRECIO-LISTA.
           MOVE WS-PROMO-COD               TO DVP-COD-PROMO.
           MOVE WDT-PRECIO-UNIT (IDX-DETALLE)
                                           TO DVP-PRECIO-UNIT.
           MOVE WS-PCT-DESVIO              TO DVP-PCT-DESVIO.
           MOVE WS-PCT-TOLERANCIA          TO DVP-PCT-TOLERANCIA.
           MOVE WS-VENDEDOR-NIVEL          TO DVP-NIVEL-DESCUENTO.
           IF WS-PCT-DESVIO > WS-PCT-TOLERANCIA
              SET 88-DVP-EXCEDIDO          TO TRUE
           ELSE
              SET 88-DVP-TOLERADO          TO TRUE
           END-IF.

           WRITE REG-DESVPRE-FD            FROM REG-DESVPRE.

           EVALUATE TRUE
               WHEN 88-FS-DESVPRE-OK
                    ADD 1                  TO WS-CANT-DEBAJO-LISTA
                    IF 88-DVP-EXCEDIDO
                       ADD 1               TO WS-CANT-FUERA-TOLERANCIA
                    END-IF
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'DESVPRE'         TO WCANCELA-RECURSO
                    MOVE 'WRITE'           TO WCANCELA-OPERACION
                    MOVE FS-DESVPRE        TO WCANCELA-CODRET
                    MOVE 'ERROR EN WRITE'  TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-20178.
           EXIT.

      * ***************************************************************
      * MOTOR DE PROMOCIONES: DE LAS PROMOCIONES ACTIVAS DEL PRODUCTO,
      * VIGENTES A LA FECHA DE LA VENTA Y PARA SU SUCURSAL (O TODAS),
      * SE APLICA LA DE MAYOR DESCUENTO SOBRE LA LINEA. SIN PRECIO DE
      * LISTA NO HAY BASE PARA EL DESCUENTO Y NO SE APLICA NINGUNA.
      * ***************************************************************
       20180-APLICO-PROMOCION.
      *-----------------------

           MOVE 0                          TO WS-PROMO-COD.
           MOVE 0                          TO WS-PROMO-PRECIO.
           MOVE 0                          TO WS-PROMO-DESCUENTO.
           MOVE WS-PRECIO-LISTA-VTA        TO WS-PRECIO-REFERENCIA.

           IF WS-PRECIO-LISTA-VTA > 0
              AND WDT-CANTIDAD (IDX-DETALLE) > 0
              PERFORM VARYING IDX-PROMO FROM 1 BY 1
                        UNTIL IDX-PROMO > WS-CANT-PROMOS
                 IF WPM-COD-PRODUCTO (IDX-PROMO) =
                    WDT-COD-PRODUCTO (IDX-DETALLE)
                    AND (WPM-SUCURSAL (IDX-PROMO) = 0
                     OR WPM-SUCURSAL (IDX-PROMO) = ID-SUCURSAL)
                    AND WPM-FECHA-DESDE (IDX-PROMO)
                        NOT > WS-FECHA-VENTA-NUM
                    AND WPM-FECHA-HASTA (IDX-PROMO)
                        NOT < WS-FECHA-VENTA-NUM
                    PERFORM 20185-CALCULO-PROMOCION
                    IF WS-CAND-DESCUENTO > WS-PROMO-DESCUENTO
                       MOVE WPM-COD (IDX-PROMO)  TO WS-PROMO-COD
                       MOVE WS-CAND-PRECIO       TO WS-PROMO-PRECIO
                       MOVE WS-CAND-DESCUENTO    TO WS-PROMO-DESCUENTO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-PROMO-COD > 0
              MOVE WS-PROMO-PRECIO         TO WS-PRECIO-REFERENCIA
              ADD 1                        TO WS-CANT-LINEAS-PROMO
           END-IF.

       FIN-20180.
           EXIT.

      *    PRECIO UNITARIO EFECTIVO Y DESCUENTO DE LA LINEA SEGUN LA
      *    REGLA DE LA PROMOCION (VER WPROMO.cpy).
       20185-CALCULO-PROMOCION.
      *------------------------

           MOVE WS-PRECIO-LISTA-VTA        TO WS-CAND-PRECIO.
           MOVE 0                          TO WS-CAND-DESCUENTO.

           EVALUATE WPM-TIPO (IDX-PROMO)
               WHEN 'P'
                    COMPUTE WS-CAND-PRECIO ROUNDED =
                            WS-PRECIO-LISTA-VTA
                          * (100 - WPM-PCT (IDX-PROMO)) / 100
                    COMPUTE WS-CAND-DESCUENTO =
                           (WS-PRECIO-LISTA-VTA - WS-CAND-PRECIO)
                          * WDT-CANTIDAD (IDX-DETALLE)
               WHEN 'S'
                    DIVIDE WDT-CANTIDAD (IDX-DETALLE) BY 2
                           GIVING WS-UNID-DESCUENTO
                    COMPUTE WS-CAND-DESCUENTO ROUNDED =
                            WS-UNID-DESCUENTO * WS-PRECIO-LISTA-VTA
                          * WPM-PCT (IDX-PROMO) / 100
                    COMPUTE WS-CAND-PRECIO ROUNDED =
                           (WS-PRECIO-LISTA-VTA
                          * WDT-CANTIDAD (IDX-DETALLE)
                          - WS-CAND-DESCUENTO)
                          / WDT-CANTIDAD (IDX-DETALLE)
               WHEN 'O'
                    IF WPM-PRECIO-OFERTA (IDX-PROMO)
                       < WS-PRECIO-LISTA-VTA
                       MOVE WPM-PRECIO-OFERTA (IDX-PROMO)
                                           TO WS-CAND-PRECIO
                       COMPUTE WS-CAND-DESCUENTO =
                              (WS-PRECIO-LISTA-VTA - WS-CAND-PRECIO)
                             * WDT-CANTIDAD (IDX-DETALLE)
                    END-IF
           END-EVALUATE.

       FIN-20185.
           EXIT.

       20190-GRABO-VTALIN.
      *-------------------

           MOVE '20190-GRABO-VTALIN'       TO WS-PARRAFO.

           INITIALIZE REG-VTALIN.
           MOVE WS-FPH-DATE                TO VLN-FECHA-PROCESO.
           MOVE WS-FECHA-VENTA-NUM         TO VLN-FECHA-VENTA.
           MOVE VTA-NRO-VENTA              TO VLN-NRO-VENTA.
           MOVE WDT-NRO-LINEA (IDX-DETALLE) TO VLN-NRO-LINEA.
           MOVE ID-SUCURSAL                TO VLN-SUCURSAL.
           MOVE ID-VENDEDOR                TO VLN-ID-VENDEDOR.
           MOVE WDT-COD-PRODUCTO (IDX-DETALLE)
                                           TO VLN-COD-PRODUCTO.
           MOVE WDT-CANTIDAD (IDX-DETALLE) TO VLN-CANTIDAD.
           MOVE WS-PRECIO-LISTA-VTA        TO VLN-PRECIO-LISTA.
           MOVE WDT-PRECIO-UNIT (IDX-DETALLE)
                                           TO VLN-PRECIO-UNIT.
           MOVE WS-PROMO-COD               TO VLN-COD-PROMO.
           MOVE WS-PROMO-PRECIO            TO VLN-PRECIO-PROMO.
           MOVE WS-PROMO-DESCUENTO         TO VLN-DESCUENTO-PROMO.

           WRITE REG-VTALIN-FD             FROM REG-VTALIN.

           EVALUATE TRUE
               WHEN 88-FS-VTALIN-OK
                    ADD 1                  TO WS-CANT-VTALIN
               WHEN OTHER
                    MOVE WS-PARRAFO        TO WCANCELA-PARRAFO
                    MOVE 'VTALIN'          TO WCANCELA-RECURSO
                    MOVE 'WRITE'           TO WCANCELA-OPERACION
                    MOVE FS-VTALIN         TO WCANCELA-CODRET
                    MOVE 'ERROR EN WRITE'  TO WCANCELA-MENSAJE
                    PERFORM 99999-CANCELO
           END-EVALUATE.

       FIN-20190.
           EXIT.


       20200-CARGO-TABLA-VXV.
      *------------------------
           EXIT.


      * ***************************************************************
      * LAS DEVOLUCIONES SE ACUMULAN TAMBIEN POR SUCURSAL (LA
      * SUCURSAL YA FUE VALIDADA CONTRA EL MAESTRO).
      * ***************************************************************
       20450-ACUMULO-DEVOL-SUC.
      *------------------------

           PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                     UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
              IF WSU-COD (IDX-SUCURSAL) = ID-SUCURSAL
                 ADD IMP-TOTAL TO WSU-DEVOLUCIONES (IDX-SUCURSAL)
              END-IF
           END-PERFORM.

       FIN-20450.
           EXIT.

       20500-ARMO-TOP-VXV.
      *-------------------

           EXIT.


      * ***************************************************************
      * UNA FILA 'R' EN VXVHIST POR SUCURSAL CON DEVOLUCIONES EN EL
      * DIA (EL NETO POR SUCURSAL SALE DE LAS FILAS 'V').
      * ***************************************************************
       21050-GRABO-DEVOL-SUC.
      *----------------------

           PERFORM VARYING IDX-SUCURSAL FROM 1 BY 1
                     UNTIL IDX-SUCURSAL > WS-CANT-SUCURSALES
              IF WSU-DEVOLUCIONES (IDX-SUCURSAL) NOT = 0
                 INITIALIZE REG-VXVHIST-FD
                 MOVE WS-FPH-DATE          TO VXH-FECHA-PROCESO
                 MOVE 'R'                  TO VXH-TIPO
                 MOVE WSU-COD (IDX-SUCURSAL)
                                           TO VXH-ID
                 MOVE WSU-COD (IDX-SUCURSAL)
                                           TO VXH-SUCURSAL
                 MOVE WSU-DEVOLUCIONES (IDX-SUCURSAL)
                                           TO VXH-IMPORTE
                 PERFORM 21460-GRABO-VXVHIST
              END-IF
           END-PERFORM.

       FIN-21050.
           EXIT.


       21020-IMPRIMO-VXF.
      *---------------------

           MOVE WS-CANT-VTAERR              TO WS-CANT-ED.
           DISPLAY '* CANT. VENTAS A EXCEPCIONES        : '
                                               WS-CANT-ED.
           MOVE WS-CANT-MOV-STOCK           TO WS-CANT-ED.
           DISPLAY '* CANT. MOVIMIENTOS DE STOCK        : '
                                               WS-CANT-ED.
           MOVE WS-CANT-DEBAJO-LISTA        TO WS-CANT-ED.
           DISPLAY '* CANT. LINEAS DEBAJO DE LISTA      : '
                                               WS-CANT-ED.
           MOVE WS-CANT-FUERA-TOLERANCIA    TO WS-CANT-ED.
           DISPLAY '* CANT. LINEAS FUERA DE TOLERANCIA  : '
                                               WS-CANT-ED.
           MOVE WS-CANT-LINEAS-PROMO        TO WS-CANT-ED.
           DISPLAY '* CANT. LINEAS CON PROMOCION        : '
                                               WS-CANT-ED.
           MOVE WS-CANT-VTALIN              TO WS-CANT-ED.
           DISPLAY '* CANT. LINEAS A HISTORICO VTALIN   : '
                                               WS-CANT-ED.

           DISPLAY '*                                      *'.
           DISPLAY '****************************************'.
              END-EVALUATE
           END-IF.

           IF 88-OPEN-STKNOV-SI
              SET 88-OPEN-STKNOV-NO            TO TRUE
              CLOSE STKNOV
              EVALUATE TRUE
                  WHEN 88-FS-STKNOV-OK
                       CONTINUE
                  WHEN OTHER
                       MOVE WS-PARRAFO         TO WCANCELA-PARRAFO
                       MOVE 'STKNOV  '         TO WCANCELA-RECURSO
                       MOVE 'CLOSE'            TO WCANCELA-OPERACION
                       MOVE FS-STKNOV          TO WCANCELA-CODRET
                       MOVE 'CIERRA STKNOV'    TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.

           IF 88-OPEN-DESVPRE-SI
              SET 88-OPEN-DESVPRE-NO           TO TRUE
              CLOSE DESVPRE
              EVALUATE TRUE
                  WHEN 88-FS-DESVPRE-OK
                       CONTINUE
                  WHEN OTHER
                       MOVE WS-PARRAFO         TO WCANCELA-PARRAFO
                       MOVE 'DESVPRE '         TO WCANCELA-RECURSO
                       MOVE 'CLOSE'            TO WCANCELA-OPERACION
                       MOVE FS-DESVPRE         TO WCANCELA-CODRET
                       MOVE 'CIERRA DESVPRE'   TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.

           IF 88-OPEN-VTALIN-SI
              SET 88-OPEN-VTALIN-NO            TO TRUE
              CLOSE VTALIN
              EVALUATE TRUE
                  WHEN 88-FS-VTALIN-OK
                       CONTINUE
                  WHEN OTHER
                       MOVE WS-PARRAFO         TO WCANCELA-PARRAFO
                       MOVE 'VTALIN  '         TO WCANCELA-RECURSO
                       MOVE 'CLOSE'            TO WCANCELA-OPERACION
                       MOVE FS-VTALIN          TO WCANCELA-CODRET
                       MOVE 'CIERRA VTALIN'    TO WCANCELA-MENSAJE
                       PERFORM 99999-CANCELO
              END-EVALUATE
           END-IF.

       FIN-31000.
           EXIT.

