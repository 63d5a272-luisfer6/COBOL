      *  - TOTALIZA EL BRUTO DEL PERIODO Y LE APLICA LA COMISION DE
      *    LA TABLA COMTASA (LA ENTRADA CON COM-ID CERO ES LA
      *    COMISION GENERAL PARA COMERCIOS SIN PACTO PUNTUAL).
      *  - CALCULA LAS RETENCIONES DE INGRESOS BRUTOS Y GANANCIAS
      *    SEGUN LA CONDICION FISCAL DEL COMERCIO (WCOMERCIO) Y LA
      *    TABLA RETTASA VIGENTE, Y LAS DESCUENTA DEL NETO.
      *  - GRABA LA ORDEN DE PAGO NETA EN ORDPAGO.
      *  - AGREGA EL MISMO REGISTRO A LA HISTORIA DE LIQUIDACIONES
      *    (LIQHIST, EN EXTEND) PARA RESPONDER RECLAMOS.
      *  - IMPRIME EN REMITO LA LIQUIDACION DETALLADA CON CADA
      *    GTO-ID INCLUIDO. EL NUMERO DE TARJETA DEL DETALLE SALE
      *    ENMASCARADO (PRIMEROS 6 Y ULTIMOS 4, VER UTLMASK).
      *  - SI HUBO RETENCION, EMITE EL CERTIFICADO (CERTRET) CON
      *    NUMERO CORRELATIVO Y LO AGREGA A RETHIST (EN EXTEND), BASE
      *    DE LA DECLARACION MENSUAL (GENRETMES).
      * ANTES DE LIQUIDAR VERIFICA EL HEADER / TRAILER DE GASTOSOK
      * (UTLCTLARC): UN ARCHIVO TRUNCADO, DUPLICADO O DE OTRA FECHA
      * CANCELA LA CORRIDA. ORDPAGO SALE CON HEADER Y TRAILER
      * ESTANDAR; EL TRAILER SOLO SE GRABA EN UN FIN NORMAL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-LIQHIST.

           SELECT RETTASA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETTASA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETTASA.

           SELECT RETHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RETHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RETHIST.

           SELECT CERTRET       ASSIGN       TO
                                 DYNAMIC WS-ARCH-CERTRET
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CERTRET.

           SELECT REMITO        ASSIGN       TO
                                 DYNAMIC WS-ARCH-REMITO
                                 ORGANIZATION IS LINE SEQUENTIAL
       FD  COMERCIOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERCIOS-FD              PIC X(80).

       FD  COMTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMTASA-FD                PIC X(25).

       FD  ORDPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDPAGO-FD                PIC X(110).

       FD  LIQHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LIQHIST-FD                PIC X(110).

       FD  RETTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETTASA-FD                PIC X(33).

       FD  RETHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RETHIST-FD                PIC X(120).

       FD  CERTRET
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CERTRET-FD                PIC X(133).

       FD  REMITO
           RECORDING MODE IS F
       77  WS-ARCH-ORDPAGO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-LIQHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-REMITO             PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETTASA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RETHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CERTRET            PIC X(128) VALUE SPACES.

       77  FS-GASTOSOK                   PIC  X(02) VALUE ' '.
           88 88-FS-GASTOSOK-OK                     VALUE '00'.
       77  FS-REMITO                     PIC  X(02) VALUE ' '.
           88 88-FS-REMITO-OK                       VALUE '00'.

       77  FS-RETTASA                    PIC  X(02) VALUE ' '.
           88 88-FS-RETTASA-OK                      VALUE '00'.
           88 88-FS-RETTASA-EOF                     VALUE '10'.
           88 88-FS-RETTASA-NOEXISTE                VALUE '35'.

       77  FS-RETHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-RETHIST-OK                      VALUE '00'.
           88 88-FS-RETHIST-EOF                     VALUE '10'.
           88 88-FS-RETHIST-NOEXISTE                VALUE '35'.

       77  FS-CERTRET                    PIC  X(02) VALUE ' '.
           88 88-FS-CERTRET-OK                      VALUE '00'.

       77  WS-LEIDOS-GASTOSOK            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-GASTOSOK-ED         PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-ORDPAGO           PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ORDPAGO-ED        PIC  ZZZ.ZZZ.ZZ9.
       77  WS-NETO-TOTAL                 PIC  9(13)V99 VALUE 0.
       77  WS-NETO-TOTAL-ED              PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-RET-IIBB             PIC  9(13)V99 VALUE 0.
       77  WS-TOTAL-RET-GAN              PIC  9(13)V99 VALUE 0.
       77  WS-CANT-CERTIFICADOS          PIC  9(09) VALUE 0.
       77  WS-CANT-CERTIFICADOS-ED       PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * COMISION GENERAL SI LA TABLA NO TRAE NI EL COMERCIO
                              INDEXED BY IDX-COMERCIO.
              10 WCM-ID                  PIC  9(05).
              10 WCM-NOMBRE              PIC  X(30).
              10 WCM-CUIT                PIC  9(11).
              10 WCM-COND-IIBB           PIC  X(01).
              10 WCM-NRO-IIBB            PIC  X(12).
              10 WCM-COND-GAN            PIC  X(01).

       77  WCN-TOPE-TASAS                PIC  9(05) VALUE 200.
       77  WS-CANT-TASAS                 PIC  9(05) VALUE 0.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-TASA-VIGENTE               PIC  X(01) VALUE 'N'.
           88 88-TASA-VIGENTE                       VALUE 'S'.
       01  WS-TABLA-TASAS.
           05 WS-TASA-TAB OCCURS 200 TIMES
                          INDEXED BY IDX-TASA.
              10 WTS-COM-ID              PIC  9(05).
              10 WTS-PCT                 PIC  9(02)V99.

      *------------------------------------------------------
      * ALICUOTAS DE RETENCION VIGENTES (RETTASA) Y AGENTE DE
      * RETENCION QUE FIRMA LOS CERTIFICADOS (LOS FIJA
      * CONTADURIA; GENRETMES USA EL MISMO CUIT)
      *------------------------------------------------------
       77  WCN-AGENTE-NOMBRE             PIC  X(30)
                                 VALUE 'TARJETAS DEL PLATA S.A.'.
       77  WCN-AGENTE-CUIT               PIC  9(11) VALUE 30712345678.

       77  WCN-TOPE-RETENC               PIC  9(05) VALUE 50.
       77  WS-CANT-RETENC                PIC  9(05) VALUE 0.
       01  WS-TABLA-RETENC.
           05 WS-RETENC-TAB OCCURS 50 TIMES
                            INDEXED BY IDX-RETENC.
              10 WRT-IMPUESTO            PIC  X(01).
              10 WRT-CONDICION           PIC  X(01).
              10 WRT-PCT                 PIC  9(02)V99.
              10 WRT-MINIMO              PIC  9(09)V99.

      *------------------------------------------------------
      * CORTE DE CONTROL POR COMERCIO EN LA SALIDA DEL SORT
      *------------------------------------------------------
       77  WS-NETO                       PIC  9(11)V99 VALUE 0.
       77  WS-NOMBRE-COMERCIO            PIC  X(30) VALUE SPACES.

      *------------------------------------------------------
      * RETENCIONES DEL COMERCIO EN CURSO
      *------------------------------------------------------
       77  WS-CUIT-COMERCIO              PIC  9(11) VALUE 0.
       77  WS-COND-IIBB                  PIC  X(01) VALUE SPACES.
       77  WS-NRO-IIBB                   PIC  X(12) VALUE SPACES.
       77  WS-COND-GAN                   PIC  X(01) VALUE SPACES.
       77  WS-IMPUESTO-BUSCA             PIC  X(01) VALUE SPACES.
       77  WS-CONDICION-BUSCA            PIC  X(01) VALUE SPACES.
       77  WS-PCT-RET                    PIC  9(02)V99 VALUE 0.
       77  WS-BASE-RET                   PIC  9(11)V99 VALUE 0.
       77  WS-IMPORTE-RET                PIC  9(11)V99 VALUE 0.
       77  WS-PCT-RET-IIBB               PIC  9(02)V99 VALUE 0.
       77  WS-BASE-RET-IIBB              PIC  9(11)V99 VALUE 0.
       77  WS-RET-IIBB                   PIC  9(11)V99 VALUE 0.
       77  WS-PCT-RET-GAN                PIC  9(02)V99 VALUE 0.
       77  WS-BASE-RET-GAN               PIC  9(11)V99 VALUE 0.
       77  WS-RET-GAN                    PIC  9(11)V99 VALUE 0.
       77  WS-DISPONIBLE                 PIC  9(11)V99 VALUE 0.
       77  WS-ULTIMO-NRO-CERTIF          PIC  9(08) VALUE 0.
       77  WS-NRO-CERTIF                 PIC  9(08) VALUE 0.
       77  WS-FECHA-CERTIF-ED            PIC  X(10) VALUE SPACES.
       77  WS-RET-ED                     PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-PERIODO                    PIC  9(06) VALUE 0.


       COPY WLIQCOM.

       COPY WRETTASA.

       COPY WRETHIST.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA EN EL REMITO
      * (VER UTLMASK)
      *------------------------------------------------------
       COPY WUTLMASK.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE GASTOSOK Y ORDPAGO
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO (1:6) TO WS-PERIODO.

           MOVE WS-FECHA-PROCESO (7:2) TO WS-FECHA-CERTIF-ED (1:2).
           MOVE '/'                    TO WS-FECHA-CERTIF-ED (3:1).
           MOVE WS-FECHA-PROCESO (5:2) TO WS-FECHA-CERTIF-ED (4:2).
           MOVE '/'                    TO WS-FECHA-CERTIF-ED (6:1).
           MOVE WS-FECHA-PROCESO (1:4) TO WS-FECHA-CERTIF-ED (7:4).

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-GASTOSOK.
           PERFORM 1040-ULTIMO-CERTIFICADO.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-COMERCIOS.
           PERFORM 1030-CARGO-COMTASA.
           PERFORM 1050-CARGO-RETTASA.

       FIN-1000.
           EXIT.
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-LIQHIST

           MOVE 'RETTASA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETTASA

           MOVE 'RETHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RETHIST

           MOVE 'CERTRET'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CERTRET

           MOVE 'REMITO'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-REMITO.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * GASTOSOK SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE LIQUIDAR. EL RECHAZO YA QUEDO
      * INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-GASTOSOK.
      *-----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'GASTOSOK'           TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-GASTOSOK     TO UTLCTLARC-PATH.
           MOVE 'LIQCOMER'           TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO     TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'GASTOSOK RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

                    PERFORM 3000-FINALIZO
           END-EVALUATE

           INITIALIZE WUTLCTLARC
           SET 88-UTLCTLARC-HEADER TO TRUE
           MOVE 'ORDPAGO'          TO UTLCTLARC-ARCHIVO
           MOVE 'LIQCOMER'         TO UTLCTLARC-PROGRAMA
           MOVE WS-FECHA-PROCESO   TO UTLCTLARC-FECHA-PROCESO
           CALL 'UTLCTLARC' USING WUTLCTLARC

           WRITE REG-ORDPAGO-FD FROM UTLCTLARC-REGISTRO

           IF NOT 88-FS-ORDPAGO-OK
              DISPLAY 'ERROR EN WRITE HEADER ORDPAGO FS: ' FS-ORDPAGO
              PERFORM 3000-FINALIZO
           END-IF

      *    LA HISTORIA ES ACUMULATIVA: SE ABRE EN EXTEND Y SI NO
      *    EXISTE TODAVIA SE CREA EN LA PRIMERA LIQUIDACION.
           OPEN EXTEND LIQHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN EXTEND RETHIST

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    CONTINUE
               WHEN 88-FS-RETHIST-NOEXISTE
                    OPEN OUTPUT RETHIST
                    IF NOT 88-FS-RETHIST-OK
                       DISPLAY 'ERROR EN OPEN RETHIST'
                       DISPLAY 'FILE STATUS' FS-RETHIST
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETHIST'
                    DISPLAY 'FILE STATUS' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT CERTRET

           EVALUATE TRUE
               WHEN 88-FS-CERTRET-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CERTRET'
                    DISPLAY 'FILE STATUS' FS-CERTRET
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT REMITO

           EVALUATE TRUE
                            TO WCM-ID (WS-CANT-COMERCIOS)
                          MOVE COM-NOMBRE
                            TO WCM-NOMBRE (WS-CANT-COMERCIOS)
                          PERFORM 1022-DATOS-FISCALES
                       END-IF
                       PERFORM 1021-LEO-COMERCIOS
                    END-PERFORM
       FIN-1021.
           EXIT.

      *------------------------------------------------------------
      * DATOS FISCALES DEL COMERCIO PARA LAS RETENCIONES: SIN
      * CONDICION CARGADA SE TOMA NO INSCRIPTO ('N').
      *------------------------------------------------------------
       1022-DATOS-FISCALES.
      *--------------------

           IF COM-CUIT NOT NUMERIC
              MOVE 0               TO WCM-CUIT (WS-CANT-COMERCIOS)
           ELSE
              MOVE COM-CUIT        TO WCM-CUIT (WS-CANT-COMERCIOS)
           END-IF.

           IF COM-COND-IIBB = SPACE
              MOVE 'N'             TO WCM-COND-IIBB (WS-CANT-COMERCIOS)
           ELSE
              MOVE COM-COND-IIBB   TO WCM-COND-IIBB (WS-CANT-COMERCIOS)
           END-IF.

           MOVE COM-NRO-IIBB       TO WCM-NRO-IIBB (WS-CANT-COMERCIOS).

           IF COM-COND-GAN = SPACE
              MOVE 'N'             TO WCM-COND-GAN (WS-CANT-COMERCIOS)
           ELSE
              MOVE COM-COND-GAN    TO WCM-COND-GAN (WS-CANT-COMERCIOS)
           END-IF.

       FIN-1022.
           EXIT.

       1030-CARGO-COMTASA.
      *-------------------

               WHEN 88-FS-COMTASA-OK
                    PERFORM 1031-LEO-COMTASA
                    PERFORM UNTIL 88-FS-COMTASA-EOF
                       PERFORM 1032-VIGENCIA-COMTASA
                       IF 88-TASA-VIGENTE
                       AND WS-CANT-TASAS < WCN-TOPE-TASAS
                          ADD 1 TO WS-CANT-TASAS
                          MOVE CMT-COM-ID
                            TO WTS-COM-ID (WS-CANT-TASAS)
       FIN-1031.
           EXIT.

      *------------------------------------------------------------
      * LA TABLA TRAE TODAS LAS VERSIONES DE CADA COMISION: SOLO SE
      * APLICA LA VIGENTE A LA FECHA DE PROCESO (DESDE EN CERO O
      * BLANCO = DESDE SIEMPRE, HASTA EN CERO O BLANCO = ABIERTA).
      *------------------------------------------------------------
       1032-VIGENCIA-COMTASA.
      *----------------------

           IF CMT-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO CMT-VIG-DESDE
           END-IF.
           IF CMT-VIG-HASTA NOT NUMERIC OR CMT-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO CMT-VIG-HASTA
           END-IF.

           IF CMT-VIG-DESDE NOT > WS-FECHA-PROCESO
           AND CMT-VIG-HASTA NOT < WS-FECHA-PROCESO
              SET 88-TASA-VIGENTE       TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TASA-VIGENTE
           END-IF.

       FIN-1032.
           EXIT.

      *------------------------------------------------------------
      * ULTIMO NUMERO DE CERTIFICADO DE RETENCION EMITIDO: EL MAYOR
      * DE LA HISTORIA (SIN HISTORIA SE EMPIEZA DESDE 1).
      *------------------------------------------------------------
       1040-ULTIMO-CERTIFICADO.
      *------------------------

           MOVE 0 TO WS-ULTIMO-NRO-CERTIF.

           OPEN INPUT RETHIST.

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    PERFORM 1041-LEO-RETHIST
                    PERFORM UNTIL 88-FS-RETHIST-EOF
                       IF RTH-NRO-CERTIF NUMERIC
                       AND RTH-NRO-CERTIF > WS-ULTIMO-NRO-CERTIF
                          MOVE RTH-NRO-CERTIF TO WS-ULTIMO-NRO-CERTIF
                       END-IF
                       PERFORM 1041-LEO-RETHIST
                    END-PERFORM
                    CLOSE RETHIST

               WHEN 88-FS-RETHIST-NOEXISTE
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETHIST'
                    DISPLAY 'FILE STATUS' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-RETHIST.
      *-----------------

           INITIALIZE REG-RETHIST.

           READ RETHIST INTO REG-RETHIST

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
               WHEN 88-FS-RETHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RETHIST FS: ' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

       1050-CARGO-RETTASA.
      *-------------------

           OPEN INPUT RETTASA.

           EVALUATE TRUE
               WHEN 88-FS-RETTASA-OK
                    PERFORM 1051-LEO-RETTASA
                    PERFORM UNTIL 88-FS-RETTASA-EOF
                       PERFORM 1052-VIGENCIA-RETTASA
                       IF 88-TASA-VIGENTE
                       AND WS-CANT-RETENC < WCN-TOPE-RETENC
                          ADD 1 TO WS-CANT-RETENC
                          MOVE RTT-IMPUESTO
                            TO WRT-IMPUESTO (WS-CANT-RETENC)
                          MOVE RTT-CONDICION
                            TO WRT-CONDICION (WS-CANT-RETENC)
                          MOVE RTT-PCT
                            TO WRT-PCT (WS-CANT-RETENC)
                          MOVE RTT-MINIMO
                            TO WRT-MINIMO (WS-CANT-RETENC)
                       END-IF
                       PERFORM 1051-LEO-RETTASA
                    END-PERFORM
                    CLOSE RETTASA

               WHEN 88-FS-RETTASA-NOEXISTE
                    DISPLAY 'TABLA RETTASA INEXISTENTE - '
                    DISPLAY 'LIQUIDACION SIN RETENCIONES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RETTASA'
                    DISPLAY 'FILE STATUS' FS-RETTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-RETTASA.
      *-----------------

           INITIALIZE REG-RETTASA.

           READ RETTASA INTO REG-RETTASA

           EVALUATE TRUE
               WHEN 88-FS-RETTASA-OK
               WHEN 88-FS-RETTASA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RETTASA FS: ' FS-RETTASA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * MISMO CRITERIO DE VIGENCIA QUE 1032 PARA LAS ALICUOTAS DE
      * RETENCION.
      *------------------------------------------------------------
       1052-VIGENCIA-RETTASA.
      *----------------------

           IF RTT-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO RTT-VIG-DESDE
           END-IF.
           IF RTT-VIG-HASTA NOT NUMERIC OR RTT-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO RTT-VIG-HASTA
           END-IF.

           IF RTT-VIG-DESDE NOT > WS-FECHA-PROCESO
           AND RTT-VIG-HASTA NOT < WS-FECHA-PROCESO
           AND RTT-PCT NUMERIC
           AND RTT-MINIMO NUMERIC
              SET 88-TASA-VIGENTE       TO TRUE
           ELSE
              MOVE 'N'                  TO WS-TASA-VIGENTE
           END-IF.

       FIN-1052.
           EXIT.

       2000-ARMO-SORT-GASTOS.
      *----------------------


           READ GASTOSOK INTO REG-GASTOS

      *    HEADER Y TRAILER YA VERIFICADOS EN 1008: NO VAN AL SORT.
           PERFORM UNTIL NOT 88-FS-GASTOSOK-OK
                      OR (REG-GASTOSOK-FD (1:7) NOT = 'HEADER '
                      AND REG-GASTOSOK-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-GASTOS
               READ GASTOSOK INTO REG-GASTOS
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-GASTOSOK-OK
                    ADD 1 TO WS-LEIDOS-GASTOSOK
      *---------------------------

           MOVE 'COMERCIO NO REGISTRADO'  TO WS-NOMBRE-COMERCIO.
           MOVE 0                         TO WS-CUIT-COMERCIO.
           MOVE 'N'                       TO WS-COND-IIBB.
           MOVE SPACES                    TO WS-NRO-IIBB.
           MOVE 'N'                       TO WS-COND-GAN.

           PERFORM VARYING IDX-COMERCIO FROM 1 BY 1
                     UNTIL IDX-COMERCIO > WS-CANT-COMERCIOS
              IF WCM-ID (IDX-COMERCIO) = WS-COMERCIO-ANT
                 MOVE WCM-NOMBRE (IDX-COMERCIO)
                                          TO WS-NOMBRE-COMERCIO
                 MOVE WCM-CUIT (IDX-COMERCIO)
                                          TO WS-CUIT-COMERCIO
                 MOVE WCM-COND-IIBB (IDX-COMERCIO)
                                          TO WS-COND-IIBB
                 MOVE WCM-NRO-IIBB (IDX-COMERCIO)
                                          TO WS-NRO-IIBB
                 MOVE WCM-COND-GAN (IDX-COMERCIO)
                                          TO WS-COND-GAN
              END-IF
           END-PERFORM.


           MOVE GTO-MONTO                 TO WS-MONTO-ED.

           SET 88-UTLMASK-TARJETA         TO TRUE.
           MOVE GTO-NUM-TARJETA           TO UTLMASK-TARJETA.
           CALL 'UTLMASK' USING WUTLMASK.

           MOVE SPACES                    TO REG-REMITO-FD.
           MOVE '  GTO-ID:'               TO REG-REMITO-FD (01:09).
           MOVE GTO-ID                    TO REG-REMITO-FD (11:03).
           MOVE 'TARJETA:'                TO REG-REMITO-FD (16:08).
           MOVE UTLMASK-TARJETA-MASC      TO REG-REMITO-FD (25:19).
           MOVE 'FECHA:'                  TO REG-REMITO-FD (46:06).
           MOVE GTO-FECHA                 TO REG-REMITO-FD (53:10).
           MOVE 'IMPORTE:'                TO REG-REMITO-FD (65:08).
           EXIT.

      *------------------------------------------------------------
      * CIERRE DEL COMERCIO: APLICA LA COMISION Y LAS RETENCIONES,
      * IMPRIME EL PIE DEL REMITO Y GRABA LA ORDEN DE PAGO Y LA
      * HISTORIA. SI HUBO RETENCION EMITE EL CERTIFICADO.
      *------------------------------------------------------------
       2600-CIERRO-GRUPO-COMERCIO.
      *---------------------------

           COMPUTE WS-COMISION ROUNDED =
                   WS-BRUTO-COMERCIO * WS-PCT-COMISION / 100.

           PERFORM 2620-CALCULO-RETENCIONES.

           COMPUTE WS-NETO = WS-BRUTO-COMERCIO - WS-COMISION
                           - WS-RET-IIBB - WS-RET-GAN.

           MOVE 0                         TO WS-NRO-CERTIF.
           IF WS-RET-IIBB > 0 OR WS-RET-GAN > 0
              ADD 1 TO WS-ULTIMO-NRO-CERTIF
              MOVE WS-ULTIMO-NRO-CERTIF   TO WS-NRO-CERTIF
              PERFORM 2640-GRABO-RETHIST
              PERFORM 2650-IMPRIMO-CERTIFICADO
           END-IF.

           MOVE WS-BRUTO-COMERCIO         TO WS-BRUTO-ED.
           MOVE WS-COMISION               TO WS-COMISION-ED.
           MOVE WS-COMISION-ED            TO REG-REMITO-FD (63:17).
           PERFORM 2530-WRITE-REMITO.

           IF WS-RET-IIBB > 0
              MOVE WS-PCT-RET-IIBB        TO WS-PCT-ED
              MOVE WS-RET-IIBB            TO WS-RET-ED
              MOVE SPACES                 TO REG-REMITO-FD
              MOVE '  RETENCION INGRESOS BRUTOS'
                                          TO REG-REMITO-FD (01:27)
              MOVE WS-PCT-ED              TO REG-REMITO-FD (55:05)
              MOVE '%:'                   TO REG-REMITO-FD (60:02)
              MOVE WS-RET-ED              TO REG-REMITO-FD (63:17)
              PERFORM 2530-WRITE-REMITO
           END-IF.

           IF WS-RET-GAN > 0
              MOVE WS-PCT-RET-GAN         TO WS-PCT-ED
              MOVE WS-RET-GAN             TO WS-RET-ED
              MOVE SPACES                 TO REG-REMITO-FD
              MOVE '  RETENCION GANANCIAS'
                                          TO REG-REMITO-FD (01:21)
              MOVE WS-PCT-ED              TO REG-REMITO-FD (55:05)
              MOVE '%:'                   TO REG-REMITO-FD (60:02)
              MOVE WS-RET-ED              TO REG-REMITO-FD (63:17)
              PERFORM 2530-WRITE-REMITO
           END-IF.

           IF WS-NRO-CERTIF > 0
              MOVE SPACES                 TO REG-REMITO-FD
              MOVE '  CERTIFICADO DE RETENCION NRO:'
                                          TO REG-REMITO-FD (01:31)
              MOVE WS-NRO-CERTIF          TO REG-REMITO-FD (33:08)
              PERFORM 2530-WRITE-REMITO
           END-IF.

           MOVE SPACES                    TO REG-REMITO-FD.
           MOVE '  NETO A PAGAR:'         TO REG-REMITO-FD (01:15).
           MOVE WS-NETO-ED                TO REG-REMITO-FD (17:17).
           MOVE WS-COMISION               TO LIQ-COMISION.
           MOVE WS-NETO                   TO LIQ-NETO.
           MOVE WS-FECHA-PROCESO          TO LIQ-FECHA-LIQ.
           MOVE WS-RET-IIBB               TO LIQ-RET-IIBB.
           MOVE WS-RET-GAN                TO LIQ-RET-GAN.
           MOVE WS-NRO-CERTIF             TO LIQ-NRO-CERTIF.

           WRITE REG-ORDPAGO-FD FROM REG-LIQCOM.

               WHEN 88-FS-ORDPAGO-OK
                    ADD 1       TO WS-GRABADOS-ORDPAGO
                    ADD WS-NETO TO WS-NETO-TOTAL
                    MOVE REG-LIQCOM TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE ORDPAGO FS: ' FS-ORDPAGO
                    PERFORM 3000-FINALIZO
       FIN-2610.
           EXIT.

      *------------------------------------------------------------
      * RETENCIONES DEL COMERCIO SOBRE EL BRUTO LIQUIDADO, SEGUN SU
      * CONDICION ANTE CADA IMPUESTO. LO RETENIDO NUNCA SUPERA LO
      * QUE QUEDA DESPUES DE LA COMISION (PRIMERO INGRESOS BRUTOS,
      * DESPUES GANANCIAS).
      *------------------------------------------------------------
       2620-CALCULO-RETENCIONES.
      *-------------------------

           MOVE 'B'                       TO WS-IMPUESTO-BUSCA.
           MOVE WS-COND-IIBB              TO WS-CONDICION-BUSCA.
           PERFORM 2630-APLICO-ALICUOTA.
           MOVE WS-PCT-RET                TO WS-PCT-RET-IIBB.
           MOVE WS-BASE-RET               TO WS-BASE-RET-IIBB.
           MOVE WS-IMPORTE-RET            TO WS-RET-IIBB.

           MOVE 'G'                       TO WS-IMPUESTO-BUSCA.
           MOVE WS-COND-GAN               TO WS-CONDICION-BUSCA.
           PERFORM 2630-APLICO-ALICUOTA.
           MOVE WS-PCT-RET                TO WS-PCT-RET-GAN.
           MOVE WS-BASE-RET               TO WS-BASE-RET-GAN.
           MOVE WS-IMPORTE-RET            TO WS-RET-GAN.

           COMPUTE WS-DISPONIBLE = WS-BRUTO-COMERCIO - WS-COMISION.

           IF WS-RET-IIBB > WS-DISPONIBLE
              MOVE WS-DISPONIBLE          TO WS-RET-IIBB
           END-IF.
           SUBTRACT WS-RET-IIBB FROM WS-DISPONIBLE.

           IF WS-RET-GAN > WS-DISPONIBLE
              MOVE WS-DISPONIBLE          TO WS-RET-GAN
           END-IF.

       FIN-2620.
           EXIT.

      *------------------------------------------------------------
      * ALICUOTA DE WS-IMPUESTO-BUSCA PARA WS-CONDICION-BUSCA: SE
      * RETIENE SOLO SOBRE EL EXCEDENTE DEL MINIMO NO SUJETO. SIN
      * RENGLON EN LA TABLA NO HAY RETENCION.
      *------------------------------------------------------------
       2630-APLICO-ALICUOTA.
      *---------------------

           MOVE 0                         TO WS-PCT-RET.
           MOVE 0                         TO WS-BASE-RET.
           MOVE 0                         TO WS-IMPORTE-RET.

           PERFORM VARYING IDX-RETENC FROM 1 BY 1
                     UNTIL IDX-RETENC > WS-CANT-RETENC
              IF WRT-IMPUESTO (IDX-RETENC)  = WS-IMPUESTO-BUSCA
              AND WRT-CONDICION (IDX-RETENC) = WS-CONDICION-BUSCA
                 MOVE WRT-PCT (IDX-RETENC) TO WS-PCT-RET
                 IF WS-BRUTO-COMERCIO > WRT-MINIMO (IDX-RETENC)
                    COMPUTE WS-BASE-RET = WS-BRUTO-COMERCIO
                                        - WRT-MINIMO (IDX-RETENC)
                 ELSE
                    MOVE 0                TO WS-BASE-RET
                 END-IF
              END-IF
           END-PERFORM.

           COMPUTE WS-IMPORTE-RET ROUNDED =
                   WS-BASE-RET * WS-PCT-RET / 100.

       FIN-2630.
           EXIT.

      *------------------------------------------------------------
      * UN RENGLON DE RETHIST POR IMPUESTO RETENIDO, CON EL NUMERO
      * DE CERTIFICADO DEL COMERCIO EN ESTA LIQUIDACION.
      *------------------------------------------------------------
       2640-GRABO-RETHIST.
      *-------------------

           ADD 1 TO WS-CANT-CERTIFICADOS.

           IF WS-RET-IIBB > 0
              MOVE 'B'                    TO RTH-IMPUESTO
              MOVE WS-COND-IIBB           TO RTH-CONDICION
              MOVE WS-BASE-RET-IIBB       TO RTH-BASE
              MOVE WS-PCT-RET-IIBB        TO RTH-PCT
              MOVE WS-RET-IIBB            TO RTH-IMPORTE
              PERFORM 2645-WRITE-RETHIST
              ADD WS-RET-IIBB             TO WS-TOTAL-RET-IIBB
           END-IF.

           IF WS-RET-GAN > 0
              MOVE 'G'                    TO RTH-IMPUESTO
              MOVE WS-COND-GAN            TO RTH-CONDICION
              MOVE WS-BASE-RET-GAN        TO RTH-BASE
              MOVE WS-PCT-RET-GAN         TO RTH-PCT
              MOVE WS-RET-GAN             TO RTH-IMPORTE
              PERFORM 2645-WRITE-RETHIST
              ADD WS-RET-GAN              TO WS-TOTAL-RET-GAN
           END-IF.

       FIN-2640.
           EXIT.

       2645-WRITE-RETHIST.
      *-------------------

           MOVE WS-NRO-CERTIF             TO RTH-NRO-CERTIF.
           MOVE WS-FECHA-PROCESO          TO RTH-FECHA.
           MOVE WS-PERIODO                TO RTH-PERIODO-LIQ.
           MOVE WS-COMERCIO-ANT           TO RTH-COM-ID.
           MOVE WS-NOMBRE-COMERCIO        TO RTH-COM-NOMBRE.
           MOVE WS-CUIT-COMERCIO          TO RTH-CUIT.
           MOVE WS-NRO-IIBB               TO RTH-NRO-IIBB.

           WRITE REG-RETHIST-FD FROM REG-RETHIST.

           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RETHIST FS: ' FS-RETHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2645.
           EXIT.

      *------------------------------------------------------------
      * CERTIFICADO DE RETENCION QUE SE ENTREGA AL COMERCIO JUNTO
      * CON EL REMITO.
      *------------------------------------------------------------
       2650-IMPRIMO-CERTIFICADO.
      *-------------------------

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'CERTIFICADO DE RETENCION NRO'
                                          TO REG-CERTRET-FD (01:28).
           MOVE WS-NRO-CERTIF             TO REG-CERTRET-FD (30:08).
           MOVE 'FECHA:'                  TO REG-CERTRET-FD (62:06).
           MOVE WS-FECHA-CERTIF-ED        TO REG-CERTRET-FD (69:10).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'AGENTE DE RETENCION:'    TO REG-CERTRET-FD (01:20).
           MOVE WCN-AGENTE-NOMBRE         TO REG-CERTRET-FD (22:30).
           MOVE 'CUIT:'                   TO REG-CERTRET-FD (62:05).
           MOVE WCN-AGENTE-CUIT           TO REG-CERTRET-FD (69:11).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'SUJETO RETENIDO:'        TO REG-CERTRET-FD (01:16).
           MOVE WS-COMERCIO-ANT           TO REG-CERTRET-FD (22:05).
           MOVE WS-NOMBRE-COMERCIO        TO REG-CERTRET-FD (28:30).
           MOVE 'CUIT:'                   TO REG-CERTRET-FD (62:05).
           MOVE WS-CUIT-COMERCIO          TO REG-CERTRET-FD (69:11).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'COND. IIBB:'             TO REG-CERTRET-FD (01:11).
           MOVE WS-COND-IIBB              TO REG-CERTRET-FD (13:01).
           MOVE 'NRO IIBB:'               TO REG-CERTRET-FD (22:09).
           MOVE WS-NRO-IIBB               TO REG-CERTRET-FD (32:12).
           MOVE 'COND. GANANCIAS:'        TO REG-CERTRET-FD (62:16).
           MOVE WS-COND-GAN               TO REG-CERTRET-FD (79:01).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'PERIODO LIQUIDADO:'      TO REG-CERTRET-FD (01:18).
           MOVE WS-PERIODO                TO REG-CERTRET-FD (22:06).
           MOVE 'BRUTO LIQUIDADO:'        TO REG-CERTRET-FD (62:16).
           MOVE WS-BRUTO-COMERCIO         TO WS-RET-ED.
           MOVE WS-RET-ED                 TO REG-CERTRET-FD (79:17).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'IMPUESTO'                TO REG-CERTRET-FD (01:08).
           MOVE 'BASE SUJETA'             TO REG-CERTRET-FD (34:11).
           MOVE 'ALICUOTA'                TO REG-CERTRET-FD (50:08).
           MOVE 'IMPORTE RETENIDO'        TO REG-CERTRET-FD (63:16).
           PERFORM 2660-WRITE-CERTRET.

           IF WS-RET-IIBB > 0
              MOVE SPACES                 TO REG-CERTRET-FD
              MOVE 'INGRESOS BRUTOS'      TO REG-CERTRET-FD (01:15)
              MOVE WS-BASE-RET-IIBB       TO WS-RET-ED
              MOVE WS-RET-ED              TO REG-CERTRET-FD (28:17)
              MOVE WS-PCT-RET-IIBB        TO WS-PCT-ED
              MOVE WS-PCT-ED              TO REG-CERTRET-FD (52:05)
              MOVE '%'                    TO REG-CERTRET-FD (57:01)
              MOVE WS-RET-IIBB            TO WS-RET-ED
              MOVE WS-RET-ED              TO REG-CERTRET-FD (62:17)
              PERFORM 2660-WRITE-CERTRET
           END-IF.

           IF WS-RET-GAN > 0
              MOVE SPACES                 TO REG-CERTRET-FD
              MOVE 'GANANCIAS'            TO REG-CERTRET-FD (01:09)
              MOVE WS-BASE-RET-GAN        TO WS-RET-ED
              MOVE WS-RET-ED              TO REG-CERTRET-FD (28:17)
              MOVE WS-PCT-RET-GAN         TO WS-PCT-ED
              MOVE WS-PCT-ED              TO REG-CERTRET-FD (52:05)
              MOVE '%'                    TO REG-CERTRET-FD (57:01)
              MOVE WS-RET-GAN             TO WS-RET-ED
              MOVE WS-RET-ED              TO REG-CERTRET-FD (62:17)
              PERFORM 2660-WRITE-CERTRET
           END-IF.

           MOVE SPACES                    TO REG-CERTRET-FD.
           MOVE 'TOTAL RETENIDO'          TO REG-CERTRET-FD (01:14).
           COMPUTE WS-RET-ED = WS-RET-IIBB + WS-RET-GAN.
           MOVE WS-RET-ED                 TO REG-CERTRET-FD (62:17).
           PERFORM 2660-WRITE-CERTRET.

           MOVE SPACES                    TO REG-CERTRET-FD.
           PERFORM 2660-WRITE-CERTRET.
           MOVE ALL '-'                   TO REG-CERTRET-FD (01:80).
           PERFORM 2660-WRITE-CERTRET.

       FIN-2650.
           EXIT.

       2660-WRITE-CERTRET.
      *-------------------

           WRITE REG-CERTRET-FD.

           EVALUATE TRUE
               WHEN 88-FS-CERTRET-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE CERTRET FS: ' FS-CERTRET
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2660.
           EXIT.

       3000-FINALIZO.
      *--------------

                    DISPLAY 'ERROR CLOSE GASTOSOK FS: ' FS-GASTOSOK
           END-EVALUATE.

      *    SIN TRAILER UN ORDPAGO DE UNA CORRIDA CORTADA NO SE CONSUME.
           IF WS-FIN-NORMAL = 'S'
              SET 88-UTLCTLARC-TRAILER TO TRUE
              CALL 'UTLCTLARC' USING WUTLCTLARC
              WRITE REG-ORDPAGO-FD FROM UTLCTLARC-REGISTRO
              IF NOT 88-FS-ORDPAGO-OK
                 DISPLAY 'ERROR EN WRITE TRAILER ORDPAGO FS: '
                                                          FS-ORDPAGO
              END-IF
           END-IF.

           CLOSE ORDPAGO
           EVALUATE TRUE
               WHEN 88-FS-ORDPAGO-OK
                    DISPLAY 'ERROR CLOSE LIQHIST FS: ' FS-LIQHIST
           END-EVALUATE.

           CLOSE RETHIST
           EVALUATE TRUE
               WHEN 88-FS-RETHIST-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RETHIST FS: ' FS-RETHIST
           END-EVALUATE.

           CLOSE CERTRET
           EVALUATE TRUE
               WHEN 88-FS-CERTRET-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CERTRET FS: ' FS-CERTRET
           END-EVALUATE.

           CLOSE REMITO
           EVALUATE TRUE
               WHEN 88-FS-REMITO-OK
           MOVE WS-LEIDOS-GASTOSOK      TO WS-LEIDOS-GASTOSOK-ED.
           MOVE WS-GRABADOS-ORDPAGO     TO WS-GRABADOS-ORDPAGO-ED.
           MOVE WS-NETO-TOTAL           TO WS-NETO-TOTAL-ED.
           MOVE WS-CANT-CERTIFICADOS    TO WS-CANT-CERTIFICADOS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-GRABADOS-ORDPAGO-ED.
           DISPLAY 'NETO TOTAL A PAGAR             : '
                                               WS-NETO-TOTAL-ED.
           MOVE WS-TOTAL-RET-IIBB       TO WS-NETO-TOTAL-ED.
           DISPLAY 'RETENCIONES INGRESOS BRUTOS    : '
                                               WS-NETO-TOTAL-ED.
           MOVE WS-TOTAL-RET-GAN        TO WS-NETO-TOTAL-ED.
           DISPLAY 'RETENCIONES GANANCIAS          : '
                                               WS-NETO-TOTAL-ED.
           DISPLAY 'CANT. CERTIFICADOS EMITIDOS    : '
                                               WS-CANT-CERTIFICADOS-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
