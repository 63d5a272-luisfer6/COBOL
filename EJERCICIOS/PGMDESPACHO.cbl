      * PGMCORREO PUEDE REFERENCIAR CUANDO EL CORREO DEVUELVE UN
      * SOBRE. LAS PIEZAS DE TARJETAS VIENEN SIN CLI-ID Y SE
      * RESUELVEN AQUI VIA TARCLI.
      * EL TEXTO DE CADA PIEZA SE ARMA CON EL MAESTRO DE PLANTILLAS
      * (WPLANTILLA.cpy) EN EL IDIOMA DEL CLIENTE
      * (CLI-PREFERRED-LANGUAGE), CON 'ESPANOL' COMO IDIOMA DE
      * RESPALDO; SIN PLANTILLA SALE EL MSG-TEXTO DEL PRODUCTOR. EL
      * LOG DE ENTREGAS ASIENTA LA VERSION E IDIOMA DE LA PLANTILLA.
      * LOS ENVIOS DE LISTADOS DEL SPOOL ('RPTD', DE PGMDISTRIB) NO
      * PASAN POR LAS REGLAS DE CLIENTES: SALEN POR EMAIL SI EL
      * DESTINATARIO LO TIENE Y SI NO POR CORREO INTERNO A SU
      * SUCURSAL (CANAL 'I', UNA CARATULA IMPRESA POR ENVIO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ENTREGALOG.

           SELECT PLANTILLAS    ASSIGN       TO
                                 DYNAMIC WS-ARCH-PLANTILLAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-PLANTILLAS.

       DATA DIVISION.

       FILE SECTION.
       FD  ENTREGALOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ENTREGALOG-FD             PIC X(94).

       FD  PLANTILLAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PLANTILLAS-FD             PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-ARCH-IMPRESION          PIC X(128) VALUE SPACES.
       77  WS-ARCH-EMAILEXT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-ENTREGALOG         PIC X(128) VALUE SPACES.
       77  WS-ARCH-PLANTILLAS         PIC X(128) VALUE SPACES.

       77  FS-MSGCOLA                    PIC  X(02) VALUE ' '.
           88 88-FS-MSGCOLA-OK                      VALUE '00'.
           88 88-FS-ENTREGALOG-OK                   VALUE '00'.
           88 88-FS-ENTREGALOG-NOEXISTE             VALUE '35'.

       77  FS-PLANTILLAS                 PIC  X(02) VALUE ' '.
           88 88-FS-PLANTILLAS-OK                   VALUE '00'.
           88 88-FS-PLANTILLAS-EOF                  VALUE '10'.
           88 88-FS-PLANTILLAS-NOEXISTE             VALUE '35'.

      *------------------------------------------------------
      * COLA CARGADA EN TABLA CON EL RESULTADO DE LA
      * CLASIFICACION POR PIEZA: CANAL 'P' IMPRESION,
              10 WMS-CANAL               PIC  X(01).
              10 WMS-MOTIVO              PIC  X(25).
              10 WMS-DESPACHADO          PIC  X(01).
              10 WMS-PLT-VERSION         PIC  9(03).
              10 WMS-PLT-IDIOMA          PIC  X(10).
              10 WMS-REGISTRO            PIC  X(149).

      *------------------------------------------------------
              10 WCL-ADDR-STATUS         PIC  X(01).
              10 WCL-HOUSEHOLD           PIC  9(10).
              10 WCL-NOMBRE              PIC  X(30).
              10 WCL-NOMBRE-PILA         PIC  X(20).
              10 WCL-IDIOMA              PIC  X(10).
              10 WCL-DOMICILIO           PIC  X(40).
              10 WCL-CIUDAD              PIC  X(25).
              10 WCL-CODPOS              PIC  X(10).
              10 WSP-CLI-ID              PIC  9(10).
       01  WS-SUPRESION-ENT              PIC  9(10) VALUE 0.

      *------------------------------------------------------
      * MAESTRO DE PLANTILLAS EN TABLA: SOLO LAS VERSIONES YA
      * VIGENTES A LA FECHA DE PROCESO.
      *------------------------------------------------------
       77  WCN-TOPE-PLANTILLAS           PIC  9(04) VALUE 300.
       77  WS-CANT-PLANTILLAS            PIC  9(04) VALUE 0.
       01  WS-TABLA-PLANTILLAS.
           05 WS-PLANTILLA-TAB OCCURS 300 TIMES
                               INDEXED BY IDX-PLANTILLA.
              10 WPL-TIPO                PIC  X(04).
              10 WPL-IDIOMA              PIC  X(10).
              10 WPL-VERSION             PIC  9(03).
              10 WPL-TEXTO               PIC  X(80).

       77  WCN-IDIOMA-BASE               PIC  X(10) VALUE 'ESPANOL'.

      *------------------------------------------------------
      * AREAS DE ARMADO DEL TEXTO DE UNA PIEZA
      *------------------------------------------------------
       77  WS-IDIOMA-CLI                 PIC  X(10) VALUE SPACES.
       77  WS-IDIOMA-BUSQ                PIC  X(10) VALUE SPACES.
       77  WS-PLT-POS                    PIC  9(04) VALUE 0.
       77  WS-POS-PLT                    PIC  9(03) VALUE 0.
       77  WS-POS-ARM                    PIC  9(03) VALUE 0.
       77  WS-LARGO                      PIC  9(03) VALUE 0.
       77  WS-TEXTO-ARMADO               PIC  X(80) VALUE SPACES.
       77  WS-VALOR                      PIC  X(80) VALUE SPACES.
       77  WS-VAL-NOMBRE                 PIC  X(80) VALUE SPACES.
       77  WS-VAL-VEHICULO               PIC  X(10) VALUE SPACES.
       77  WS-VAL-TARJETA                PIC  X(10) VALUE SPACES.
       77  WS-VAL-FECHA                  PIC  X(10) VALUE SPACES.

       01  WS-FECHA-PIEZA                PIC  9(08) VALUE 0.
       01  WS-FECHA-PIEZA-R REDEFINES WS-FECHA-PIEZA.
           05 WS-FEP-AAAA                PIC  9(04).
           05 WS-FEP-MM                  PIC  9(02).
           05 WS-FEP-DD                  PIC  9(02).

       77  WS-CLI-POS                    PIC  9(05) VALUE 0.
       77  WS-POS-SOBRE                  PIC  9(05) VALUE 0.
       77  WS-POS-PIEZA                  PIC  9(05) VALUE 0.
       77  WS-CANT-EMAILS                PIC  9(09) VALUE 0.
       77  WS-CANT-SUPRIMIDAS            PIC  9(09) VALUE 0.
       77  WS-CANT-SOBRES                PIC  9(09) VALUE 0.
       77  WS-CANT-INTERNAS              PIC  9(09) VALUE 0.
       77  WS-CANT-INTERNAS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-CON-PLANTILLA         PIC  9(09) VALUE 0.
       77  WS-CANT-CON-PLANTILLA-ED      PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-IMPRESAS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-EMAILS-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-CANT-SUPRIMIDAS-ED         PIC  ZZZ.ZZZ.ZZ9.

       COPY WENTREGA.

       COPY WPLANTILLA.

       COPY WTARCLI.

       COPY WCLIENTE.

           PERFORM 2500-DESPACHO-IMPRESION.
           PERFORM 2600-DESPACHO-EMAIL.
           PERFORM 2650-DESPACHO-INTERNO.
           PERFORM 2700-REGISTRO-SUPRIMIDAS.

           PERFORM 2950-REGRABO-COLA THRU FIN-2950.
           PERFORM 1030-CARGO-TARCLI.
           PERFORM 1040-CARGO-SUPRESION.
           PERFORM 1050-CARGO-COLA.
           PERFORM 1060-CARGO-PLANTILLAS.

       FIN-1000.
           EXIT.

           MOVE 'ENTREGALOG'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ENTREGALOG

           MOVE 'PLANTILLAS'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-PLANTILLAS.

       FIN-1005.
           EXIT.
                            TO WCL-HOUSEHOLD (WS-CANT-CLI)
                          MOVE CLI-LAST-NAME (1:30)
                            TO WCL-NOMBRE (WS-CANT-CLI)
                          MOVE CLI-FIRST-NAME (1:20)
                            TO WCL-NOMBRE-PILA (WS-CANT-CLI)
                          MOVE CLI-PREFERRED-LANGUAGE
                            TO WCL-IDIOMA (WS-CANT-CLI)
                          MOVE CLI-HOME-ADDY (1:40)
                            TO WCL-DOMICILIO (WS-CANT-CLI)
                          MOVE CLI-HOME-CITY (1:25)
                            TO WMS-MOTIVO (WS-CANT-MENSAJES)
                          MOVE 'N'
                            TO WMS-DESPACHADO (WS-CANT-MENSAJES)
                          MOVE 0
                            TO WMS-PLT-VERSION (WS-CANT-MENSAJES)
                          MOVE SPACES
                            TO WMS-PLT-IDIOMA (WS-CANT-MENSAJES)
                          MOVE REG-MSGCOLA
                            TO WMS-REGISTRO (WS-CANT-MENSAJES)
                          IF MSG-CLI-ID = 0
       FIN-1051.
           EXIT.

      *------------------------------------------------------------
      * LAS PLANTILLAS CON VIGENCIA FUTURA NO SE CARGAN: UNA NUEVA
      * VERSION SE PUEDE DAR DE ALTA ANTES DE QUE EMPIECE A REGIR.
      *------------------------------------------------------------
       1060-CARGO-PLANTILLAS.
      *----------------------

           OPEN INPUT PLANTILLAS.

           EVALUATE TRUE
               WHEN 88-FS-PLANTILLAS-OK
                    PERFORM 1061-LEO-PLANTILLA
                    PERFORM UNTIL 88-FS-PLANTILLAS-EOF
                       IF PLT-FECHA-VIGENCIA NOT > WS-FECHA-PROCESO
                          IF WS-CANT-PLANTILLAS < WCN-TOPE-PLANTILLAS
                             ADD 1 TO WS-CANT-PLANTILLAS
                             MOVE PLT-TIPO
                               TO WPL-TIPO (WS-CANT-PLANTILLAS)
                             MOVE PLT-IDIOMA
                               TO WPL-IDIOMA (WS-CANT-PLANTILLAS)
                             MOVE PLT-VERSION
                               TO WPL-VERSION (WS-CANT-PLANTILLAS)
                             MOVE PLT-TEXTO
                               TO WPL-TEXTO (WS-CANT-PLANTILLAS)
                          ELSE
                             DISPLAY 'TABLA DE PLANTILLAS COMPLETA - '
                                     'SE IGNORA: ' PLT-TIPO ' '
                                     PLT-IDIOMA ' ' PLT-VERSION
                          END-IF
                       END-IF
                       PERFORM 1061-LEO-PLANTILLA
                    END-PERFORM
                    CLOSE PLANTILLAS

               WHEN 88-FS-PLANTILLAS-NOEXISTE
                    DISPLAY 'MAESTRO DE PLANTILLAS INEXISTENTE - '
                    DISPLAY 'LAS PIEZAS SALEN CON EL TEXTO DE LA COLA'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN PLANTILLAS'
                    DISPLAY 'FILE STATUS' FS-PLANTILLAS
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1060.
           EXIT.

       1061-LEO-PLANTILLA.
      *-------------------

           INITIALIZE REG-PLANTILLA.
           READ PLANTILLAS INTO REG-PLANTILLA.

       FIN-1061.
           EXIT.

      *------------------------------------------------------------
      * LAS PIEZAS DEL CIRCUITO DE TARJETAS VIENEN CON CLI-ID 0 Y
      * EL NUMERO DE PLASTICO: EL TITULAR SE RESUELVE VIA TARCLI.
           PERFORM VARYING WS-IDX-MSG FROM 1 BY 1
                     UNTIL WS-IDX-MSG > WS-CANT-MENSAJES
              PERFORM 2100-CLASIFICO-UNA-PIEZA THRU FIN-2100
              PERFORM 2200-ARMO-TEXTO THRU FIN-2200
           END-PERFORM.

       FIN-2000.
      *-------------------------

           MOVE 0 TO WS-CLI-POS.

           IF WMS-TIPO (WS-IDX-MSG) = 'RPTD'
              PERFORM 2150-CLASIFICO-LISTADO
              GO TO FIN-2100
           END-IF.

           PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                     UNTIL WS-IDX-BUSQ > WS-CANT-CLI
              IF WCL-CLI-ID (WS-IDX-BUSQ) = WMS-CLI-ID (WS-IDX-MSG)
       FIN-2100.
           EXIT.

      *------------------------------------------------------------
      * ENVIO DE UN LISTADO DEL SPOOL: EL DESTINATARIO VIAJA EN LA
      * PIEZA (VER MSG-DISTRIBUCION EN WMSGCOLA.cpy). EL TEXTO QUE
      * SALE IDENTIFICA EL LISTADO.
      *------------------------------------------------------------
       2150-CLASIFICO-LISTADO.
      *-----------------------

           MOVE 0 TO WMS-CLI-POS (WS-IDX-MSG).
           MOVE WMS-REGISTRO (WS-IDX-MSG) TO REG-MSGCOLA.

           EVALUATE TRUE
               WHEN MSG-DST-EMAIL NOT = SPACES
                    MOVE 'E' TO WMS-CANAL (WS-IDX-MSG)
               WHEN MSG-DST-SUCURSAL > 0
                    MOVE 'I' TO WMS-CANAL (WS-IDX-MSG)
               WHEN OTHER
                    MOVE 'S' TO WMS-CANAL (WS-IDX-MSG)
                    MOVE 'DESTINATARIO SIN DESTINO'
                      TO WMS-MOTIVO (WS-IDX-MSG)
           END-EVALUATE.

           MOVE SPACES                    TO WMS-TEXTO (WS-IDX-MSG).
           STRING 'LISTADO '              DELIMITED BY SIZE
                  MSG-DST-REPORTE         DELIMITED BY SPACE
                  ' SEQ '                 DELIMITED BY SIZE
                  MSG-DST-SPL-SEQ         DELIMITED BY SIZE
                  ' PARA '                DELIMITED BY SIZE
                  MSG-DST-DESTINATARIO    DELIMITED BY SIZE
             INTO WMS-TEXTO (WS-IDX-MSG).

       FIN-2150.
           EXIT.

      *------------------------------------------------------------
      * TEXTO DE LA PIEZA SEGUN PLANTILLA: IDIOMA DEL CLIENTE, SI NO
      * HAY PLANTILLA EN ESE IDIOMA LA DE ESPANOL, Y SI TAMPOCO HAY
      * QUEDA EL MSG-TEXTO ORIGINAL CON VERSION 0. LAS SUPRIMIDAS
      * NO SE ARMAN.
      *------------------------------------------------------------
       2200-ARMO-TEXTO.
      *----------------

           IF WMS-CANAL (WS-IDX-MSG) = 'S'
              OR WMS-CLI-POS (WS-IDX-MSG) = 0
              GO TO FIN-2200
           END-IF.

           MOVE WCL-IDIOMA (WS-CLI-POS)   TO WS-IDIOMA-CLI.
           IF WS-IDIOMA-CLI = SPACES
              MOVE WCN-IDIOMA-BASE        TO WS-IDIOMA-CLI
           END-IF.

           MOVE WS-IDIOMA-CLI             TO WS-IDIOMA-BUSQ.
           PERFORM 2210-BUSCO-PLANTILLA.

           IF WS-PLT-POS = 0
              AND WS-IDIOMA-CLI NOT = WCN-IDIOMA-BASE
              MOVE WCN-IDIOMA-BASE        TO WS-IDIOMA-BUSQ
              PERFORM 2210-BUSCO-PLANTILLA
           END-IF.

           IF WS-PLT-POS = 0
              GO TO FIN-2200
           END-IF.

           MOVE WMS-REGISTRO (WS-IDX-MSG) TO REG-MSGCOLA.
           PERFORM 2220-PREPARO-VALORES.

           MOVE SPACES                    TO WS-TEXTO-ARMADO.
           MOVE 1                         TO WS-POS-ARM.
           PERFORM VARYING WS-POS-PLT FROM 1 BY 1
                     UNTIL WS-POS-PLT > 80
                        OR WS-POS-ARM > 80
              PERFORM 2230-PROCESO-CARACTER THRU FIN-2230
           END-PERFORM.

           MOVE WS-TEXTO-ARMADO           TO WMS-TEXTO (WS-IDX-MSG).
           MOVE WPL-VERSION (WS-PLT-POS)
                                     TO WMS-PLT-VERSION (WS-IDX-MSG).
           MOVE WS-IDIOMA-BUSQ       TO WMS-PLT-IDIOMA (WS-IDX-MSG).
           ADD 1 TO WS-CANT-CON-PLANTILLA.

       FIN-2200.
           EXIT.

      *    VERSION MAS ALTA DEL TIPO DE PIEZA EN EL IDIOMA BUSCADO
       2210-BUSCO-PLANTILLA.
      *---------------------

           MOVE 0 TO WS-PLT-POS.
           PERFORM VARYING IDX-PLANTILLA FROM 1 BY 1
                     UNTIL IDX-PLANTILLA > WS-CANT-PLANTILLAS
              IF WPL-TIPO (IDX-PLANTILLA)   = WMS-TIPO (WS-IDX-MSG)
                 AND WPL-IDIOMA (IDX-PLANTILLA) = WS-IDIOMA-BUSQ
                 IF WS-PLT-POS = 0
                    SET WS-PLT-POS TO IDX-PLANTILLA
                 ELSE
                    IF WPL-VERSION (IDX-PLANTILLA)
                     > WPL-VERSION (WS-PLT-POS)
                       SET WS-PLT-POS TO IDX-PLANTILLA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FIN-2210.
           EXIT.

      *    VALORES DE LAS MARCAS DE REEMPLAZO (VER WPLANTILLA.cpy)
       2220-PREPARO-VALORES.
      *---------------------

           MOVE SPACES                    TO WS-VAL-NOMBRE.
           IF WCL-NOMBRE-PILA (WS-CLI-POS) = SPACES
              MOVE WCL-NOMBRE (WS-CLI-POS) TO WS-VAL-NOMBRE
           ELSE
              STRING WCL-NOMBRE-PILA (WS-CLI-POS) DELIMITED BY '  '
                     ' '                          DELIMITED BY SIZE
                     WCL-NOMBRE (WS-CLI-POS)      DELIMITED BY '  '
                INTO WS-VAL-NOMBRE
           END-IF.

           EVALUATE TRUE
               WHEN 88-MSG-VTO-VEHICULO
               WHEN 88-MSG-RECALL-VEHICULO
                    MOVE MSG-REFERENCIA (1:10) TO WS-VAL-VEHICULO
               WHEN 88-MSG-ENCUESTA
                    MOVE MSG-TEXTO (48:09)     TO WS-VAL-VEHICULO
               WHEN OTHER
                    MOVE SPACES                TO WS-VAL-VEHICULO
           END-EVALUATE.

      *    DEL PLASTICO SOLO SE MUESTRAN LOS ULTIMOS 4 DIGITOS
           MOVE SPACES                    TO WS-VAL-TARJETA.
           PERFORM VARYING WS-LARGO FROM 19 BY -1
                     UNTIL WS-LARGO < 4
                        OR MSG-NRO-TARJETA (WS-LARGO:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF WS-LARGO NOT < 4
              MOVE '**** '                TO WS-VAL-TARJETA (1:5)
              MOVE MSG-NRO-TARJETA (WS-LARGO - 3:4)
                                          TO WS-VAL-TARJETA (6:4)
           END-IF.

           MOVE MSG-FECHA-ALTA            TO WS-FECHA-PIEZA.
           MOVE SPACES                    TO WS-VAL-FECHA.
           IF WS-FECHA-PIEZA > 0
              STRING WS-FEP-DD '/' WS-FEP-MM '/' WS-FEP-AAAA
                     DELIMITED BY SIZE  INTO WS-VAL-FECHA
           END-IF.

       FIN-2220.
           EXIT.

      *    UNA POSICION DE LA PLANTILLA: MARCA O CARACTER COMUN
       2230-PROCESO-CARACTER.
      *----------------------

           IF WPL-TEXTO (WS-PLT-POS) (WS-POS-PLT:1) NOT = '&'
              OR WS-POS-PLT > 77
              MOVE WPL-TEXTO (WS-PLT-POS) (WS-POS-PLT:1)
                TO WS-TEXTO-ARMADO (WS-POS-ARM:1)
              ADD 1 TO WS-POS-ARM
              GO TO FIN-2230
           END-IF.

           EVALUATE WPL-TEXTO (WS-PLT-POS) (WS-POS-PLT:4)
               WHEN '&NOM'
                    MOVE WS-VAL-NOMBRE       TO WS-VALOR
               WHEN '&VEH'
                    MOVE WS-VAL-VEHICULO     TO WS-VALOR
               WHEN '&TAR'
                    MOVE WS-VAL-TARJETA      TO WS-VALOR
               WHEN '&FEC'
                    MOVE WS-VAL-FECHA        TO WS-VALOR
               WHEN '&REF'
                    MOVE MSG-REFERENCIA      TO WS-VALOR
               WHEN '&DET'
                    MOVE MSG-TEXTO           TO WS-VALOR
               WHEN OTHER
                    MOVE '&'                 TO WS-TEXTO-ARMADO
                                                (WS-POS-ARM:1)
                    ADD 1 TO WS-POS-ARM
                    GO TO FIN-2230
           END-EVALUATE.

           PERFORM 2240-AGREGO-VALOR THRU FIN-2240.
           ADD 3 TO WS-POS-PLT.

       FIN-2230.
           EXIT.

      *    AGREGA EL VALOR SIN LOS BLANCOS FINALES, CORTADO EN 80
       2240-AGREGO-VALOR.
      *------------------

           PERFORM VARYING WS-LARGO FROM 80 BY -1
                     UNTIL WS-LARGO = 0
                        OR WS-VALOR (WS-LARGO:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           IF WS-LARGO = 0
              GO TO FIN-2240
           END-IF.

           IF WS-POS-ARM + WS-LARGO > 81
              COMPUTE WS-LARGO = 81 - WS-POS-ARM
           END-IF.

           MOVE WS-VALOR (1:WS-LARGO)
             TO WS-TEXTO-ARMADO (WS-POS-ARM:WS-LARGO).
           ADD WS-LARGO TO WS-POS-ARM.

       FIN-2240.
           EXIT.

      *------------------------------------------------------------
      * CANAL IMPRESION: UN SOBRE NUMERADO POR HOGAR. LA PRIMERA
      * PIEZA SIN DESPACHAR ABRE EL SOBRE CON EL DOMICILIO DEL
           MOVE WMS-CLI-POS (WS-IDX-MSG)  TO WS-CLI-POS.

           MOVE SPACES                    TO REG-EMAILEXT-FD.
           IF WS-CLI-POS = 0
              MOVE WMS-REGISTRO (WS-IDX-MSG) TO REG-MSGCOLA
              MOVE MSG-DST-EMAIL          TO REG-EMAILEXT-FD (01:46)
           ELSE
              MOVE WCL-EMAIL (WS-CLI-POS) TO REG-EMAILEXT-FD (01:50)
           END-IF.
           MOVE WMS-TIPO (WS-IDX-MSG)     TO REG-EMAILEXT-FD (52:04).
           MOVE WMS-REFERENCIA (WS-IDX-MSG)
                                          TO REG-EMAILEXT-FD (57:20).
       FIN-2610.
           EXIT.

      *------------------------------------------------------------
      * CANAL INTERNO (LISTADOS DEL SPOOL SIN EMAIL): UNA CARATULA
      * POR ENVIO EN LA TANDA DE IMPRESION, PARA LA VALIJA DE LA
      * SUCURSAL DEL DESTINATARIO.
      *------------------------------------------------------------
       2650-DESPACHO-INTERNO.
      *----------------------

           PERFORM VARYING WS-IDX-MSG FROM 1 BY 1
                     UNTIL WS-IDX-MSG > WS-CANT-MENSAJES
              IF WMS-CANAL (WS-IDX-MSG) = 'I'
                 PERFORM 2660-GRABO-INTERNO
              END-IF
           END-PERFORM.

       FIN-2650.
           EXIT.

       2660-GRABO-INTERNO.
      *-------------------

           MOVE WMS-REGISTRO (WS-IDX-MSG) TO REG-MSGCOLA.

           MOVE SPACES                    TO REG-IMPRESION-FD.
           MOVE ALL '='                   TO REG-IMPRESION-FD (01:60).
           PERFORM 2550-GRABO-IMPRESION.

           MOVE SPACES                    TO REG-IMPRESION-FD.
           MOVE 'CORREO INTERNO - SUCURSAL: '
                                          TO REG-IMPRESION-FD (01:27).
           MOVE MSG-DST-SUCURSAL          TO REG-IMPRESION-FD (28:04).
           PERFORM 2550-GRABO-IMPRESION.

           MOVE SPACES                    TO REG-IMPRESION-FD.
           MOVE MSG-DST-DESTINATARIO      TO REG-IMPRESION-FD (01:30).
           PERFORM 2550-GRABO-IMPRESION.

           MOVE SPACES                    TO REG-IMPRESION-FD.
           MOVE WMS-TIPO (WS-IDX-MSG)     TO REG-IMPRESION-FD (03:04).
           MOVE WMS-REFERENCIA (WS-IDX-MSG)
                                          TO REG-IMPRESION-FD (08:20).
           MOVE WMS-TEXTO (WS-IDX-MSG)    TO REG-IMPRESION-FD (29:80).
           PERFORM 2550-GRABO-IMPRESION.

           MOVE 'S' TO WMS-DESPACHADO (WS-IDX-MSG).
           ADD 1 TO WS-CANT-INTERNAS.

           MOVE WS-IDX-MSG   TO WS-IDX-MSG-ENTREGA.
           MOVE 'I'          TO WS-CANAL-ENTREGA.
           PERFORM 4100-GRABO-ENTREGA.

       FIN-2660.
           EXIT.

      *------------------------------------------------------------
      * LAS PIEZAS SUPRIMIDAS TAMBIEN QUEDAN EN EL LOG, CON SU
      * MOTIVO: ES LA PRUEBA DE QUE LA REGLA SE APLICO.
                                          TO ENT-MOTIVO.
           MOVE WMS-REFERENCIA (WS-IDX-MSG-ENTREGA)
                                          TO ENT-REFERENCIA.
           MOVE WMS-PLT-VERSION (WS-IDX-MSG-ENTREGA)
                                          TO ENT-PLANTILLA-VERSION.
           MOVE WMS-PLT-IDIOMA (WS-IDX-MSG-ENTREGA)
                                          TO ENT-IDIOMA.

           WRITE REG-ENTREGALOG-FD FROM REG-ENTREGA.

           MOVE 'PGMDESPA'              TO RUNCTL-PROGRAMA.
           MOVE WS-CANT-MENSAJES        TO RUNCTL-LEIDOS.
           COMPUTE RUNCTL-GRABADOS = WS-CANT-IMPRESAS
                                   + WS-CANT-EMAILS
                                   + WS-CANT-INTERNAS.
           MOVE 0                       TO RUNCTL-IMPORTE.
           IF WS-FIN-NORMAL = 'S'
              SET 88-RUNCTL-OK          TO TRUE
           MOVE WS-CANT-IMPRESAS        TO WS-CANT-IMPRESAS-ED.
           MOVE WS-CANT-EMAILS          TO WS-CANT-EMAILS-ED.
           MOVE WS-CANT-SUPRIMIDAS      TO WS-CANT-SUPRIMIDAS-ED.
           MOVE WS-CANT-CON-PLANTILLA   TO WS-CANT-CON-PLANTILLA-ED.
           MOVE WS-CANT-INTERNAS        TO WS-CANT-INTERNAS-ED.

           DISPLAY ' '.
           DISPLAY '**************************************************'.
                                               WS-CANT-IMPRESAS-ED.
           DISPLAY 'CANT. PIEZAS POR EMAIL         : '
                                               WS-CANT-EMAILS-ED.
           DISPLAY 'CANT. LISTADOS POR CORREO INT. : '
                                               WS-CANT-INTERNAS-ED.
           DISPLAY 'CANT. PIEZAS SUPRIMIDAS        : '
                                               WS-CANT-SUPRIMIDAS-ED.
           DISPLAY 'CANT. PIEZAS CON PLANTILLA     : '
                                               WS-CANT-CON-PLANTILLA-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
