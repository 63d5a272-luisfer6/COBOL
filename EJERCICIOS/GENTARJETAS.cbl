      * - Maestro de tarjetas (un registro por cada tarjeta) (num tarje-
      *ta, tipo (1 visa, 2 MasterCard), límite, num cliente, fec-alta,
      *fec-venc) Archivo secuencial.
      * CICLOS DE FACTURACION: EL CIERRE CORRE UN GRUPO DE CICLO POR
      *VEZ. SOLO ENTRAN LAS TARJETAS CUYA CUENTA (WCTATAR / WCTAVINC)
      *CIERRA EL DIA DE LA FECHA DE PROCESO (CTA-DIA-CIERRE); LAS
      *TARJETAS SIN CUENTA CIERRAN EN EL CICLO GENERAL DEL DIA
      *WCN-DIA-CIERRE-DEF. EL ULTIMO DIA DEL MES TAMBIEN CIERRAN LOS
      *CICLOS DE DIAS QUE ESE MES NO TIENE (29, 30, 31).
      *LOS SALDOS DE LAS TARJETAS DE OTROS CICLOS NO SE CIERRAN: SE
      *ARRASTRAN CON SU SALDO ANTERIOR Y SUS PAGOS A SALABIERTO, QUE
      *PGMPAGOS VUELVE A TOMAR JUNTO CON SALCIERRE.
      * NUMEROS DE TARJETA: LISTADO, ALERTAS, CATEGORIAS, ESTADOCTA Y
      *LOS MENSAJES DE CONSOLA LOS MUESTRAN ENMASCARADOS (PRIMEROS 6
      *Y ULTIMOS 4 DIGITOS, VER UTLMASK). EL ESTADO DE CUENTA CON LOS
      *NUMEROS COMPLETOS SE GRABA SOLO EN ESTCTASPL, QUE ES LO QUE SE
      *REGISTRA EN EL SPOOL: SU REIMPRESION SIN ENMASCARAR EXIGE
      *NIVEL 3 EN PGMSPOOL.
      * ADELANTOS EN EFECTIVO (GTO-CATEGORIA 'AE'): SALEN EN SU PROPIA
      *SECCION DEL ESTADO DE CUENTA CON SU CARGO POR OPERACION
      *(FEECICLO CON FEE-ORIGEN 'E') Y UN INTERES QUE CORRE DESDE LA
      *FECHA DEL ADELANTO HASTA EL CIERRE (TASA MENSUAL DEL TIPO DE
      *TARJETA / 30 POR DIA), SIN ESPERAR AL RESUMEN SIGUIENTE.
      * SALCIERRE LLEVA HEADER Y TRAILER DE CONTROL ESTANDAR (CANTIDAD
      *Y SUMA DE SALDOS DE CIERRE, VER UTLCTLARC); EL TRAILER SOLO SE
      *GRABA EN UN FIN NORMAL, ASI UN CIERRE CORTADO NO SE CONSUME.
      * El archivo de salida deberá contener un registro por cada tarje-
      *ta con el monto gastado en el mes. (Num tarjeta, monto gastado
      *del mes)
                                  ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-ESTADOCTA.

           SELECT ESTCTASPL     ASSIGN       TO
                                 DYNAMIC WS-ARCH-ESTCTASPL
                                  ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS  IS FS-ESTCTASPL.

           SELECT CATEGORIAS    ASSIGN       TO
                                 DYNAMIC WS-ARCH-CATEGORIAS
                                  ORGANIZATION IS SEQUENTIAL
                                  ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALCIERRE.

           SELECT SALABIERTO    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SALABIERTO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALABIERTO.

           SELECT TASAS         ASSIGN       TO
                                 DYNAMIC WS-ARCH-TASAS
                                  ORGANIZATION IS LINE SEQUENTIAL
           BLOCK 0.
       01  REG-ESTADOCTA-FD              PIC X(133).

       FD  ESTCTASPL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ESTCTASPL-FD              PIC X(133).

       FD  CATEGORIAS
           RECORDING MODE IS F
           BLOCK 0.
           BLOCK 0.
       01  REG-SALCIERRE-FD              PIC X(63).

       FD  SALABIERTO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SALABIERTO-FD             PIC X(63).

       FD  TASAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TASAS-FD                  PIC X(26).

       FD  COMERCIOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERCIOS-FD              PIC X(80).

       FD  GASXCOM
           RECORDING MODE IS F
       FD  FEECICLO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FEECICLO-FD               PIC X(53).

       FD  DEBCOM
           RECORDING MODE IS F
       77  WS-ARCH-LISTADO            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ALERTAS            PIC X(128) VALUE SPACES.
       77  WS-ARCH-ESTADOCTA          PIC X(128) VALUE SPACES.
       77  WS-ARCH-ESTCTASPL          PIC X(128) VALUE SPACES.
       77  WS-ARCH-CATEGORIAS         PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALDOS             PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALCIERRE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALABIERTO         PIC X(128) VALUE SPACES.
       77  WS-ARCH-TASAS              PIC X(128) VALUE SPACES.
       77  WS-ARCH-COMERCIOS          PIC X(128) VALUE SPACES.
       77  WS-ARCH-GASXCOM            PIC X(128) VALUE SPACES.
      * ARRANQUE EN FRIO EXPLICITO: OPERACIONES GRABA 'COLD'
      * EN LOS PRIMEROS 4 BYTES DEL CHECKPOINT Y LA CORRIDA
      * IGNORA EL AVANCE ANTERIOR. MISMO CRITERIO QUE CORTE.
      * EL CHECKPOINT GUARDA TAMBIEN LA FECHA DEL CICLO: UNA
      * REANUDACION DESPUES DE MEDIANOCHE SIGUE CERRANDO EL
      * MISMO GRUPO DE CICLO CON LAS MISMAS TASAS.
      *------------------------------------------------------
       77  FS-CHECKPT                    PIC  X(02) VALUE ' '.
           88 88-FS-CHECKPT-OK                      VALUE '00'.
           05 CKT-GRABADOS-CATEG         PIC  9(09).
           05 CKT-CANT-ACUMCOM           PIC  9(05).
           05 CKT-TABLA-ACUMCOM          PIC  X(4600).
           05 CKT-FECHA-CICLO            PIC  9(08).


       77  FS-TARJETAS                   PIC  X(02).
       77  WS-GRABADOS-ESTADOCTA         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-ESTADOCTA-ED      PIC  ZZZ.ZZZ.ZZ9.

       77  FS-ESTCTASPL                  PIC  X(02) VALUE ' '.
           88 88-FS-ESTCTASPL-OK                    VALUE '00'.

       77  FS-CATEGORIAS                 PIC  X(02) VALUE ' '.
           88 88-FS-CATEGORIAS-OK                   VALUE '00'.

           88 88-OPEN-SALCIERRE-SI                  VALUE 'S'.
           88 88-OPEN-SALCIERRE-NO                  VALUE 'N'.

       77  FS-SALABIERTO                 PIC  X(02) VALUE ' '.
           88 88-FS-SALABIERTO-OK                   VALUE '00'.

       77  WS-OPEN-SALABIERTO            PIC  X     VALUE 'N'.
           88 88-OPEN-SALABIERTO-SI                 VALUE 'S'.
           88 88-OPEN-SALABIERTO-NO                 VALUE 'N'.

       77  WS-LEIDOS-SALDOS              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-SALDOS-ED           PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-SALCIERRE         PIC  9(09) VALUE 0.
       77  WS-GRABADOS-SALCIERRE-ED      PIC  ZZZ.ZZZ.ZZ9.
       77  WS-GRABADOS-SALABIERTO        PIC  9(09) VALUE 0.

      *------------------------------------------------------
      * GRUPO DE CICLO DE LA CORRIDA: DIA DE CIERRE DE LA
      * FECHA DE PROCESO. LAS TARJETAS SIN CUENTA CIERRAN
      * CON EL CICLO GENERAL (MISMO DIA QUE ABMTARJ ASIGNA
      * AL ABRIR UNA CUENTA).
      *------------------------------------------------------
       77  WCN-DIA-CIERRE-DEF            PIC  9(02) VALUE 01.
       77  WS-DIA-CICLO                  PIC  9(02) VALUE 0.
       77  WS-ULTIMO-DIA-MES             PIC  9(02) VALUE 0.
       77  WS-DIA-CIERRE-TAR             PIC  9(02) VALUE 0.
       77  WS-TARJETA-CICLO              PIC  X(19) VALUE SPACES.
       77  WS-EN-CICLO                   PIC  X(01) VALUE 'N'.
           88 88-EN-CICLO                           VALUE 'S'.
           88 88-FUERA-DE-CICLO                     VALUE 'N'.
       77  WS-FUERA-CICLO                PIC  9(09) VALUE 0.
       77  WS-FUERA-CICLO-ED             PIC  ZZZ.ZZZ.ZZ9.
       77  WS-RESTO-BISIESTO             PIC  9(04) VALUE 0.
       77  WS-COCIENTE-BISIESTO          PIC  9(04) VALUE 0.

      *------------------------------------------------------
      * TABLA DE SALDOS POR TARJETA, CARGADA DESDE EL ARCHIVO
           88 88-FS-TASAS-NOEXISTE                  VALUE '35'.

       77  WCN-TOPE-TASAS                PIC  9(02) VALUE 10.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       77  WS-CANT-TASAS                 PIC  9(02) VALUE 0.
       01  WS-TABLA-TASAS.
           05 WS-TASA-TAB OCCURS 10 TIMES
       77  WS-INTERES-ED                 PIC -ZZZZZZZZ9,99.
       77  WS-PAGO-MINIMO-ED             PIC -ZZZZZZZZ9,99.

      *------------------------------------------------------
      * ADELANTOS EN EFECTIVO DE LA TARJETA EN CURSO: SE
      * GUARDAN EN LA RELECTURA DEL ESTADO DE CUENTA PARA
      * LIQUIDAR SU INTERES DESDE LA FECHA DE CADA UNO E
      * IMPRIMIRLOS EN SU SECCION (VER 4062-ADELANTOS).
      *------------------------------------------------------
       77  WCN-TOPE-ADELANTOS            PIC  9(03) VALUE 50.
       77  WS-CANT-ADELANTOS             PIC  9(03) VALUE 0.
       01  WS-TABLA-ADELANTOS.
           05 WS-ADELANTO-TAB OCCURS 50 TIMES
                              INDEXED BY IDX-ADELANTO.
              10 WAD-FECHA               PIC  9(08).
              10 WAD-FECHA-R REDEFINES WAD-FECHA.
                 15 WAD-AAAA             PIC  9(04).
                 15 WAD-MM               PIC  9(02).
                 15 WAD-DD               PIC  9(02).
              10 WAD-MONTO               PIC  9(04)V99.
              10 WAD-DIAS                PIC  9(04).
              10 WAD-INTERES             PIC  9(07)V99.

       77  WS-ACUM-ADELANTOS             PIC  9(09)V99 VALUE 0.
       77  WS-INTERES-ADEL-TAR           PIC  9(09)V99 VALUE 0.
       77  WS-CARGOS-ADEL-TAR            PIC  9(09)V99 VALUE 0.
       77  WS-COMPRAS-MES-TAR            PIC S9(09)V99 VALUE 0.
       77  WS-DIA-CIERRE-INT             PIC  9(08) VALUE 0.
       77  WS-DIA-ADELANTO-INT           PIC  9(08) VALUE 0.
       77  WS-ADEL-FECHA-ED              PIC  X(10) VALUE SPACES.
       77  WS-ADEL-MONTO-ED              PIC  ZZZZ9,99.
       77  WS-ADEL-DIAS-ED               PIC  ZZZ9.
       77  WS-ADEL-INTERES-ED            PIC  ZZZZZZ9,99.

      *------------------------------------------------------
      * DIMENSION DE COMERCIO: MAESTRO DE COMERCIOS EN TABLA
      * (PARA IMPRIMIR EL NOMBRE) Y ACUMULADOR DE GASTO DEL
       COPY WCOMERCIO.

      *------------------------------------------------------
      * VENCIMIENTO DEL PAGO DEL CICLO: WCN-DIAS-VTO-PAGO
      * DIAS CORRIDOS DESPUES DEL CIERRE DEL GRUPO, CORRIDO
      * AL PROXIMO DIA HABIL DEL CALENDARIO (VER UTLDIAHAB).
      * ASI CADA CICLO TIENE SU PROPIO VENCIMIENTO Y EL
      * RESUMEN NO EXIGE PAGAR UN DOMINGO NI UN FERIADO.
      *------------------------------------------------------
       COPY WUTLDIAHAB.

       77  WCN-DIAS-VTO-PAGO             PIC  9(02) VALUE 10.
       01  WS-FECHA-CICLO                PIC  9(08) VALUE 0.
       01  WS-FECHA-CICLO-R REDEFINES WS-FECHA-CICLO.
           03 WS-FCI-AAAA                PIC  9(04).
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE SALCIERRE (UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL).
      * 3000-FINALIZO TAMBIEN SE USA EN LOS CORTES POR ERROR,
      *------------------------------------------------------
       COPY WSPOOLCAT.

      *------------------------------------------------------
      * ENMASCARADO DE NUMEROS DE TARJETA EN LAS SALIDAS
      * LEGIBLES (VER UTLMASK)
      *------------------------------------------------------
       COPY WUTLMASK.

      *------------------------------------------------------
      * AVISO 'ESTC' POR CLIENTE EN LA COLA CENTRAL DE
      * COMUNICACIONES (VER PGMDESPACHO): EL RESUMEN QUEDO EN
              10 WAC-CTA-ID              PIC  9(06).
              10 WAC-TARJETA-TITULAR     PIC  X(19).
              10 WAC-NRO-CLI-TITULAR     PIC  9(03).
              10 WAC-DIA-CIERRE          PIC  9(02).

       77  WCN-TOPE-CTAV                 PIC  9(04) VALUE 500.
       77  WS-CANT-CTAV                  PIC  9(04) VALUE 0.
              10 WFE-NRO-TARJETA         PIC  X(19).
              10 WFE-DESCRIPCION         PIC  X(20).
              10 WFE-IMPORTE             PIC  9(07)V99.
              10 WFE-ORIGEN              PIC  X(01).

       77  WS-CARGOS-SERV-TAR            PIC  9(09)V99 VALUE 0.
       77  WS-CARGO-SERV-ED              PIC  ZZ.ZZZ.ZZ9,99.
           PERFORM 2000-PROCESO
                UNTIL 88-FS-TARJETAS-EOF.

           MOVE WS-FUERA-CICLO TO WS-FUERA-CICLO-ED.
           DISPLAY 'TARJETAS DE OTROS CICLOS SALTEADAS: '
                   WS-FUERA-CICLO-ED.

      *    LA PASADA PRINCIPAL TERMINO: SE MARCA LA FASE DE ESTADO
      *    DE CUENTA EN EL CHECKPOINT. UNA CAIDA EN ESTA FASE
      *    REHACE SOLO EL ESTADO DE CUENTA, NO LAS 12.000 TARJETAS.
           MOVE 0 TO ACUM
           PERFORM 1005-RESUELVO-ARCHIVOS
           PERFORM 1050-VERIFICO-CHECKPOINT
           PERFORM 1094-DETERMINO-CICLO
           PERFORM 1090-CARGO-CUENTAS THRU FIN-1090
           PERFORM 1010-ABRO-ARCHIVOS
           PERFORM 1030-CARGO-SALDOS
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ESTADOCTA

           MOVE 'ESTCTASPL'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ESTCTASPL

           MOVE 'CATEGORIAS'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CATEGORIAS
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SALCIERRE

           MOVE 'SALABIERTO'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SALABIERTO

           MOVE 'TASAS'        TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TASAS
                            TO WAC-TARJETA-TITULAR (WS-CANT-CTA)
                          MOVE 0
                            TO WAC-NRO-CLI-TITULAR (WS-CANT-CTA)
                          MOVE CTA-DIA-CIERRE
                            TO WAC-DIA-CIERRE (WS-CANT-CTA)
                       END-IF
                       PERFORM 1091-LEO-CUENTA
                    END-PERFORM
           EXIT.

      *------------------------------------------------------------
      * GRUPO DE CICLO DE LA CORRIDA: EL DIA DE LA FECHA DE
      * PROCESO. UNA CORRIDA QUE REANUDA DESDE EL CHECKPOINT TOMA
      * LA FECHA DEL CICLO GUARDADA EN EL (1050), NO LA DEL DIA,
      * ASI NO CAMBIA DE GRUPO SI SE REANUDA DESPUES DE
      * MEDIANOCHE. SE CALCULA TAMBIEN EL ULTIMO DIA DEL MES PARA
      * QUE LOS CICLOS 29/30/31 CIERREN EN LOS MESES MAS CORTOS.
      *------------------------------------------------------------
       1094-DETERMINO-CICLO.
      *---------------------

           IF NOT 88-CHECKPT-EXISTE
              OR WS-FECHA-CICLO = 0
              ACCEPT WS-FECHA-CICLO FROM DATE YYYYMMDD
           END-IF.

           MOVE WS-FCI-DD               TO WS-DIA-CICLO.

           MOVE WS-FCI-AAAA             TO WS-VTB-AAAA.
           MOVE WS-FCI-MM               TO WS-VTB-MM.
           PERFORM 1097-DIAS-DEL-MES.

           DISPLAY 'CIERRE DEL GRUPO DE CICLO DIA: ' WS-DIA-CICLO.

       FIN-1094.
           EXIT.

      *------------------------------------------------------------
      * DECIDE SI LA TARJETA WS-TARJETA-CICLO CIERRA EN ESTA
      * CORRIDA: EL DIA DE CIERRE ES EL DE SU CUENTA (POR EL
      * VINCULO O POR SER EL PLASTICO TITULAR) O EL GENERAL.
      *------------------------------------------------------------
       1096-TARJETA-EN-CICLO.
      *----------------------

           MOVE WCN-DIA-CIERRE-DEF      TO WS-DIA-CIERRE-TAR.

           PERFORM VARYING IDX-CTA FROM 1 BY 1
                     UNTIL IDX-CTA > WS-CANT-CTA
              IF WAC-TARJETA-TITULAR (IDX-CTA) = WS-TARJETA-CICLO
                 MOVE WAC-DIA-CIERRE (IDX-CTA) TO WS-DIA-CIERRE-TAR
              END-IF
           END-PERFORM.

           PERFORM VARYING IDX-CTAV FROM 1 BY 1
                     UNTIL IDX-CTAV > WS-CANT-CTAV
              IF WAV-NRO-TARJETA (IDX-CTAV) = WS-TARJETA-CICLO
                 AND WAV-CTA-POS (IDX-CTAV) > 0
                 MOVE WAC-DIA-CIERRE (WAV-CTA-POS (IDX-CTAV))
                                          TO WS-DIA-CIERRE-TAR
              END-IF
           END-PERFORM.

      *    UNA CUENTA SIN DIA DE CIERRE CARGADO VA AL CICLO GENERAL.
           IF WS-DIA-CIERRE-TAR = 0
              MOVE WCN-DIA-CIERRE-DEF   TO WS-DIA-CIERRE-TAR
           END-IF.

           SET 88-FUERA-DE-CICLO        TO TRUE.

           IF WS-DIA-CIERRE-TAR = WS-DIA-CICLO
              SET 88-EN-CICLO           TO TRUE
           END-IF.

           IF WS-DIA-CICLO = WS-ULTIMO-DIA-MES
              AND WS-DIA-CIERRE-TAR > WS-DIA-CICLO
              SET 88-EN-CICLO           TO TRUE
           END-IF.

       FIN-1096.
           EXIT.

      *------------------------------------------------------------
      * ULTIMO DIA DEL MES WS-VTB-MM / WS-VTB-AAAA (FEBRERO
      * SEGUN ANIO BISIESTO).
      *------------------------------------------------------------
       1097-DIAS-DEL-MES.
      *------------------

           EVALUATE WS-VTB-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                    MOVE 30             TO WS-ULTIMO-DIA-MES
               WHEN 02
                    MOVE 28             TO WS-ULTIMO-DIA-MES
                    DIVIDE WS-VTB-AAAA BY 4
                           GIVING WS-COCIENTE-BISIESTO
                           REMAINDER WS-RESTO-BISIESTO
                    IF WS-RESTO-BISIESTO = 0
                       MOVE 29          TO WS-ULTIMO-DIA-MES
                       DIVIDE WS-VTB-AAAA BY 100
                              GIVING WS-COCIENTE-BISIESTO
                              REMAINDER WS-RESTO-BISIESTO
                       IF WS-RESTO-BISIESTO = 0
                          MOVE 28       TO WS-ULTIMO-DIA-MES
                          DIVIDE WS-VTB-AAAA BY 400
                                 GIVING WS-COCIENTE-BISIESTO
                                 REMAINDER WS-RESTO-BISIESTO
                          IF WS-RESTO-BISIESTO = 0
                             MOVE 29    TO WS-ULTIMO-DIA-MES
                          END-IF
                       END-IF
                    END-IF
               WHEN OTHER
                    MOVE 31             TO WS-ULTIMO-DIA-MES
           END-EVALUATE.

       FIN-1097.
           EXIT.

      *------------------------------------------------------------
      * VENCIMIENTO DEL PAGO DEL CICLO: WCN-DIAS-VTO-PAGO DIAS
      * DESPUES DEL CIERRE DEL GRUPO, CORRIDO AL PROXIMO DIA HABIL.
      *------------------------------------------------------------
       1095-CALCULO-VTO-PAGO.
      *----------------------

           MOVE WS-FECHA-CICLO          TO WS-VTO-BASE.
           ADD WCN-DIAS-VTO-PAGO        TO WS-VTB-DD.

           PERFORM 1097-DIAS-DEL-MES.

           IF WS-VTB-DD > WS-ULTIMO-DIA-MES
              SUBTRACT WS-ULTIMO-DIA-MES FROM WS-VTB-DD
              IF WS-VTB-MM = 12
                 ADD 1                  TO WS-VTB-AAAA
                 MOVE 01                TO WS-VTB-MM
              ELSE
                 ADD 1                  TO WS-VTB-MM
              END-IF
           END-IF.

           INITIALIZE WUTLDIAHAB.
           MOVE WS-VTO-BASE             TO WUTLDIAHAB-FECHA.

      *    SE RESTAURA EL ULTIMO DIA DEL MES DE PROCESO, QUE ES EL
      *    QUE USA 1096-TARJETA-EN-CICLO.
           MOVE WS-FCI-AAAA             TO WS-VTB-AAAA.
           MOVE WS-FCI-MM               TO WS-VTB-MM.
           PERFORM 1097-DIAS-DEL-MES.

           CALL 'UTLDIAHAB' USING WUTLDIAHAB.

           IF 88-WUTLDIAHAB-OK
              MOVE WUTLDIAHAB-PROXIMO-HABIL TO WS-FECHA-VTO-PAGO
           ELSE
              MOVE WUTLDIAHAB-FECHA     TO WS-FECHA-VTO-PAGO
           END-IF.

       FIN-1095.
                    DISPLAY 'FILE STATUS' FS-ESTADOCTA
           END-EVALUATE.

           OPEN OUTPUT ESTCTASPL.

           EVALUATE FS-ESTCTASPL
               WHEN '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ESTCTASPL'
                    DISPLAY 'FILE STATUS' FS-ESTCTASPL
           END-EVALUATE.

           IF 88-CHECKPT-EXISTE
              OPEN EXTEND CATEGORIAS
           ELSE
           EVALUATE FS-SALCIERRE
               WHEN '00'
                    SET 88-OPEN-SALCIERRE-SI    TO TRUE
                    PERFORM 1011-HEADER-SALCIERRE

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALCIERRE'
                    DISPLAY 'FILE STATUS' FS-SALCIERRE
           END-EVALUATE.

           OPEN OUTPUT SALABIERTO.

           EVALUATE FS-SALABIERTO
               WHEN '00'
                    SET 88-OPEN-SALABIERTO-SI   TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALABIERTO'
                    DISPLAY 'FILE STATUS' FS-SALABIERTO
           END-EVALUATE.
       FIN-1010.
           EXIT.

       1011-HEADER-SALCIERRE.
      *----------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-HEADER TO TRUE.
           MOVE 'SALCIERRE'        TO UTLCTLARC-ARCHIVO.
           MOVE 'GENTARJETAS'      TO UTLCTLARC-PROGRAMA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           WRITE REG-SALCIERRE-FD FROM UTLCTLARC-REGISTRO.

           IF NOT 88-FS-SALCIERRE-OK
              DISPLAY 'ERROR EN WRITE HEADER SALCIERRE FS: '
                                                       FS-SALCIERRE
              PERFORM 3000-FINALIZO
           END-IF.
       FIN-1011.
           EXIT.

      *------------------------------------------------------------
      * CARGA EN TABLA EL ARCHIVO DE SALDOS POSTEADO POR PGMPAGOS
      * (SALDO ANTERIOR Y PAGOS DEL MES POR TARJETA). SI EL ARCHIVO
              MOVE 'N'                TO WST-PROCESADA
                                                      (WS-CANT-SALDOS)
           ELSE
              MOVE SAL-NRO-TARJETA    TO UTLMASK-TARJETA
              PERFORM 4600-ENMASCARO-TARJETA
              DISPLAY 'TABLA DE SALDOS COMPLETA - TARJETA: '
                                                 UTLMASK-TARJETA-MASC
              PERFORM 3000-FINALIZO
           END-IF.
       FIN-1032.
               WHEN 88-FS-TASAS-OK
                    PERFORM 1041-LEO-TASAS
                    PERFORM UNTIL 88-FS-TASAS-EOF
                       PERFORM 1042-TABLA-TASAS THRU FIN-1042
                       PERFORM 1041-LEO-TASAS
                    END-PERFORM
                    CLOSE TASAS
       1042-TABLA-TASAS.
      *-----------------

      *    EL ARCHIVO TRAE TODAS LAS VERSIONES DE CADA TASA: SOLO
      *    SE CARGA LA VIGENTE A LA FECHA DEL CICLO, ASI UN CAMBIO
      *    DE TASA RIGE DESDE EL CICLO QUE CIERRA EN SU FECHA DE
      *    VIGENCIA (Y UNA REANUDACION USA LA DEL CICLO ORIGINAL).
           IF TAS-VIG-DESDE NOT NUMERIC
              MOVE 0                    TO TAS-VIG-DESDE
           END-IF.
           IF TAS-VIG-HASTA NOT NUMERIC OR TAS-VIG-HASTA = 0
              MOVE WCN-HASTA-ABIERTA    TO TAS-VIG-HASTA
           END-IF.
           IF TAS-VIG-DESDE > WS-FECHA-CICLO
           OR TAS-VIG-HASTA < WS-FECHA-CICLO
              GO TO FIN-1042
           END-IF.

           IF WS-CANT-TASAS < WCN-TOPE-TASAS
              ADD 1 TO WS-CANT-TASAS
              MOVE TAS-TIPO-TARJETA   TO WTT-TIPO-TARJETA
                            TO WFE-DESCRIPCION (WS-CANT-FEES)
                          MOVE FEE-IMPORTE
                            TO WFE-IMPORTE (WS-CANT-FEES)
                          MOVE FEE-ORIGEN
                            TO WFE-ORIGEN (WS-CANT-FEES)
                       END-IF
                       PERFORM 1076-LEO-FEECICLO
                    END-PERFORM
           PERFORM 2110-GRABADO-LISTADO.
           PERFORM 2120-VERIFICO-LIMITE.
           PERFORM 2130-REPORTE-CATEGORIAS.
           PERFORM 1222-LEO-TARJETA-CICLO THRU FIN-1222.

       FIN-2000.
           EXIT.
              PERFORM 1120-REPOSICIONO-TARJETAS
           END-IF.

           PERFORM 1222-LEO-TARJETA-CICLO THRU FIN-1222.

           IF 88-FS-TARJETAS-EOF
              DISPLAY ' '
              DISPLAY 'SIN TARJETAS DEL CICLO EN EL MAESTRO'
           END-IF.
       FIN-1015.
           EXIT.
                            TO WS-CANT-ACUMCOM
                          MOVE CKT-TABLA-ACUMCOM
                            TO WS-TABLA-ACUMCOM
                          IF CKT-FECHA-CICLO NUMERIC
                             MOVE CKT-FECHA-CICLO
                               TO WS-FECHA-CICLO
                          END-IF
                          DISPLAY 'CHECKPOINT ENCONTRADO - '
                                  'REANUDANDO FASE ' CKT-FASE
                          DISPLAY 'TARJETAS YA PROCESADAS: '
           MOVE WS-GRABADOS-CATEGORIAS  TO CKT-GRABADOS-CATEG.
           MOVE WS-CANT-ACUMCOM         TO CKT-CANT-ACUMCOM.
           MOVE WS-TABLA-ACUMCOM        TO CKT-TABLA-ACUMCOM.
           MOVE WS-FECHA-CICLO          TO CKT-FECHA-CICLO.

           OPEN OUTPUT CHECKPT.

           MOVE 0                     TO WS-ACUM-CAT-COMBUSTIBLE.
           MOVE 0                     TO WS-ACUM-CAT-SERVICIOS.
           MOVE 0                     TO WS-ACUM-CAT-OTRO.
           MOVE 0                     TO WS-ACUM-ADELANTOS.
           MOVE 0                     TO WS-CANT-ADELANTOS.
           SET 88-HUBO-GASTOS-NO      TO TRUE.

           START GASTOS

                 PERFORM 2106-GASTO-MONEDA-EXT THRU FIN-2106

                 PERFORM 2107-ADELANTO-EFECTIVO THRU FIN-2107

                 READ GASTOS NEXT RECORD INTO REG-GASTOS

                 EVALUATE TRUE
       FIN-2106.
           EXIT.

      *------------------------------------------------------------
      * ADELANTO EN EFECTIVO: SE ACUMULA APARTE DE LAS COMPRAS Y,
      * EN LA FASE DE ESTADO DE CUENTA, SE GUARDA CON SU FECHA
      * PARA LIQUIDAR EL INTERES Y ARMAR SU SECCION.
      *------------------------------------------------------------
       2107-ADELANTO-EFECTIVO.
      *-----------------------

           IF NOT 88-GTO-CAT-ADELANTO
              GO TO FIN-2107
           END-IF.

           ADD GTO-MONTO TO WS-ACUM-ADELANTOS.

           IF WS-EN-ESTADO-CUENTA NOT = 'S'
              GO TO FIN-2107
           END-IF.

           IF WS-CANT-ADELANTOS < WCN-TOPE-ADELANTOS
              ADD 1 TO WS-CANT-ADELANTOS
              MOVE FEC-AAAA IN GTO-FECHA
                TO WAD-AAAA   (WS-CANT-ADELANTOS)
              MOVE FEC-MM   IN GTO-FECHA
                TO WAD-MM     (WS-CANT-ADELANTOS)
              MOVE FEC-DD   IN GTO-FECHA
                TO WAD-DD     (WS-CANT-ADELANTOS)
              MOVE GTO-MONTO TO WAD-MONTO   (WS-CANT-ADELANTOS)
              MOVE 0         TO WAD-DIAS    (WS-CANT-ADELANTOS)
              MOVE 0         TO WAD-INTERES (WS-CANT-ADELANTOS)
           ELSE
              MOVE TAR-NRO-TARJETA TO UTLMASK-TARJETA
              PERFORM 4600-ENMASCARO-TARJETA
              DISPLAY 'TABLA DE ADELANTOS COMPLETA - TARJETA: '
                      UTLMASK-TARJETA-MASC
           END-IF.

       FIN-2107.
           EXIT.

       1221-READ-TARJETAS.
      *------------------------
           INITIALIZE REG-MAESTRO-TARJETAS.
       FIN-1221.
           EXIT.

      *------------------------------------------------------------
      * LECTURA DE LA PASADA PRINCIPAL: SOLO DEVUELVE TARJETAS DEL
      * GRUPO DE CICLO DE LA CORRIDA. LAS SALTEADAS SE CUENTAN
      * COMO LEIDAS PARA QUE EL CHECKPOINT REPOSICIONE IGUAL.
      *------------------------------------------------------------
       1222-LEO-TARJETA-CICLO.
      *-----------------------

           PERFORM 1221-READ-TARJETAS.

           PERFORM UNTIL 88-FS-TARJETAS-EOF
              MOVE TAR-NRO-TARJETA        TO WS-TARJETA-CICLO
              PERFORM 1096-TARJETA-EN-CICLO
              IF 88-EN-CICLO
                 GO TO FIN-1222
              END-IF
              ADD 1                       TO WS-FUERA-CICLO
              PERFORM 1221-READ-TARJETAS
           END-PERFORM.
       FIN-1222.
           EXIT.


       2110-GRABADO-LISTADO.
      *---------------------
              PERFORM 3400-PRINT-DATA-NO-ENCONTRADO
           END-IF.

           MOVE TAR-NRO-TARJETA     TO UTLMASK-TARJETA.
           PERFORM 4600-ENMASCARO-TARJETA.

           MOVE SPACES              TO REG-LISTADO-FD.
           MOVE UTLMASK-TARJETA-MASC
                                    TO REG-LISTADO-FD (01:19).
           MOVE WS-ACUM-GASTOS-ED   TO REG-LISTADO-FD (25:12).

           WRITE REG-LISTADO-FD.
              COMPUTE WS-EXCESO-LIMITE = WS-ACUM-GASTOS - TAR-LIMITE
              MOVE WS-EXCESO-LIMITE    TO WS-EXCESO-LIMITE-ED

              MOVE TAR-NRO-TARJETA     TO UTLMASK-TARJETA
              PERFORM 4600-ENMASCARO-TARJETA

              MOVE SPACES              TO REG-ALERTAS-FD
              MOVE UTLMASK-TARJETA-MASC
                                       TO REG-ALERTAS-FD (01:19)
              MOVE TAR-NRO-CLI         TO REG-ALERTAS-FD (25:03)
              MOVE WS-ACUM-GASTOS-ED   TO REG-ALERTAS-FD (32:12)
              MOVE WS-EXCESO-LIMITE-ED TO REG-ALERTAS-FD (48:12)

              DISPLAY ':::::::::::::::::::::::::::::::::::::::::::'
              DISPLAY ' ALERTA LIMITE EXCEDIDO TARJETA: '
                                                    UTLMASK-TARJETA-MASC
              DISPLAY ' CLIENTE                       : ' TAR-NRO-CLI
              DISPLAY ' MONTO SOBRE EL LIMITE         : '
                                                    WS-EXCESO-LIMITE-ED
           MOVE WS-PRESUP-CAT     TO WS-PRESUP-CATEGORIA-ED.
           MOVE SPACES            TO WS-EXCEDIDO-CATEGORIA.

           MOVE TAR-NRO-TARJETA   TO UTLMASK-TARJETA.
           PERFORM 4600-ENMASCARO-TARJETA.

           IF WS-MONTO-CAT > WS-PRESUP-CAT
              MOVE 'EXCEDIDO'     TO WS-EXCEDIDO-CATEGORIA

              DISPLAY ':::::::::::::::::::::::::::::::::::::::::::'
              DISPLAY ' PRESUPUESTO EXCEDIDO TARJETA: '
                                                    UTLMASK-TARJETA-MASC
              DISPLAY ' RUBRO                       : '
                                                    WS-DESC-CATEGORIA
              DISPLAY ' GASTO DEL MES               : '
           END-IF.

           MOVE SPACES                   TO REG-CATEGORIAS-FD.
           MOVE UTLMASK-TARJETA-MASC     TO REG-CATEGORIAS-FD (01:19).
           MOVE WS-DESC-CATEGORIA        TO REG-CATEGORIAS-FD (21:15).
           MOVE WS-ACUM-CATEGORIA-ED     TO REG-CATEGORIAS-FD (37:11).
           MOVE WS-PRESUP-CATEGORIA-ED   TO REG-CATEGORIAS-FD (49:11).

      *    EL ESTADO DE CUENTA DEL CICLO QUEDA RETENIDO EN EL
      *    SPOOL: LA REIMPRESION DE UN RESUMEN YA NO OBLIGA A
      *    RECORRER EL CIERRE COMPLETO. SE RETIENE LA COPIA CON LOS
      *    NUMEROS COMPLETOS (ESTCTASPL); PGMSPOOL LA REIMPRIME
      *    ENMASCARADA SALVO PEDIDO DE NIVEL 3.
           IF WS-FIN-NORMAL = 'S'
              PERFORM 3160-REGISTRO-SPOOL
              PERFORM 3150-BORRO-CHECKPOINT
           INITIALIZE WSPOOLCAT.
           MOVE 'ESTADOCTA'             TO SPC-REPORTE.
           MOVE 'GENTARJETAS'           TO SPC-PROGRAMA.
           MOVE WS-ARCH-ESTCTASPL       TO SPC-PATH.
           MOVE 60                      TO SPC-RETENCION-DIAS.

           CALL 'SPOOLCAT' USING WSPOOLCAT.
                       DISPLAY 'ERROR CLOSE URL FS: ' FS-ESTADOCTA
              END-EVALUATE.

              CLOSE ESTCTASPL
              EVALUATE TRUE
                  WHEN 88-FS-ESTCTASPL-OK
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR CLOSE URL FS: ' FS-ESTCTASPL
              END-EVALUATE.

              CLOSE CATEGORIAS
              EVALUATE TRUE
                  WHEN 88-FS-CATEGORIAS-OK

              IF 88-OPEN-SALCIERRE-SI
                 SET 88-OPEN-SALCIERRE-NO TO TRUE
                 IF WS-FIN-NORMAL = 'S'
                    SET 88-UTLCTLARC-TRAILER TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
                    WRITE REG-SALCIERRE-FD FROM UTLCTLARC-REGISTRO
                    IF NOT 88-FS-SALCIERRE-OK
                       DISPLAY 'ERROR EN WRITE TRAILER SALCIERRE FS: '
                                                        FS-SALCIERRE
                    END-IF
                 END-IF
                 CLOSE SALCIERRE
                 EVALUATE TRUE
                     WHEN 88-FS-SALCIERRE-OK
                                                        FS-SALCIERRE
                 END-EVALUATE
              END-IF.

              IF 88-OPEN-SALABIERTO-SI
                 SET 88-OPEN-SALABIERTO-NO TO TRUE
                 CLOSE SALABIERTO
                 EVALUATE TRUE
                     WHEN 88-FS-SALABIERTO-OK
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR CLOSE SALABIERTO FS: '
                                                        FS-SALABIERTO
                 END-EVALUATE
              END-IF.
       FIN-3100.
           EXIT.
      *------------------------------------------------------------
           EXIT.

       3300-PRINT-DATA-ENCONTRADO.
           MOVE TAR-NRO-TARJETA TO UTLMASK-TARJETA.
           PERFORM 4600-ENMASCARO-TARJETA.
           DISPLAY ':::::::::::::::::::::::::::::::::::::::::::::::::::'
                   ':::::::::::'.
           DISPLAY ' TAR-NRO-TARJETA      : ' UTLMASK-TARJETA-MASC.
           DISPLAY ' CANT. GASTOS DEL MES : ' WS-CANT-GASTOS-TARJETA.
           DISPLAY ' MONTO GASTADO DEL MES: ' WS-ACUM-GASTOS-ED.

           EXIT.

       3400-PRINT-DATA-NO-ENCONTRADO.
           MOVE TAR-NRO-TARJETA TO UTLMASK-TARJETA.
           PERFORM 4600-ENMASCARO-TARJETA.
           DISPLAY ':::::::::::::::::::::::::::::::::::::::::::::::::::'
                   ':::::::::::'.
           DISPLAY 'NUMERO TARJETA      : ' UTLMASK-TARJETA-MASC.
           DISPLAY ' SIN GASTOS EN EL MES'.
       FIN-3400.
           EXIT.

      *------------------------------------------------------------
      * LAS ENTRADAS DE LA TABLA DE SALDOS QUE NO SE CRUZARON CON
      * NINGUNA TARJETA DEL RESUMEN:
      *  - TARJETA DE OTRO GRUPO DE CICLO: EL CICLO SIGUE ABIERTO,
      *    SE ARRASTRA A SALABIERTO CON SU SALDO ANTERIOR Y LOS
      *    PAGOS YA POSTEADOS, SIN CARGOS (CIERRE = ANTERIOR).
      *  - TARJETA DEL CICLO QUE NO ESTA EN EL MAESTRO (DADA DE
      *    BAJA O AUN NO CARGADA): SE ARRASTRA IGUAL A SALCIERRE
      *    PARA NO PERDER EL SALDO NI LOS PAGOS POSTEADOS.
      *------------------------------------------------------------
       4090-SALDOS-SIN-TARJETA.
      *------------------------
                 MOVE WST-PAGOS-MES (IDX-SALDO)
                                            TO SAL-PAGOS-MES
                 MOVE 0                     TO SAL-CARGOS-MES
                 MOVE SAL-NRO-TARJETA       TO WS-TARJETA-CICLO
                 PERFORM 1096-TARJETA-EN-CICLO
                 IF 88-EN-CICLO
                    PERFORM 4091-ARRASTRO-A-SALCIERRE
                 ELSE
                    PERFORM 4092-ARRASTRO-A-SALABIERTO
                 END-IF
              END-IF
           END-PERFORM.
       FIN-4090.
           EXIT.

       4091-ARRASTRO-A-SALCIERRE.
      *--------------------------

           COMPUTE SAL-SALDO-CIERRE =
                   SAL-SALDO-ANTERIOR - SAL-PAGOS-MES.

           WRITE REG-SALCIERRE-FD FROM REG-SALTAR.

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-GRABADOS-SALCIERRE
                    MOVE REG-SALTAR TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SALCIERRE FS: '
                                                       FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.
       FIN-4091.
           EXIT.

       4092-ARRASTRO-A-SALABIERTO.
      *---------------------------

           MOVE SAL-SALDO-ANTERIOR          TO SAL-SALDO-CIERRE.

           WRITE REG-SALABIERTO-FD FROM REG-SALTAR.

           EVALUATE TRUE
               WHEN 88-FS-SALABIERTO-OK
                    ADD 1 TO WS-GRABADOS-SALABIERTO
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SALABIERTO FS: '
                                                       FS-SALABIERTO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.
       FIN-4092.
           EXIT.

      *------------------------------------------------------------
      * ENCOLA LOS AVISOS 'ESTC' JUNTADOS EN LA FASE DE ESTADO DE
      * CUENTA. LA COLA ES COMPARTIDA CON LOS DEMAS PRODUCTORES:
      *        UNA TARJETA VINCULADA A UNA CUENTA SE AGRUPA BAJO
      *        EL CLIENTE DEL PLASTICO TITULAR: UN SOLO ESTADO DE
      *        CUENTA POR CUENTA CON EL DETALLE POR TARJETA.
      *        SOLO ENTRAN AL RESUMEN LAS TARJETAS DEL CICLO.
               MOVE TAR-NRO-TARJETA          TO WS-TARJETA-CICLO
               PERFORM 1096-TARJETA-EN-CICLO
               IF 88-EN-CICLO
                  PERFORM 4015-CLAVE-GRUPO
                  MOVE WS-CLI-CTA            TO WORK-CLI-KEY
                  MOVE TAR-NRO-TARJETA       TO WORK-TARJETA-KEY
                  MOVE REG-MAESTRO-TARJETAS  TO WORK-REG-TARJETAS
                  RELEASE REG-WORK-TARJETAS
               END-IF

               INITIALIZE REG-MAESTRO-TARJETAS
               READ TARJETAS INTO REG-MAESTRO-TARJETAS
           MOVE WS-CANT-TARJETAS-CLIENTE-ED TO REG-ESTADOCTA-FD (38:05).
           MOVE WS-ACUM-CLIENTE-ED          TO REG-ESTADOCTA-FD (45:14).

           PERFORM 4070-WRITE-ESTADOCTA.

           MOVE 0                           TO WS-ACUM-CLIENTE.
           MOVE 0                           TO WS-CANT-TARJETAS-CLIENTE.
           MOVE 'ESTADO DE CUENTA CLIENTE ' TO REG-ESTADOCTA-FD (01:25).
           MOVE WS-CLI-ED                   TO REG-ESTADOCTA-FD (26:03).

           PERFORM 4070-WRITE-ESTADOCTA.
       FIN-4040.
           EXIT.

           MOVE TAR-NRO-TARJETA             TO REG-ESTADOCTA-FD (11:19).
           MOVE WS-ACUM-GASTOS-ED           TO REG-ESTADOCTA-FD (32:12).

           PERFORM 4070-WRITE-ESTADOCTA.

           PERFORM 4060-SALDOS-TARJETA.
       FIN-4050.

           PERFORM 4067-BUSCO-CARGOS-SERVICIO.

           PERFORM 4063-INTERES-ADELANTOS.

      *    EL INTERES DEL PLAN DE PAGOS DEVENGADO POR PGMPLANPAG Y
      *    LOS CARGOS DE SERVICIO LIQUIDADOS POR PGMCARGOS SE
      *    FACTURAN COMO CARGOS DEL CICLO JUNTO CON EL REVOLVING.
                                       - WS-PAGOS-MES-TAR
                                       + WS-ACUM-GASTOS
                                       + WS-INTERES-TAR
                                       + WS-INTERES-ADEL-TAR
                                       + WS-INTERES-PLAN-TAR
                                       + WS-CARGOS-SERV-TAR.

           IF WS-SALDO-CIERRE-TAR > 0
              COMPUTE WS-PAGO-MINIMO-TAR ROUNDED =
                      WS-INTERES-TAR
                    + WS-INTERES-ADEL-TAR
                    + (WS-SALDO-CIERRE-TAR * WS-PCT-PAGO-MIN-TAR
                       / 100)
           ELSE
           MOVE WS-SALDO-ANTERIOR-TAR       TO WS-SALDO-ANTERIOR-ED.
           MOVE WS-PAGOS-MES-TAR            TO WS-PAGOS-MES-ED.
           MOVE WS-SALDO-CIERRE-TAR         TO WS-SALDO-CIERRE-ED.
      *    LOS ADELANTOS EN EFECTIVO VAN EN SU SECCION: LOS
      *    CARGOS DEL MES QUE SE INFORMAN SON LAS COMPRAS.
           COMPUTE WS-COMPRAS-MES-TAR = WS-ACUM-GASTOS
                                      - WS-ACUM-ADELANTOS.
           MOVE WS-COMPRAS-MES-TAR          TO WS-ACUM-GASTOS-ED.

           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE '    SALDO ANTERIOR :'      TO REG-ESTADOCTA-FD (01:21).
              PERFORM 4070-WRITE-ESTADOCTA
           END-IF.

           PERFORM 4062-ADELANTOS THRU FIN-4062.

           MOVE WS-INTERES-TAR              TO WS-INTERES-ED.
           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE '    INTERES FINANC.:'      TO REG-ESTADOCTA-FD (01:21).
      * QUE CERRO PGMPUNTOS. SI LA TARJETA NO TIENE CUENTA DE
      * PUNTOS NO SE IMPRIME NADA.
      *------------------------------------------------------------
      *------------------------------------------------------------
      * INTERES DE LOS ADELANTOS EN EFECTIVO: CORRE DESDE LA FECHA
      * DE CADA ADELANTO HASTA EL CIERRE DEL CICLO, A LA TASA
      * MENSUAL DEL TIPO DE LA TARJETA PRORRATEADA POR DIA (MES
      * COMERCIAL DE 30). SIN TASA CARGADA NO SE LIQUIDA (4065 YA
      * LO AVISA CUANDO HAY SALDO FINANCIADO).
      *------------------------------------------------------------
       4063-INTERES-ADELANTOS.
      *-----------------------

           MOVE 0 TO WS-INTERES-ADEL-TAR.
           MOVE 0 TO WS-CARGOS-ADEL-TAR.

           PERFORM VARYING IDX-FEE FROM 1 BY 1
                     UNTIL IDX-FEE > WS-CANT-FEES
              IF WFE-NRO-TARJETA (IDX-FEE) = TAR-NRO-TARJETA
                 AND WFE-ORIGEN (IDX-FEE) = 'E'
                 ADD WFE-IMPORTE (IDX-FEE) TO WS-CARGOS-ADEL-TAR
              END-IF
           END-PERFORM.

           COMPUTE WS-DIA-CIERRE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CICLO).

           PERFORM VARYING IDX-ADELANTO FROM 1 BY 1
                     UNTIL IDX-ADELANTO > WS-CANT-ADELANTOS
              PERFORM 4064-INTERES-UN-ADELANTO
           END-PERFORM.
       FIN-4063.
           EXIT.

       4064-INTERES-UN-ADELANTO.
      *-------------------------

           MOVE 0 TO WAD-DIAS    (IDX-ADELANTO).
           MOVE 0 TO WAD-INTERES (IDX-ADELANTO).

           IF WAD-FECHA (IDX-ADELANTO) > 0
              AND WAD-FECHA (IDX-ADELANTO) < WS-FECHA-CICLO
              COMPUTE WS-DIA-ADELANTO-INT =
                   FUNCTION INTEGER-OF-DATE (WAD-FECHA (IDX-ADELANTO))
              COMPUTE WAD-DIAS (IDX-ADELANTO) =
                      WS-DIA-CIERRE-INT - WS-DIA-ADELANTO-INT
           END-IF.

           IF WS-HAY-TASA-TAR = 'S'
              COMPUTE WAD-INTERES (IDX-ADELANTO) ROUNDED =
                      WAD-MONTO (IDX-ADELANTO) * WS-TASA-TAR
                    * WAD-DIAS (IDX-ADELANTO) / 3000
              ADD WAD-INTERES (IDX-ADELANTO) TO WS-INTERES-ADEL-TAR
           END-IF.
       FIN-4064.
           EXIT.

      *------------------------------------------------------------
      * SECCION DE ADELANTOS EN EFECTIVO DE LA TARJETA EN CURSO: UN
      * RENGLON POR ADELANTO (FECHA, IMPORTE, DIAS E INTERES), LOS
      * CARGOS POR OPERACION Y LOS TOTALES. SIN ADELANTOS NI CARGOS
      * NO SE IMPRIME NADA.
      *------------------------------------------------------------
       4062-ADELANTOS.
      *---------------

           IF WS-ACUM-ADELANTOS = 0
              AND WS-CARGOS-ADEL-TAR = 0
              GO TO FIN-4062
           END-IF.

           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE '    ADELANTOS EN EFECTIVO' TO REG-ESTADOCTA-FD (01:25).
           PERFORM 4070-WRITE-ESTADOCTA.

           PERFORM VARYING IDX-ADELANTO FROM 1 BY 1
                     UNTIL IDX-ADELANTO > WS-CANT-ADELANTOS
              PERFORM 4061-LINEA-ADELANTO
           END-PERFORM.

           PERFORM VARYING IDX-FEE FROM 1 BY 1
                     UNTIL IDX-FEE > WS-CANT-FEES
              IF WFE-NRO-TARJETA (IDX-FEE) = TAR-NRO-TARJETA
                 AND WFE-ORIGEN (IDX-FEE) = 'E'
                 MOVE WFE-IMPORTE (IDX-FEE)  TO WS-CARGO-SERV-ED
                 MOVE SPACES                 TO REG-ESTADOCTA-FD
                 MOVE WFE-DESCRIPCION (IDX-FEE)
                                             TO REG-ESTADOCTA-FD (07:20)
                 MOVE ':'                    TO REG-ESTADOCTA-FD (27:01)
                 MOVE WS-CARGO-SERV-ED       TO REG-ESTADOCTA-FD (29:13)
                 PERFORM 4070-WRITE-ESTADOCTA
              END-IF
           END-PERFORM.

           MOVE WS-ACUM-ADELANTOS           TO WS-INTERES-ED.
           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE '    TOTAL ADELANTOS:'      TO REG-ESTADOCTA-FD (01:21).
           MOVE WS-INTERES-ED               TO REG-ESTADOCTA-FD (23:13).
           PERFORM 4070-WRITE-ESTADOCTA.

           MOVE WS-INTERES-ADEL-TAR         TO WS-INTERES-ED.
           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE '    INTERES ADELANT:'      TO REG-ESTADOCTA-FD (01:21).
           MOVE WS-INTERES-ED               TO REG-ESTADOCTA-FD (23:13).
           PERFORM 4070-WRITE-ESTADOCTA.
       FIN-4062.
           EXIT.

       4061-LINEA-ADELANTO.
      *--------------------

           MOVE SPACES                      TO WS-ADEL-FECHA-ED.
           MOVE WAD-DD (IDX-ADELANTO)       TO WS-ADEL-FECHA-ED (1:2).
           MOVE '/'                         TO WS-ADEL-FECHA-ED (3:1).
           MOVE WAD-MM (IDX-ADELANTO)       TO WS-ADEL-FECHA-ED (4:2).
           MOVE '/'                         TO WS-ADEL-FECHA-ED (6:1).
           MOVE WAD-AAAA (IDX-ADELANTO)     TO WS-ADEL-FECHA-ED (7:4).
           MOVE WAD-MONTO (IDX-ADELANTO)    TO WS-ADEL-MONTO-ED.
           MOVE WAD-DIAS (IDX-ADELANTO)     TO WS-ADEL-DIAS-ED.
           MOVE WAD-INTERES (IDX-ADELANTO)  TO WS-ADEL-INTERES-ED.

           MOVE SPACES                      TO REG-ESTADOCTA-FD.
           MOVE WS-ADEL-FECHA-ED            TO REG-ESTADOCTA-FD (07:10).
           MOVE WS-ADEL-MONTO-ED            TO REG-ESTADOCTA-FD (19:08).
           MOVE 'DIAS:'                     TO REG-ESTADOCTA-FD (29:05).
           MOVE WS-ADEL-DIAS-ED             TO REG-ESTADOCTA-FD (35:04).
           MOVE 'INTERES:'                  TO REG-ESTADOCTA-FD (41:08).
           MOVE WS-ADEL-INTERES-ED          TO REG-ESTADOCTA-FD (50:10).
           PERFORM 4070-WRITE-ESTADOCTA.
       FIN-4061.
           EXIT.

      *------------------------------------------------------------
      * TOTAL DE CARGOS DE SERVICIO LIQUIDADOS A LA TARJETA EN
      * CURSO (PGMCARGOS / FEECICLO).

      *------------------------------------------------------------
      * UN RENGLON DEL ESTADO DE CUENTA POR CADA CARGO DE SERVICIO
      * DE LA TARJETA, CON SU DESCRIPCION DE TARIFA. LOS CARGOS POR
      * ADELANTO SALEN EN LA SECCION DE ADELANTOS (4062).
      *------------------------------------------------------------
       4069-LINEAS-CARGOS-SERVICIO.
      *----------------------------
           PERFORM VARYING IDX-FEE FROM 1 BY 1
                     UNTIL IDX-FEE > WS-CANT-FEES
              IF WFE-NRO-TARJETA (IDX-FEE) = TAR-NRO-TARJETA
                 AND WFE-ORIGEN (IDX-FEE) NOT = 'E'
                 MOVE WFE-IMPORTE (IDX-FEE)  TO WS-CARGO-SERV-ED
                 MOVE SPACES                 TO REG-ESTADOCTA-FD
                 MOVE '    '                 TO REG-ESTADOCTA-FD (01:4)
                 COMPUTE WS-INTERES-TAR ROUNDED =
                         WS-SALDO-FINANCIADO-TAR * WS-TASA-TAR / 100
              ELSE
                 MOVE TAR-NRO-TARJETA TO UTLMASK-TARJETA
                 PERFORM 4600-ENMASCARO-TARJETA
                 DISPLAY 'SIN TASA CARGADA PARA TIPO: '
                         TAR-TIPO-TARJETA
                         ' TARJETA: ' UTLMASK-TARJETA-MASC
              END-IF
           END-IF.
       FIN-4065.
       4070-WRITE-ESTADOCTA.
      *---------------------

           WRITE REG-ESTCTASPL-FD FROM REG-ESTADOCTA-FD.

           IF NOT 88-FS-ESTCTASPL-OK
              DISPLAY 'ERROR EN WRITE ESTCTASPL FS: ' FS-ESTCTASPL
              PERFORM 3000-FINALIZO
           END-IF.

      *    EL RENGLON IMPRESO SALE CON LOS NUMEROS DE TARJETA
      *    ENMASCARADOS.
           INITIALIZE WUTLMASK.
           SET 88-UTLMASK-LINEA          TO TRUE.
           MOVE REG-ESTADOCTA-FD         TO UTLMASK-LINEA.
           CALL 'UTLMASK' USING WUTLMASK.
           MOVE UTLMASK-LINEA (1:133)    TO REG-ESTADOCTA-FD.

           WRITE REG-ESTADOCTA-FD.

           EVALUATE TRUE
       FIN-4070.
           EXIT.

      *------------------------------------------------------------
      * NUMERO DE TARJETA PARA UNA SALIDA LEGIBLE: EL LLAMADOR DEJA
      * EL NUMERO EN UTLMASK-TARJETA Y USA UTLMASK-TARJETA-MASC.
      *------------------------------------------------------------
       4600-ENMASCARO-TARJETA.
      *-----------------------

           SET 88-UTLMASK-TARJETA        TO TRUE.
           CALL 'UTLMASK' USING WUTLMASK.
       FIN-4600.
           EXIT.

       4080-GRABO-SALCIERRE.
      *---------------------

           MOVE WS-SALDO-ANTERIOR-TAR       TO SAL-SALDO-ANTERIOR.
           MOVE WS-PAGOS-MES-TAR            TO SAL-PAGOS-MES.

      *    EL INTERES LIQUIDADO (REVOLVING, DE ADELANTOS Y DEL
      *    PLAN DE PAGOS) Y LOS CARGOS DE SERVICIO SE ARRASTRAN
      *    DENTRO DE LOS CARGOS DEL CICLO PARA QUE EN EL ARCHIVO
      *    SIGA CERRANDO
      *    CIERRE = ANTERIOR - PAGOS + CARGOS.
           COMPUTE SAL-CARGOS-MES = WS-ACUM-GASTOS
                                  + WS-INTERES-TAR
                                  + WS-INTERES-ADEL-TAR
                                  + WS-INTERES-PLAN-TAR
                                  + WS-CARGOS-SERV-TAR.
           MOVE WS-SALDO-CIERRE-TAR         TO SAL-SALDO-CIERRE.
           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-GRABADOS-SALCIERRE
                    MOVE REG-SALTAR TO UTLCTLARC-REGISTRO
                    SET 88-UTLCTLARC-ACUMULO TO TRUE
                    CALL 'UTLCTLARC' USING WUTLCTLARC
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE SALCIERRE FS: '
                                                       FS-SALCIERRE
