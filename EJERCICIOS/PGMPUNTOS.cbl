       FD  PTSTASA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PTSTASA-FD                PIC X(29).

       FD  PUNTOSANT
           RECORDING MODE IS F
       77  WS-DISPUTAS-DESCONTADAS-ED    PIC  ZZZ.ZZZ.ZZ9.

      *------------------------------------------------------
      * TABLA DE REGLAS DE PUNTOS (PTSTASA), CON TODAS LAS
      * VERSIONES DE CADA REGLA: EL GASTO TOMA LA VIGENTE A SU
      * FECHA (HASTA ABIERTA = 99999999).
      *------------------------------------------------------
       77  WCN-TOPE-REGLAS               PIC  9(03) VALUE 300.
       77  WS-CANT-REGLAS                PIC  9(03) VALUE 0.
       77  WCN-HASTA-ABIERTA             PIC  9(08) VALUE 99999999.
       01  WS-TABLA-REGLAS.
           05 WS-REGLA-TAB OCCURS 300 TIMES
                           INDEXED BY IDX-REGLA.
              10 WRG-CATEGORIA           PIC  X(02).
              10 WRG-COM-ID              PIC  9(05).
              10 WRG-TASA                PIC  9(04)V99.
              10 WRG-VIG-DESDE           PIC  9(08).
              10 WRG-VIG-HASTA           PIC  9(08).

      *------------------------------------------------------
      * TABLA DE CUENTAS DE PUNTOS EN PROCESO: SE CARGA CON
       77  WS-CATEGORIA-GASTO            PIC  X(02)    VALUE SPACES.
       77  WS-COMERCIO-GASTO             PIC  9(05)    VALUE 0.
       77  WS-MONTO-GASTO                PIC  9(07)V99 VALUE 0.
       77  WS-FECHA-GASTO                PIC  9(08)    VALUE 0.

       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       77  WS-ANIO-MES-PROCESO           PIC  9(06) VALUE 0.
                            TO WRG-COM-ID (WS-CANT-REGLAS)
                          MOVE PTS-TASA
                            TO WRG-TASA (WS-CANT-REGLAS)
                          IF PTS-VIG-DESDE NOT NUMERIC
                             MOVE 0 TO PTS-VIG-DESDE
                          END-IF
                          IF PTS-VIG-HASTA NOT NUMERIC
                          OR PTS-VIG-HASTA = 0
                             MOVE WCN-HASTA-ABIERTA TO PTS-VIG-HASTA
                          END-IF
                          MOVE PTS-VIG-DESDE
                            TO WRG-VIG-DESDE (WS-CANT-REGLAS)
                          MOVE PTS-VIG-HASTA
                            TO WRG-VIG-HASTA (WS-CANT-REGLAS)
                       END-IF
                       PERFORM 1021-LEO-PTSTASA
                    END-PERFORM
           MOVE GTO-CATEGORIA            TO WS-CATEGORIA-GASTO.
           MOVE GTO-COMERCIO             TO WS-COMERCIO-GASTO.
           MOVE GTO-MONTO                TO WS-MONTO-GASTO.
           COMPUTE WS-FECHA-GASTO = FEC-AAAA * 10000
                                  + FEC-MM   * 100
                                  + FEC-DD.
           MOVE GTO-NUM-TARJETA          TO WS-NRO-TARJETA-BUSCADA.

           PERFORM 2100-CALCULO-PUNTOS.
      *------------------------------------------------------------
      * BUSCA LA TASA DE PUNTOS DEL GASTO: PRIMERO LA REGLA DEL
      * COMERCIO PUNTUAL, SI NO HAY LA DEL RUBRO (COM-ID CERO).
      * EN AMBOS CASOS LA VERSION VIGENTE A LA FECHA DEL GASTO.
      * PUNTOS = MONTO * TASA / 100.
      *------------------------------------------------------------
       2100-CALCULO-PUNTOS.
              PERFORM VARYING IDX-REGLA FROM 1 BY 1
                        UNTIL IDX-REGLA > WS-CANT-REGLAS
                 IF WRG-COM-ID (IDX-REGLA) = WS-COMERCIO-GASTO
                    AND WRG-VIG-DESDE (IDX-REGLA) NOT > WS-FECHA-GASTO
                    AND WRG-VIG-HASTA (IDX-REGLA) NOT < WS-FECHA-GASTO
                    MOVE WRG-TASA (IDX-REGLA) TO WS-TASA-GASTO
                    MOVE 'S'                  TO WS-HAY-REGLA
                 END-IF
                 IF WRG-COM-ID (IDX-REGLA) = 0
                    AND WRG-CATEGORIA (IDX-REGLA) =
                        WS-CATEGORIA-GASTO
                    AND WRG-VIG-DESDE (IDX-REGLA) NOT > WS-FECHA-GASTO
                    AND WRG-VIG-HASTA (IDX-REGLA) NOT < WS-FECHA-GASTO
                    MOVE WRG-TASA (IDX-REGLA) TO WS-TASA-GASTO
                    MOVE 'S'                  TO WS-HAY-REGLA
                 END-IF
