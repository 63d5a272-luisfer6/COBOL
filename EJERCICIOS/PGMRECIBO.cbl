      *  - RECAUDACIONES SIN NUMERO DE RECIBO
      * EL ACTA YA TIENE CONTROL DE FOLIOS; ESTO LE DA EL MISMO
      * RIGOR AL LADO DE LA PLATA.
      * LOS COBROS DEL CAJERO VIRTUAL DE REDES EXTERNAS (VER
      * PGMCOBRED) NO LLEVAN RECIBO OFICIAL: SE CUENTAN APARTE Y
      * NO ENTRAN AL CONTROL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FD  RECDIAR
           RECORDING MODE IS F
           BLOCK 0.
       01  RECAUDACION-FD                PIC X(59).

       FD  RECLIB
           RECORDING MODE IS F
       77  WS-LEIDOS-RECDIAR-ED          PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SIN-RECIBO                 PIC  9(09) VALUE 0.
       77  WS-SIN-RECIBO-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-COBROS-REDES               PIC  9(09) VALUE 0.
       77  WS-COBROS-REDES-ED            PIC  ZZZ.ZZZ.ZZ9.
       77  WS-DUPLICADOS                 PIC  9(09) VALUE 0.
       77  WS-DUPLICADOS-ED              PIC  ZZZ.ZZZ.ZZ9.
       77  WS-SALTOS                     PIC  9(09) VALUE 0.
       2000-PROCESO.
      *-------------

           EVALUATE TRUE
               WHEN 88-REC-CAJERO-REDES
                    ADD 1 TO WS-COBROS-REDES
               WHEN REC-NRO-RECIBO = 0
                    ADD 1 TO WS-SIN-RECIBO
                    PERFORM 2300-LISTO-SIN-RECIBO
               WHEN OTHER
                    PERFORM 2100-REGISTRO-USO
           END-EVALUATE.

           PERFORM 2200-LEO-RECDIAR.


           MOVE WS-LEIDOS-RECDIAR       TO WS-LEIDOS-RECDIAR-ED.
           MOVE WS-SIN-RECIBO           TO WS-SIN-RECIBO-ED.
           MOVE WS-COBROS-REDES         TO WS-COBROS-REDES-ED.
           MOVE WS-DUPLICADOS           TO WS-DUPLICADOS-ED.
           MOVE WS-SALTOS               TO WS-SALTOS-ED.
           MOVE WS-CAJERO-AJENO         TO WS-CAJERO-AJENO-ED.
                                               WS-LEIDOS-RECDIAR-ED.
           DISPLAY 'CANT. SIN NUMERO DE RECIBO     : '
                                               WS-SIN-RECIBO-ED.
           DISPLAY 'CANT. COBROS DE REDES EXTERNAS : '
                                               WS-COBROS-REDES-ED.
           DISPLAY 'CANT. RECIBOS DUPLICADOS       : '
                                               WS-DUPLICADOS-ED.
           DISPLAY 'CANT. SALTOS DETECTADOS        : '
