               WHEN 'D'
                    PERFORM 2400-REGISTRO-BAJA
               WHEN 'C'
                    PERFORM 2500-CRUZO-REACTIVACION THRU 2500-SALIDA
           END-EVALUATE.

           PERFORM 1200-LEO-CLIHIST.
