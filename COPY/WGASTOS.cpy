      *IMPORTE CONVERTIDO EN GTO-MONTO (QUE SIGUE SIENDO SIEMPRE       *
      *ARS PARA TODO EL CIRCUITO). MONEDA EN BLANCO O 'ARS' ES UN      *
      *GASTO EN PESOS DE SIEMPRE (ORIGEN Y TASA EN CERO).              *
      *GTO-CATEGORIA 'AE' ES UN ADELANTO EN EFECTIVO: TIENE SU PROPIO  *
      *SUBLIMITE (PGMEDGTO), UN CARGO POR OPERACION (TARIFA CON        *
      *PERIODICIDAD 'E', PGMCARGOS) E INTERES DESDE LA FECHA DEL       *
      *ADELANTO; GENTARJETAS LO MUESTRA EN SU PROPIA SECCION.          *
      *----------------------------------------------------------------*
       01  REG-GASTOS.
           03 GTO-CLAVE.
              88 88-GTO-CAT-COMBUSTIBLE             VALUE 'CO'.
              88 88-GTO-CAT-SERVICIOS               VALUE 'SE'.
              88 88-GTO-CAT-OTRO                    VALUE 'OT'.
              88 88-GTO-CAT-ADELANTO                VALUE 'AE'.
           03 FILLER                       PIC  X(02).
           03 GTO-COMERCIO                 PIC  9(05).
           03 GTO-MONEDA                   PIC  X(03).
