
       FD  RECDIAR
           RECORDING MODE IS F.
       01  RECAUDACION-FD                 PIC X(59).

       FD  RECONCIL
           RECORDING MODE IS F.
