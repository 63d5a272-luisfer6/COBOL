           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  AUDIENCIA
           RECORDING MODE IS F
