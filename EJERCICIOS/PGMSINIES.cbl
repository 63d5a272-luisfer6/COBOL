
       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                PIC X(78).

       FD  VEHICULOO
           RECORDING MODE IS F
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  SINRECH
           RECORDING MODE IS F
