       FD  CTACTE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CTACTE-FD                 PIC X(65).

       FD  CLINOV
           RECORDING MODE IS F
