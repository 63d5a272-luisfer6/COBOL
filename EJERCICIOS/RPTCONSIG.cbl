       FD  ORDTRAB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDTRAB-FD                PIC X(78).

       FD  RPTCONS
           RECORDING MODE IS F
