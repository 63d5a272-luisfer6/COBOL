       FILE SECTION.
       FD  ORDTRAB
           RECORDING MODE IS F.
       01  REG-ORDTRAB-FD                 PIC X(78).

       FD  SINIESTRO
           RECORDING MODE IS F
