           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  ORDTRAB
           RECORDING MODE IS F.
           03 ORD-VEH-ID-FD              PIC X(05).
           03 FILLER                     PIC X(64).
           03 ORD-ESTADO-FD              PIC X(01).
           03 FILLER                     PIC X(08).

       FD  RESLOG
           RECORDING MODE IS F.
