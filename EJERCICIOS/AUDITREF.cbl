       FD  COMERCIOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-COMERCIOS-FD              PIC X(80).

       FD  TARCLI
           RECORDING MODE IS F
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  CAJEROS
           RECORDING MODE IS F
       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  VENTAS
           RECORDING MODE IS F
       FD  VENDEDORES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VENDEDORES-FD             PIC X(54).

       FD  EXCEPREF
           RECORDING MODE IS F
