           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 FILLER                     PIC X(70).

       FD  LISTADO
           RECORDING MODE IS F
