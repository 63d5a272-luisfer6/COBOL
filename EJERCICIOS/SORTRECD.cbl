       FILE SECTION.
       FD  RECDIAR
           RECORDING MODE IS F.
       01  RECAUDACION-FD                  PIC X(59).

       FD  RECDIARO
           RECORDING MODE IS F.
       01  RECAUDACION-ORD-FD              PIC X(59).

       SD  WORK-RECD.
       01  REG-WORK-RECD.
           05 WORK-CLAVE                   PIC X(17).
           05 WORK-RESTO                   PIC X(42).

       WORKING-STORAGE SECTION.
       77  FS-RECDIAR                      PIC X(02) VALUE ' '.
