      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE MULTAS DE TRANSITO                         *
      * LREC = 70                                                      *
      * FORMATO DEL ARCHIVO QUE ENVIA LA AUTORIDAD DE TRANSITO: UNA    *
      * MULTA (ACTA) POR REGISTRO, POR DOMINIO. MUL-ESTADO 'P' ES      *
      * IMPAGA / 'A' ABONADA. PGMMULTAS LO CRUZA POR PATENTE CONTRA    *
      * EL MAESTRO DE VEHICULOS Y DEJA CON ESTE MISMO FORMATO LAS      *
      * MULTAS IMPAGAS DE LOS VEHICULOS DEL LOTE (MULVEH), QUE         *
      * VTAVEHI CONTROLA ANTES DE VENDER.                              *
      *----------------------------------------------------------------*
       01  REG-MULTA.
           03 MUL-PATENTE                  PIC  X(09).
           03 MUL-ACTA                     PIC  X(12).
           03 MUL-FECHA                    PIC  9(08).
           03 MUL-JURISDICCION             PIC  X(20).
           03 MUL-IMPORTE                  PIC  9(09)V99.
           03 MUL-ESTADO                   PIC  X(01).
              88 88-MUL-IMPAGA                       VALUE 'P'.
              88 88-MUL-ABONADA                      VALUE 'A'.
           03 FILLER                       PIC  X(09).
