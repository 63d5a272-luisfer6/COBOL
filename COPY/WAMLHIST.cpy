      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE HISTORIA DE ESTADOS DE CASOS DE LAVADO      *
      *LONGITUD DE REGISTRO (80)                                       *
      *UN REGISTRO POR CAMBIO DE ESTADO APLICADO POR ABMAMLCAS (EN     *
      *EXTEND), CON EL ESTADO ANTERIOR Y EL NUEVO. EL PASO A 'R'       *
      *REPORTADO LO REGISTRA ABMAMLCAS CON SU PROPIO USUARIO.          *
      *----------------------------------------------------------------*
       01  REG-AMLHIST.
           03 AHI-NRO-CASO                 PIC  9(08).
           03 AHI-ESTADO-ANTERIOR          PIC  X(01).
           03 AHI-ESTADO-NUEVO             PIC  X(01).
           03 AHI-FECHA                    PIC  9(08).
           03 AHI-HORA                     PIC  9(06).
           03 AHI-USUARIO                  PIC  X(08).
           03 AHI-OBSERVACION              PIC  X(30).
           03 FILLER                       PIC  X(18).
