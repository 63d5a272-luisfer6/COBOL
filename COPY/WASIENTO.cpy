      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE ASIENTOS PARA CONTABILIDAD (ASIENTOS)       *
      *LONGITUD DE REGISTRO (83)                                       *
      *UN REGISTRO POR RENGLON DE ASIENTO. CADA ASIENTO AGRUPA LOS     *
      *MOVIMIENTOS DEL DIA DE UN MISMO ORIGEN (VER WCTAMAP.cpy) Y      *
      *SALE BALANCEADO: LA SUMA DEL DEBE ES IGUAL A LA DEL HABER.      *
      *LO GRABA GENASIENT Y LO TOMA EL SISTEMA DE CONTABILIDAD.        *
      *----------------------------------------------------------------*
       01  REG-ASIENTO.
           03 ASI-FECHA                    PIC  9(08).
           03 ASI-NRO                      PIC  9(05).
           03 ASI-RENGLON                  PIC  9(04).
           03 ASI-CUENTA                   PIC  X(10).
           03 ASI-DEBE                     PIC  9(13)V99.
           03 ASI-HABER                    PIC  9(13)V99.
           03 ASI-ORIGEN                   PIC  X(04).
           03 ASI-LEYENDA                  PIC  X(22).
