      *----------------------------------------------------------------*
      *COPY DE LOS AVISOS DE ALTA DE PRESTAMOS PRENDARIOS              *
      *LONGITUD DE REGISTRO (80)                                       *
      *LOS GRABA VTAVEHI (EN EXTEND) POR CADA VENTA DE VEHICULO        *
      *FINANCIADA QUE APLICA; PGMPRENDA LOS CONVIERTE EN PRESTAMOS     *
      *(WPRESTAMO.cpy) CON SU CUADRO DE CUOTAS Y VACIA EL ARCHIVO.     *
      *PNV-TNA ES LA TASA NOMINAL ANUAL EN PORCENTAJE; PNV-PLAZO LA    *
      *CANTIDAD DE CUOTAS MENSUALES.                                   *
      *----------------------------------------------------------------*
       01  REG-PRENOV.
           03 PNV-CLI-ID                   PIC  9(10).
           03 PNV-VEH-ID                   PIC  X(05).
           03 PNV-PATENTE                  PIC  X(09).
           03 PNV-FECHA                    PIC  9(08).
           03 PNV-PRECIO-VENTA             PIC  9(11)V99.
           03 PNV-ANTICIPO                 PIC  9(11)V99.
           03 PNV-CAPITAL                  PIC  9(11)V99.
           03 PNV-TNA                      PIC  9(03)V99.
           03 PNV-PLAZO                    PIC  9(03).
           03 FILLER                       PIC  X(01).
