      *----------------------------------------------------------------*
      *COPY DEL MAESTRO DE PRESTAMOS PRENDARIOS (FINANCIACION DE       *
      *VEHICULOS VENDIDOS EN EL LOTE)                                  *
      *LONGITUD DE REGISTRO (160)                                      *
      *UN REGISTRO POR PRESTAMO. LO ABRE PGMPRENDA CON LOS AVISOS DE   *
      *VTAVEHI (WPRENOV.cpy) Y LO MANTIENE EN CADA CORRIDA             *
      *(PRESANT -> PRESNUE) JUNTO CON SU CUADRO DE CUOTAS              *
      *(WPRECUOTA.cpy, SISTEMA FRANCES):                               *
      *  PRE-CAPITAL          = MONTO FINANCIADO                       *
      *  PRE-TNA              = TASA NOMINAL ANUAL (%)                 *
      *  PRE-PLAZO            = CANTIDAD DE CUOTAS MENSUALES           *
      *  PRE-SALDO-CAPITAL    = CAPITAL DE LAS CUOTAS NO CANCELADAS    *
      *  PRE-IMPORTE-MORA     = CUOTAS FACTURADAS VENCIDAS E IMPAGAS   *
      *  PRE-DIAS-ATRASO      = DIAS DESDE LA CUOTA IMPAGA MAS VIEJA   *
      *  PRE-CANCELACION      = IMPORTE DE CANCELACION TOTAL A LA      *
      *                         FECHA (MORA + CAPITAL NO FACTURADO,    *
      *                         SIN INTERESES FUTUROS)                 *
      *PRE-ESTADO = 'V' VIGENTE / 'C' CANCELADO. MIENTRAS ESTA VIGENTE *
      *EL VEHICULO (PRE-VEH-ID) FIGURA PRENDADO EN EL MAESTRO          *
      *(VEH-PRENDA, WAUTOS.cpy); AL CANCELARSE PGMPRENDA LO LIBERA.    *
      *----------------------------------------------------------------*
       01  REG-PRESTAMO.
           03 PRE-NRO-PRESTAMO             PIC  9(08).
           03 PRE-CLI-ID                   PIC  9(10).
           03 PRE-VEH-ID                   PIC  X(05).
           03 PRE-PATENTE                  PIC  X(09).
           03 PRE-FECHA-ALTA               PIC  9(08).
           03 PRE-PRECIO-VENTA             PIC  9(11)V99.
           03 PRE-ANTICIPO                 PIC  9(11)V99.
           03 PRE-CAPITAL                  PIC  9(11)V99.
           03 PRE-TNA                      PIC  9(03)V99.
           03 PRE-PLAZO                    PIC  9(03).
           03 PRE-VALOR-CUOTA              PIC  9(11)V99.
           03 PRE-CUOTAS-FACTURADAS        PIC  9(03).
           03 PRE-CUOTAS-PAGADAS           PIC  9(03).
           03 PRE-SALDO-CAPITAL            PIC  9(11)V99.
           03 PRE-IMPORTE-MORA             PIC  9(11)V99.
           03 PRE-DIAS-ATRASO              PIC  9(05).
           03 PRE-CANCELACION              PIC  9(11)V99.
           03 PRE-FECHA-ULT-PAGO           PIC  9(08).
           03 PRE-ESTADO                   PIC  X(01).
              88 88-PRE-VIGENTE                      VALUE 'V'.
              88 88-PRE-CANCELADO                    VALUE 'C'.
           03 FILLER                       PIC  X(01).
