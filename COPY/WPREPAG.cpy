      *----------------------------------------------------------------*
      *COPY DE LOS PAGOS DE PRESTAMOS PRENDARIOS                       *
      *LONGITUD DE REGISTRO (40)                                       *
      *PPG-TIPO = 'N' PAGO DE CUOTAS: SE IMPUTA A LAS CUOTAS NO        *
      *               CANCELADAS MAS ANTIGUAS HASTA AGOTARLO           *
      *           'T' CANCELACION TOTAL ANTICIPADA: DEBE CUBRIR EL     *
      *               IMPORTE DE CANCELACION DEL PRESTAMO (MORA MAS    *
      *               CAPITAL NO FACTURADO); LOS INTERESES DE LAS      *
      *               CUOTAS NO FACTURADAS SE CONDONAN                 *
      *----------------------------------------------------------------*
       01  REG-PREPAG.
           03 PPG-NRO-PRESTAMO             PIC  9(08).
           03 PPG-FECHA                    PIC  9(08).
           03 PPG-IMPORTE                  PIC  9(11)V99.
           03 PPG-TIPO                     PIC  X(01).
              88 88-PPG-CUOTAS                       VALUE 'N' ' '.
              88 88-PPG-CANCELACION                  VALUE 'T'.
           03 PPG-CANAL                    PIC  X(02).
           03 FILLER                       PIC  X(08).
