      *----------------------------------------------------------------*
      *COPY DEL ACUMULADO MENSUAL POR CUENTA CONTABLE (CTAMTDANT/NUE)  *
      *LONGITUD DE REGISTRO (46)                                       *
      *UN REGISTRO POR PERIODO (AAAAMM) Y CUENTA CON EL DEBE Y EL      *
      *HABER ACUMULADOS EN EL MES POR LOS ASIENTOS DE GENASIENT. AL    *
      *CAMBIAR EL MES LOS ACUMULADOS ARRANCAN DE CERO.                 *
      *----------------------------------------------------------------*
       01  REG-CTAMTD.
           03 MTD-PERIODO                  PIC  9(06).
           03 MTD-CUENTA                   PIC  X(10).
           03 MTD-DEBE                     PIC  9(13)V99.
           03 MTD-HABER                    PIC  9(13)V99.
