      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE POSICION DIARIA DEL TESORO DE SUCURSAL     *
      * LONGITUD DE REGISTRO (180)                                     *
      * UN REGISTRO POR SUCURSAL / MONEDA / FECHA, GRABADO POR         *
      * PGMTESORO (TESOANT -> TESONUE, GUARDA UN ANIO DE HISTORIA):    *
      *  SALDO INICIAL (RECUENTO DEL DIA ANTERIOR, O SU SALDO SEGUN    *
      *  LIBROS SI NO HUBO RECUENTO)                                   *
      *  + CIERRES DE CAJA (RESXDIA), REMESAS RECIBIDAS Y FONDOS DE    *
      *    CAMBIO (REMESAS RECIBIDAS DEL TESORO CENTRAL)               *
      *  - BOLSAS RETIRADAS, REMESAS ENVIADAS Y REPOSICIONES DE CAJA   *
      *    CHICA                                                       *
      *  = SALDO SEGUN LIBROS, CONTRA EL RECUENTO DEL TESORERO.        *
      *   TES-DIFERENCIA = RECUENTO - LIBROS (POSITIVA = SOBRANTE)     *
      *   TES-ESTADO     = 'C' CONTADO / 'S' SIN RECUENTO              *
      *----------------------------------------------------------------*
       01  REG-TESORO.
           03 TES-SUC-COD                  PIC  9(04).
           03 TES-COD-MONEDA               PIC  X(03).
           03 TES-FECHA                    PIC  9(08).
           03 TES-SALDO-INICIAL            PIC S9(13)V99.
           03 TES-CIERRES-CAJA             PIC  9(13)V99.
           03 TES-REMESAS-RECIB            PIC  9(13)V99.
           03 TES-FONDOS-CAMBIO            PIC  9(13)V99.
           03 TES-BOLSAS-ENV               PIC  9(13)V99.
           03 TES-REMESAS-ENV              PIC  9(13)V99.
           03 TES-REPOS-CAJCHICA           PIC  9(13)V99.
           03 TES-SALDO-LIBROS             PIC S9(13)V99.
           03 TES-RECUENTO                 PIC  9(13)V99.
           03 TES-DIFERENCIA               PIC S9(13)V99.
           03 TES-ESTADO                   PIC  X(01).
              88 88-TES-CONTADO                      VALUE 'C'.
              88 88-TES-SIN-RECUENTO                 VALUE 'S'.
           03 FILLER                       PIC  X(14).
