      *----------------------------------------------------------------*
      *COPY DE LA HISTORIA DE PREVISIONES POR INCOBRABLES              *
      *LONGITUD DE REGISTRO (80)                                       *
      *UN REGISTRO POR PERIODO, CARTERA Y SUCURSAL. LO GENERA          *
      *GENPREVIS EN EL CIERRE MENSUAL (PREVHIST -> PREVHACT). EL MISMO *
      *LAYOUT LLEVA A GENASIENT LOS AJUSTES DEL PERIODO (PREVAJU):     *
      *  PVH-CARTERA       = 'T' TARJETAS / 'C' CUENTA CORRIENTE       *
      *  PVH-SUCURSAL      = SUCURSAL DE LA CARTERA (LAS TARJETAS NO   *
      *                      TIENEN SUCURSAL: VAN A LA 0000)           *
      *  PVH-SALDO         = SALDO DE LA CARTERA AL CIERRE             *
      *  PVH-PREVISION     = PREVISION CALCULADA AL CIERRE             *
      *  PVH-PREVISION-ANT = PREVISION DEL PERIODO ANTERIOR            *
      *  PVH-AJUSTE        = DIFERENCIA ENTRE LAS DOS (SIEMPRE         *
      *                      POSITIVA, EL SENTIDO LO DA EL TIPO)       *
      *  PVH-TIPO-AJUSTE   = 'C' CONSTITUCION (AUMENTA LA PREVISION)   *
      *                      'R' RECUPERO (DISMINUYE LA PREVISION)     *
      *                      ' ' SIN CAMBIOS                           *
      *----------------------------------------------------------------*
       01  REG-PREVHIST.
           03 PVH-PERIODO                  PIC  9(06).
           03 PVH-CARTERA                  PIC  X(01).
              88 88-PVH-TARJETAS                     VALUE 'T'.
              88 88-PVH-CTACTE                       VALUE 'C'.
           03 PVH-SUCURSAL                 PIC  9(04).
           03 PVH-SALDO                    PIC  9(13)V99.
           03 PVH-PREVISION                PIC  9(13)V99.
           03 PVH-PREVISION-ANT            PIC  9(13)V99.
           03 PVH-AJUSTE                   PIC  9(13)V99.
           03 PVH-TIPO-AJUSTE              PIC  X(01).
              88 88-PVH-CONSTITUCION                 VALUE 'C'.
              88 88-PVH-RECUPERO                     VALUE 'R'.
              88 88-PVH-SIN-CAMBIOS                  VALUE ' '.
           03 PVH-FECHA-PROCESO            PIC  9(08).
