      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE TARIFAS DE SERVICIO DE TARJETAS            *
      * LREC = 60                                                      *
      * UNA LINEA POR CARGO DE SERVICIO FACTURABLE:                    *
      *  - TRF-TIPO-TARJETA ACOTA LA TARIFA A UN TAR-TIPO-TARJETA      *
      *    (BLANCO = TODOS LOS TIPOS)                                  *
      *    TRF-PORCENTAJE SOBRE EL SALDO ANTERIOR DE LA TARJETA        *
      *  - TRF-PERIODICIDAD 'M' SE LIQUIDA TODOS LOS CICLOS, 'A'       *
      *    SOLO EN EL MES TRF-MES-COBRO, 'R' POR EVENTO DE             *
      *    REPOSICION DE PLASTICO (EMBOZADO DE PGMEMITAR), 'E' POR     *
      *    CADA ADELANTO EN EFECTIVO ACEPTADO EN EL CICLO (GASTOSOK,   *
      *    GTO-CATEGORIA 'AE'); EN MODO 'P' EL PORCENTAJE SE APLICA    *
      *    SOBRE EL IMPORTE DEL ADELANTO                               *
      * LA LIQUIDA PGMCARGOS EN LA CADENA MENSUAL, RESPETANDO LAS      *
      * EXENCIONES NEGOCIADAS (WEXENTAR.cpy), Y GENTARJETAS LA         *
      * FACTURA EN EL CICLO CON SU PROPIO RENGLON DE RESUMEN.          *
      * TRF-VIG-DESDE / TRF-VIG-HASTA: VIGENCIA DE LA VERSION (CERO O  *
      * BLANCO = SIN LIMITE DE ESE LADO). UNA MISMA TARIFA PUEDE TENER *
      * VARIAS VERSIONES; SE MANTIENEN CON ABMTASAS.                   *
      *----------------------------------------------------------------*
       01  REG-TARIFA.
           03 TRF-COD                      PIC  X(04).
              88 88-TRF-MENSUAL                 VALUE 'M'.
              88 88-TRF-ANUAL                   VALUE 'A'.
              88 88-TRF-REPOSICION              VALUE 'R'.
              88 88-TRF-ADELANTO                VALUE 'E'.
           03 TRF-MES-COBRO                PIC  9(02).
           03 TRF-DESCRIPCION              PIC  X(20).
           03 TRF-VIG-DESDE                PIC  9(08).
           03 TRF-VIG-HASTA                PIC  9(08).
