      *----------------------------------------------------------------*
      * COPY DE LINEAS VENDIDAS DEBAJO DE LA LISTA DE PRECIOS          *
      * LREC = 100                                                     *
      * LO GRABA TSTVTA01 (EN EXTEND, ACUMULA ENTRE CORRIDAS) POR CADA *
      * LINEA DE VENTA CON PRECIO UNITARIO MENOR AL AUTORIZADO: EL DE  *
      * LISTA VIGENTE A LA FECHA DE LA VENTA O, SI LA LINEA TIENE UNA  *
      * PROMOCION (DVP-COD-PROMO, VER WPROMO.cpy), EL PRECIO EFECTIVO  *
      * DE LA PROMOCION. DVP-PRECIO-LISTA ES ESE PRECIO AUTORIZADO.    *
      * DVP-EXCEDIDO = 'S' CUANDO EL DESVIO SUPERA LA TOLERANCIA DEL   *
      * NIVEL DE AUTORIZACION DEL VENDEDOR (VEN-NIVEL-DESCUENTO).      *
      * RPTDESVPR LO RESUME POR SEMANA.                                *
      *----------------------------------------------------------------*
       01  REG-DESVPRE.
           03 DVP-FECHA-PROCESO            PIC  9(08).
           03 DVP-FECHA-VENTA              PIC  9(08).
           03 DVP-NRO-VENTA                PIC  9(08).
           03 DVP-NRO-LINEA                PIC  9(03).
           03 DVP-SUCURSAL                 PIC  9(04).
           03 DVP-ID-VENDEDOR              PIC  9(10).
           03 DVP-COD-PRODUCTO             PIC  9(06).
           03 DVP-CANTIDAD                 PIC  9(05).
           03 DVP-PRECIO-LISTA             PIC  9(09)V99.
           03 DVP-PRECIO-UNIT              PIC  9(09)V99.
           03 DVP-PCT-DESVIO               PIC  9(03)V99.
           03 DVP-PCT-TOLERANCIA           PIC  9(03)V99.
           03 DVP-NIVEL-DESCUENTO          PIC  X(01).
           03 DVP-EXCEDIDO                 PIC  X(01).
              88 88-DVP-EXCEDIDO                     VALUE 'S'.
              88 88-DVP-TOLERADO                     VALUE 'N'.
           03 DVP-COD-PROMO                PIC  9(05).
           03 FILLER                       PIC  X(09).
