      *----------------------------------------------------------------*
      * COPY DEL HISTORICO DE LINEAS DE VENTA PROCESADAS               *
      * LREC = 120                                                     *
      * TSTVTA01 GRABA (EN EXTEND, ACUMULA ENTRE CORRIDAS) UNA LINEA   *
      * POR CADA LINEA DE DETALLE DE UNA VENTA ACEPTADA, CON EL PRECIO *
      * DE LISTA VIGENTE A LA FECHA DE LA VENTA Y LA PROMOCION APLICADA*
      * (VER WPROMO.cpy). VLN-COD-PROMO EN CERO = SIN PROMOCION.       *
      * VLN-PRECIO-PROMO ES EL PRECIO UNITARIO EFECTIVO DE LA PROMOCION*
      * Y VLN-DESCUENTO-PROMO EL DESCUENTO DE TODA LA LINEA CONTRA LA  *
      * LISTA. RPTPROMO LO USA PARA MEDIR CADA PROMOCION CONTRA EL     *
      * PERIODO ANTERIOR SIN ELLA.                                     *
      *----------------------------------------------------------------*
       01  REG-VTALIN.
           03 VLN-FECHA-PROCESO            PIC  9(08).
           03 VLN-FECHA-VENTA              PIC  9(08).
           03 VLN-NRO-VENTA                PIC  9(08).
           03 VLN-NRO-LINEA                PIC  9(03).
           03 VLN-SUCURSAL                 PIC  9(04).
           03 VLN-ID-VENDEDOR              PIC  9(10).
           03 VLN-COD-PRODUCTO             PIC  9(06).
           03 VLN-CANTIDAD                 PIC  9(05).
           03 VLN-PRECIO-LISTA             PIC  9(09)V99.
           03 VLN-PRECIO-UNIT              PIC  9(09)V99.
           03 VLN-COD-PROMO                PIC  9(05).
           03 VLN-PRECIO-PROMO             PIC  9(09)V99.
           03 VLN-DESCUENTO-PROMO          PIC  9(11)V99.
           03 FILLER                       PIC  X(17).
