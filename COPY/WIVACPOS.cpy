      *----------------------------------------------------------------*
      * COPY DE LA POSICION DE IVA COMPRAS POR SUCURSAL Y MES FISCAL   *
      * LREC = 40                                                      *
      * LA GRABA PGMFACPRV CON EL CREDITO FISCAL DE LAS FACTURAS DE    *
      * PROVEEDORES NO ANULADAS (MES = AAAAMM DE LA FECHA DE           *
      * REGISTRO). PGMIVA LA SUMA A LOS CREDITOS DE LA POSICION        *
      * MENSUAL (IVAPOS) PARA NETEARLA CONTRA EL DEBITO DE VENTAS.     *
      *----------------------------------------------------------------*
       01  REG-IVACPOS.
           03 ICP-SUCURSAL                 PIC  9(04).
           03 ICP-ANIO-MES                 PIC  9(06).
           03 ICP-CREDITO-FISCAL           PIC  9(13)V99.
           03 ICP-CANT-COMPROBANTES        PIC  9(05).
           03 FILLER                       PIC  X(10).
