      *  - REGRABA STOCK Y REGISTRO (ANT -> NUE) Y EMITE EL
      *    REPORTE DE CHEQUES PENDIENTES DE COBRO (CHQPEND) QUE
      *    CONSUME LA CONCILIACION DE TESORERIA
      * LAS SOLICITUDES DE PAGO DE FACTURAS DE PROVEEDORES LAS
      * AGREGA PGMFACPRV AL MISMO CHQEMIREQ.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
