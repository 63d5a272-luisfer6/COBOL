      *----------------------------------------------------------------*
      * COPY DE RECEPCIONES DE MERCADERIA CONTRA ORDENES DE COMPRA     *
      * LREC = 80                                                      *
      * MISMO FORMATO PARA LAS RECEPCIONES DEL DEPOSITO A APLICAR      *
      * (RECEPNOV) Y PARA LA HISTORIA DE RECEPCIONES APLICADAS         *
      * (RECEPHIS). UNA RECEPCION POR LINEA DE ORDEN Y REMITO DEL      *
      * PROVEEDOR; PUEDE SER PARCIAL. EN LA NOVEDAD:                   *
      *  - REC-FECHA EN CERO = FECHA DE PROCESO                        *
      *  - REC-COSTO-UNITARIO EN CERO = COSTO PACTADO EN LA ORDEN      *
      *  - REC-GASTOS-ADQ: FLETE / GESTORIA DE UN VEHICULO             *
      *  - REC-PRV-ID LO COMPLETA PGMCOMPR DESDE LA ORDEN              *
      * PGMCOMPR PASA CADA RECEPCION DE PRODUCTO A LA COLA DE STOCK    *
      * (STKNOV, TIPO 'R' CON SU COSTO) Y CADA VEHICULO A LAS          *
      * NOVEDADES DE COSTO DE ADQUISICION (COSTONOV, VER PGMVEHCOS).   *
      *----------------------------------------------------------------*
       01  REG-RECEPC.
           03 REC-REMITO                   PIC  X(10).
           03 REC-OC-NRO                   PIC  9(06).
           03 REC-OC-LINEA                 PIC  9(03).
           03 REC-PRV-ID                   PIC  9(06).
           03 REC-FECHA                    PIC  9(08).
           03 REC-CANTIDAD                 PIC  9(05).
           03 REC-COSTO-UNITARIO           PIC  9(11)V99.
           03 REC-GASTOS-ADQ               PIC  9(07)V99.
           03 FILLER                       PIC  X(20).
