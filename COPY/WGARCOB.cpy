      *----------------------------------------------------------------*
      * COPY DE LA TABLA DE COBERTURA DE GARANTIA POR TIPO DE VEHICULO *
      * LREC = 32                                                      *
      * UN REGISTRO POR TIPO DE VEHICULO (VTV-TIPO-VEH DE LA VENTA,    *
      * POR EJEMPLO '0K' CERO KILOMETRO / 'US' USADO): MESES Y         *
      * KILOMETROS DE COBERTURA DESDE LA ENTREGA. LA MANTIENE LA       *
      * GERENCIA DE POSVENTA; UN TIPO QUE NO ESTA EN LA TABLA SE       *
      * VENDE SIN GARANTIA.                                            *
      *----------------------------------------------------------------*
       01  REG-GARCOB.
           03 GCB-TIPO-VEH                 PIC  X(02).
           03 GCB-MESES                    PIC  9(03).
           03 GCB-KM                       PIC  9(07).
           03 GCB-DESCRIPCION              PIC  X(20).
