      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE HISTORIA DE CAMBIOS A LOS MAESTROS DE      *
      * SUCURSALES, CAJEROS Y VENDEDORES                               *
      * LREC = 100                                                     *
      * UN REGISTRO POR CADA CAMPO QUE ABMSUCUR MODIFICA, CON EL VALOR *
      * ANTERIOR Y EL NUEVO. MISMO CRITERIO QUE TARHIST Y COMHIST.     *
      * SUCHIST-COD-CAMPO = 'AL' ALTA / 'NO' NOMBRE / 'RG' REGION      *
      *                   / 'GE' GERENTE / 'SU' SUCURSAL / 'ES' ESTADO *
      * ABMEMPLE GRABA EN EL MISMO ARCHIVO LOS CAMBIOS AL MAESTRO DE   *
      * EMPLEADOS (SUCHIST-ENTIDAD 'E', SUCHIST-CODIGO = LEGAJO) CON   *
      * 'OP' OPERADOR / 'CJ' CAJERO / 'VE' VENDEDOR / 'CL' CLIENTE     *
      * VINCULADO Y 'EG' FECHA DE EGRESO, Y LAS INACTIVACIONES DE      *
      * CAJEROS Y VENDEDORES POR EGRESO ('C' / 'V' CON 'ES').          *
      *----------------------------------------------------------------*
       01  REG-SUCHIST.
           05 SUCHIST-ENTIDAD              PIC  X(01).
           05 SUCHIST-CODIGO               PIC  9(10).
           05 SUCHIST-COD-NOVEDAD          PIC  X(01).
           05 SUCHIST-COD-CAMPO            PIC  X(02).
           05 SUCHIST-VALOR-ANTERIOR       PIC  X(30).
           05 SUCHIST-VALOR-NUEVO          PIC  X(30).
           05 SUCHIST-FECHA-NOVEDAD        PIC  9(08).
           05 SUCHIST-HORA-NOVEDAD         PIC  9(06).
           05 SUCHIST-USUARIO              PIC  X(08).
           05 FILLER                       PIC  X(04).
