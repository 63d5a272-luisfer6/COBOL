      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE TARJETAS CORPORATIVAS                      *
      * LONGITUD DE REGISTRO (150)                                     *
      * UN SOLO ARCHIVO CON LA JERARQUIA DE CADA EMPRESA CLIENTE; LA   *
      * CLAVE ES EMPRESA + TIPO + SUBCLAVE:                            *
      *   COR-TIPO = '1' EMPRESA (SUBCLAVE EN BLANCO): RAZON SOCIAL,   *
      *                  CUIT Y DOMICILIO DE FACTURACION               *
      *              '2' CUENTA CORPORATIVA (SUBCLAVE = NRO DE CUENTA  *
      *                  DE 8 DIGITOS): DESCRIPCION Y RESPONSABLE      *
      *              '3' CENTRO DE COSTO (SUBCLAVE = CODIGO DE 6)      *
      *              '4' TARJETA DE EMPLEADO (SUBCLAVE = NRO DE        *
      *                  TARJETA): CUENTA, CENTRO DE COSTO, LEGAJO Y   *
      *                  NOMBRE DEL EMPLEADO                           *
      * COR-ESTADO = 'A' ACTIVO / 'B' BAJA (LA BAJA ES LOGICA).        *
      * LO MANTIENE ABMCORP (CORPANT -> CORPNUE, NOVEDADES EN          *
      * WCORPNOV.cpy) Y LO LEE FACCORP PARA LA FACTURA CONSOLIDADA.    *
      * CADA TARJETA CONSERVA SU RESUMEN INDIVIDUAL (GENTARJETAS).     *
      *----------------------------------------------------------------*
       01  REG-CORPORATIVO.
           03 COR-CLAVE.
              05 COR-ID-EMPRESA            PIC  9(06).
              05 COR-TIPO                  PIC  X(01).
                 88 88-COR-EMPRESA                   VALUE '1'.
                 88 88-COR-CUENTA                    VALUE '2'.
                 88 88-COR-CCOSTO                    VALUE '3'.
                 88 88-COR-TARJETA                   VALUE '4'.
              05 COR-SUBCLAVE              PIC  X(19).
           03 COR-ESTADO                   PIC  X(01).
              88 88-COR-ACTIVO                       VALUE 'A'.
              88 88-COR-BAJA                         VALUE 'B'.
           03 COR-FECHA-ALTA               PIC  9(08).
           03 COR-FECHA-ESTADO             PIC  9(08).
           03 COR-USUARIO                  PIC  X(08).
           03 COR-DATOS                    PIC  X(99).
           03 COR-DATOS-EMPRESA REDEFINES COR-DATOS.
              05 COR-RAZON-SOCIAL          PIC  X(40).
              05 COR-CUIT                  PIC  9(11).
              05 COR-DOMICILIO             PIC  X(40).
              05 FILLER                    PIC  X(08).
           03 COR-DATOS-CUENTA REDEFINES COR-DATOS.
              05 COR-CTA-DESCRIPCION       PIC  X(30).
              05 COR-CTA-RESPONSABLE       PIC  X(30).
              05 FILLER                    PIC  X(39).
           03 COR-DATOS-CCOSTO REDEFINES COR-DATOS.
              05 COR-CCO-DESCRIPCION       PIC  X(30).
              05 FILLER                    PIC  X(69).
           03 COR-DATOS-TARJETA REDEFINES COR-DATOS.
              05 COR-TAR-NRO-CUENTA        PIC  9(08).
              05 COR-TAR-CCOSTO            PIC  X(06).
              05 COR-TAR-LEGAJO            PIC  X(10).
              05 COR-TAR-EMPLEADO          PIC  X(40).
              05 FILLER                    PIC  X(35).
