      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE SUCURSALES                         *
      * LREC = 80                                                      *
      * UN REGISTRO POR SUCURSAL. ID-SUCURSAL DE CADA VENTA Y          *
      * CAJ-SUCURSAL DEL MAESTRO DE CAJEROS REFERENCIAN A SUC-COD.     *
      * TSTVTA01 VALIDA LA SUCURSAL EN LA CARGA DE VENTAS Y RPTSUCUR   *
      * USA NOMBRE / REGION / GERENTE EN EL CONSOLIDADO POR SUCURSAL.  *
      * LO MANTIENE ABMSUCUR. UNA SUCURSAL CERRADA NO SE BORRA (LA     *
      * SIGUEN REFERENCIANDO VENTAS Y CAJEROS INACTIVOS): QUEDA CON    *
      * SUC-ESTADO 'C'. EN BLANCO O 'A' ES UNA SUCURSAL ABIERTA.       *
      *----------------------------------------------------------------*
       01  REG-SUCURSAL.
           03 SUC-COD                      PIC  9(04).
           03 SUC-NOMBRE                   PIC  X(30).
           03 SUC-REGION                   PIC  X(15).
           03 SUC-GERENTE                  PIC  X(30).
           03 SUC-ESTADO                   PIC  X(01).
              88 88-SUC-ABIERTA                      VALUE 'A' ' '.
              88 88-SUC-CERRADA                      VALUE 'C'.
