      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DEL MAESTRO DE PROVEEDORES       *
      * LREC = 70                                                      *
      * LO APLICA ABMPROVE SOBRE PROVEEDORES:                          *
      *  'A' ALTA (RAZON SOCIAL, CUIT Y CONDICION DE IVA OBLIGATORIOS) *
      *  'M' MODIFICACION (CAMPO EN BLANCO O EN CERO NO CAMBIA)        *
      *  'B' BAJA: EL PROVEEDOR QUEDA INACTIVO. SE RECHAZA SI TIENE    *
      *      LINEAS DE ORDENES DE COMPRA PENDIENTES DE RECIBIR         *
      *  'R' REHABILITACION DE UN PROVEEDOR INACTIVO                   *
      *----------------------------------------------------------------*
       01  REG-PROVNOV.
           03 PVN-PRV-ID                   PIC  9(06).
           03 PVN-TIPO                     PIC  X(01).
              88 88-PVN-ALTA                         VALUE 'A'.
              88 88-PVN-MODIFICACION                 VALUE 'M'.
              88 88-PVN-BAJA                         VALUE 'B'.
              88 88-PVN-REHABILITACION               VALUE 'R'.
           03 PVN-RAZON-SOCIAL             PIC  X(30).
           03 PVN-CUIT                     PIC  9(11).
           03 PVN-COND-IVA                 PIC  X(01).
           03 PVN-DIAS-PAGO                PIC  9(03).
           03 PVN-PLAZO-ENTREGA            PIC  9(03).
           03 PVN-TELEFONO                 PIC  X(15).
