      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE PROVEEDORES                        *
      * LREC = 100                                                     *
      * UN REGISTRO POR PROVEEDOR DE PRODUCTOS, REPUESTOS O            *
      * VEHICULOS. LO MANTIENE ABMPROVE (NOVEDADES WPROVNOV.cpy); UNA  *
      * BAJA DEJA EL PROVEEDOR INACTIVO PARA NO PERDER LA HISTORIA DE  *
      * SUS ORDENES. PGMCOMPR SOLO ACEPTA ORDENES DE COMPRA (WORDCOMP) *
      * A PROVEEDORES ACTIVOS Y, SI LA ORDEN NO TRAE FECHA DE ENTREGA, *
      * LA CALCULA CON PRV-PLAZO-ENTREGA (DIAS CORRIDOS).              *
      * PRV-DIAS-PAGO ES LA CONDICION DE PAGO HABITUAL EN DIAS DESDE   *
      * LA FACTURA. PRV-COND-IVA: 'I' RESPONSABLE INSCRIPTO,           *
      * 'M' MONOTRIBUTO, 'E' EXENTO.                                   *
      *----------------------------------------------------------------*
       01  REG-PROVEED.
           03 PRV-ID                       PIC  9(06).
           03 PRV-RAZON-SOCIAL             PIC  X(30).
           03 PRV-CUIT                     PIC  9(11).
           03 PRV-COND-IVA                 PIC  X(01).
              88 88-PRV-INSCRIPTO                    VALUE 'I'.
              88 88-PRV-MONOTRIBUTO                  VALUE 'M'.
              88 88-PRV-EXENTO                       VALUE 'E'.
              88 88-PRV-COND-IVA-VALIDA        VALUE 'I' 'M' 'E'.
           03 PRV-DIAS-PAGO                PIC  9(03).
           03 PRV-PLAZO-ENTREGA            PIC  9(03).
           03 PRV-TELEFONO                 PIC  X(15).
           03 PRV-ESTADO                   PIC  X(01).
              88 88-PRV-ACTIVO                       VALUE 'A'.
              88 88-PRV-INACTIVO                     VALUE 'I'.
           03 PRV-FECHA-ALTA               PIC  9(08).
           03 FILLER                       PIC  X(22).
