      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE GARANTIAS DE VEHICULOS VENDIDOS            *
      * LREC = 100                                                     *
      * UN REGISTRO POR VENTA DEL LOTE, GRABADO POR VTAVEHI AL         *
      * APLICAR LA VENTA CON LA COBERTURA DEL TIPO DE VEHICULO         *
      * (WGARCOB.cpy): LA GARANTIA VENCE EN GAR-FECHA-HASTA O AL       *
      * LLEGAR A GAR-KM-HASTA, LO QUE OCURRA PRIMERO. ABMORDEN VALIDA  *
      * CONTRA ESTE ARCHIVO LAS ORDENES ABIERTAS COMO RECLAMO DE       *
      * GARANTIA (SI EL VEHICULO SE VENDIO MAS DE UNA VEZ VALE LA      *
      * ULTIMA VENTA) Y RPTGARAN TOMA DE ACA MARCA, MODELO Y VENDEDOR  *
      * PARA EL COSTO DE GARANTIA DEL MES.                             *
      *----------------------------------------------------------------*
       01  REG-GARANTIA.
           03 GAR-VEH-ID                   PIC  X(05).
           03 GAR-PATENTE                  PIC  X(09).
           03 GAR-MARCA                    PIC  X(08).
           03 GAR-MODELO                   PIC  X(09).
           03 GAR-CLI-ID                   PIC  9(10).
           03 GAR-VEN-ID                   PIC  9(10).
           03 GAR-FECHA-VENTA              PIC  9(08).
           03 GAR-TIPO-VEH                 PIC  X(02).
           03 GAR-MESES                    PIC  9(03).
           03 GAR-KM-COBERTURA             PIC  9(07).
           03 GAR-KM-VENTA                 PIC  9(07).
           03 GAR-FECHA-HASTA              PIC  9(08).
           03 GAR-KM-HASTA                 PIC  9(07).
           03 FILLER                       PIC  X(07).
