      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE NOVEDADES DE SUCURSALES, CAJEROS Y          *
      *VENDEDORES                                                      *
      *LONGITUD DE REGISTRO (91)                                       *
      *LO APLICA ABMSUCUR. SNV-ENTIDAD INDICA EL MAESTRO:              *
      *  'S' SUCURSAL (SNV-CODIGO = SUC-COD)                           *
      *  'C' CAJERO   (SNV-CODIGO = CAJ-COD)                           *
      *  'V' VENDEDOR (SNV-CODIGO = VEN-ID)                            *
      *SNV-TIPO:                                                       *
      *  'A' ALTA           'M' MODIFICACION (EN BLANCO NO CAMBIA)     *
      *  'T' TRASLADO DE CAJERO O VENDEDOR A SNV-SUCURSAL              *
      *  'I' INACTIVACION (CIERRE EN EL CASO DE UNA SUCURSAL)          *
      *  'R' REACTIVACION (REAPERTURA EN EL CASO DE UNA SUCURSAL)      *
      *NO HAY BAJA FISICA: LAS VENTAS Y RECAUDACIONES HISTORICAS       *
      *SIGUEN REFERENCIANDO LOS TRES MAESTROS.                         *
      *----------------------------------------------------------------*
       01  REG-SUCNOV.
           03 SNV-ENTIDAD                  PIC  X(01).
              88 88-SNV-SUCURSAL                     VALUE 'S'.
              88 88-SNV-CAJERO                       VALUE 'C'.
              88 88-SNV-VENDEDOR                     VALUE 'V'.
           03 SNV-TIPO                     PIC  X(01).
              88 88-SNV-ALTA                         VALUE 'A'.
              88 88-SNV-MODIFICACION                 VALUE 'M'.
              88 88-SNV-TRASLADO                     VALUE 'T'.
              88 88-SNV-INACTIVACION                 VALUE 'I'.
              88 88-SNV-REACTIVACION                 VALUE 'R'.
           03 SNV-CODIGO                   PIC  9(10).
           03 SNV-NOMBRE                   PIC  X(30).
           03 SNV-SUCURSAL                 PIC  9(04).
           03 SNV-REGION                   PIC  X(15).
           03 SNV-GERENTE                  PIC  X(30).
