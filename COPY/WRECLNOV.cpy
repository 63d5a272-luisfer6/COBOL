      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DE RECLAMOS DE CLIENTES          *
      * LONGITUD DE REGISTRO (120)                                     *
      * LO CARGAN LOS MOSTRADORES (TARJETAS, VENTAS, TALLER, CAJA) Y   *
      * ATENCION AL CLIENTE; LO APLICA ABMRECLAM SOBRE EL MAESTRO      *
      * (VER WRECLAMO.cpy).                                            *
      *   RNV-CODIGO = 'A' ALTA: CLIENTE, CATEGORIA, REFERENCIA, AREA, *
      *              SUCURSAL Y DESCRIPCION (RNV-TEXTO); NRO EN CERO.  *
      *              FECHA PROMETIDA EN CERO = PLAZO ESTANDAR DEL      *
      *              AREA EN DIAS HABILES.                             *
      *              'M' REASIGNA: AREA Y/O FECHA PROMETIDA (LO QUE    *
      *              VENGA INFORMADO)                                  *
      *              'P' PASA A EN PROCESO                             *
      *              'R' RESUELVE (RNV-TEXTO = RESOLUCION, OBLIGATORIA)*
      *              'C' ANULA (RNV-TEXTO = MOTIVO, OBLIGATORIO)       *
      * CIRCUITO: 'A' -> 'P' / 'R' / 'C'; 'P' -> 'R' / 'C'. SOLO SE    *
      * REASIGNAN RECLAMOS PENDIENTES ('A' O 'P').                     *
      *----------------------------------------------------------------*
       01  REG-RECNOV.
           03 RNV-CODIGO                   PIC  X(01).
              88 88-RNV-ALTA                         VALUE 'A'.
              88 88-RNV-REASIGNA                     VALUE 'M'.
              88 88-RNV-EN-PROCESO                   VALUE 'P'.
              88 88-RNV-RESUELVE                     VALUE 'R'.
              88 88-RNV-ANULA                        VALUE 'C'.
           03 RNV-NRO-RECLAMO              PIC  9(08).
           03 RNV-CLI-ID                   PIC  9(10).
           03 RNV-CATEGORIA                PIC  X(01).
           03 RNV-REFERENCIA               PIC  X(20).
           03 RNV-AREA                     PIC  X(03).
           03 RNV-SUCURSAL                 PIC  9(04).
           03 RNV-FECHA-PROMETIDA          PIC  9(08).
           03 RNV-TEXTO                    PIC  X(60).
           03 FILLER                       PIC  X(05).
