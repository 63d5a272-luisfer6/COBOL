      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DE ACTIVACION DE TARJETAS        *
      * LONGITUD DE REGISTRO (80)                                      *
      * LO GENERAN EL MOSTRADOR DE LA SUCURSAL Y LA LINEA TELEFONICA   *
      * CON LOS DATOS DE IDENTIDAD QUE DA EL TITULAR; LO APLICA        *
      * PGMACTTAR CONTRA EL REGISTRO DE ACTIVACION (WACTTAR.cpy) Y EL  *
      * MAESTRO DE CLIENTES (WCLIENTE.cpy).                            *
      *   ACN-CANAL      = 'S' SUCURSAL / 'T' TELEFONO                 *
      *   ACN-TAX-ID     = DOCUMENTO FISCAL DECLARADO (CLI-TAX-ID)     *
      *   ACN-FECHA-NAC  = FECHA DE NACIMIENTO DECLARADA (AAAAMMDD)    *
      *   ACN-SUCURSAL   = SUCURSAL DEL MOSTRADOR (CERO POR TELEFONO)  *
      *----------------------------------------------------------------*
       01  REG-ACTNOV.
           03 ACN-NRO-TARJETA              PIC  X(19).
           03 ACN-CANAL                    PIC  X(01).
              88 88-ACN-SUCURSAL                     VALUE 'S'.
              88 88-ACN-TELEFONO                     VALUE 'T'.
           03 ACN-TAX-ID                   PIC  X(20).
           03 ACN-FECHA-NAC                PIC  9(08).
           03 ACN-SUCURSAL                 PIC  9(04).
           03 ACN-OPERADOR                 PIC  X(08).
           03 FILLER                       PIC  X(20).
