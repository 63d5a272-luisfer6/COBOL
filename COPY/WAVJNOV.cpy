      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DE AVISOS DE VIAJE               *
      * LONGITUD DE REGISTRO (60)                                      *
      * LO CARGA EL MOSTRADOR DE TARJETAS; LO APLICA ABMAVIAJE SOBRE   *
      * EL MAESTRO (VER WAVIAJE.cpy).                                  *
      *   ANV-CODIGO = 'A' ALTA: TARJETA, PERIODO, PAISES Y SUCURSAL   *
      *              'C' ANULA: TARJETA Y FECHA DESDE DEL AVISO (EL    *
      *              RESTO DE LOS CAMPOS NO SE USA)                    *
      *----------------------------------------------------------------*
       01  REG-AVJNOV.
           03 ANV-CODIGO                   PIC  X(01).
              88 88-ANV-ALTA                         VALUE 'A'.
              88 88-ANV-ANULA                        VALUE 'C'.
           03 ANV-NRO-TARJETA              PIC  X(19).
           03 ANV-FECHA-DESDE              PIC  9(08).
           03 ANV-FECHA-HASTA              PIC  9(08).
           03 ANV-PAISES.
              05 ANV-PAIS                  PIC  X(02) OCCURS 5 TIMES.
           03 ANV-SUCURSAL                 PIC  9(04).
           03 FILLER                       PIC  X(10).
