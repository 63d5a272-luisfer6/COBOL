      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE VENDEDORES                         *
      * LREC = 54                                                      *
      * UN REGISTRO POR VENDEDOR HABILITADO. ID-VENDEDOR DE CADA       *
      * VENTA DEBE EXISTIR ACA Y ESTAR ACTIVO; TSTVTA01 MANDA A        *
      * EXCEPCIONES LAS VENTAS DE VENDEDORES DESCONOCIDOS O            *
      * INACTIVOS Y USA NOMBRE Y SUCURSAL EN LOS RANKINGS.             *
      * VEN-NIVEL-DESCUENTO ES LA AUTORIZACION DEL VENDEDOR PARA       *
      * VENDER DEBAJO DE LA LISTA DE PRECIOS: DEFINE LA TOLERANCIA     *
      * CON QUE TSTVTA01 MARCA LAS LINEAS (VER WDESVPRE.cpy). LOS      *
      * REGISTROS ANTERIORES VIENEN EN BLANCO = BASICO.                *
      *----------------------------------------------------------------*
       01  REG-VENDMST.
           03 VEN-ID                       PIC  9(10).
              88 88-VEN-ACTIVO                       VALUE 'A'.
              88 88-VEN-INACTIVO                     VALUE 'I'.
           03 VEN-FECHA-ALTA               PIC  9(08).
           03 VEN-NIVEL-DESCUENTO          PIC  X(01).
              88 88-VEN-DESC-BASICO                  VALUE 'B' ' '.
              88 88-VEN-DESC-SUPERVISOR              VALUE 'S'.
              88 88-VEN-DESC-GERENTE                 VALUE 'G'.
