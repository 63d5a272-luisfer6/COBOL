      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE PROMOCIONES DE VENTA                       *
      * LREC = 100                                                     *
      * UN REGISTRO POR PROMOCION Y PRODUCTO (UNA PROMOCION QUE ABARCA *
      * VARIOS PRODUCTOS TIENE UN REGISTRO POR CADA UNO, CON EL MISMO  *
      * PRM-COD, DESCRIPCION, TIPO Y VIGENCIA). REGLAS:                *
      *   'P' PORCENTAJE DE DESCUENTO SOBRE CADA UNIDAD (PRM-PCT)      *
      *   'S' SEGUNDA UNIDAD CON DESCUENTO: UNA DE CADA DOS UNIDADES   *
      *       DE LA LINEA LLEVA PRM-PCT DE DESCUENTO                   *
      *   'O' PRECIO DE OFERTA FIJO POR UNIDAD (PRM-PRECIO-OFERTA)     *
      * RIGE DE PRM-FECHA-DESDE A PRM-FECHA-HASTA INCLUSIVE, EN LA     *
      * SUCURSAL PRM-SUCURSAL (CERO = TODAS). TSTVTA01 APLICA A CADA   *
      * LINEA DE VENTA LA PROMOCION ACTIVA DE MAYOR DESCUENTO Y LA DEJA*
      * REGISTRADA EN VTALIN (WVTALIN.cpy); RPTPROMO MIDE SU EFECTO.   *
      * LAS SUSPENDIDAS ('S') NO SE APLICAN PERO SIGUEN EN EL REPORTE. *
      *----------------------------------------------------------------*
       01  REG-PROMO.
           03 PRM-COD                      PIC  9(05).
           03 PRM-DESCRIPCION              PIC  X(30).
           03 PRM-TIPO                     PIC  X(01).
              88 88-PRM-PORCENTAJE                   VALUE 'P'.
              88 88-PRM-SEGUNDA-UNIDAD               VALUE 'S'.
              88 88-PRM-PRECIO-OFERTA                VALUE 'O'.
           03 PRM-PCT                      PIC  9(03)V99.
           03 PRM-PRECIO-OFERTA            PIC  9(09)V99.
           03 PRM-FECHA-DESDE              PIC  9(08).
           03 PRM-FECHA-HASTA              PIC  9(08).
           03 PRM-SUCURSAL                 PIC  9(04).
           03 PRM-COD-PRODUCTO             PIC  9(06).
           03 PRM-ESTADO                   PIC  X(01).
              88 88-PRM-ACTIVA                       VALUE 'A'.
              88 88-PRM-SUSPENDIDA                   VALUE 'S'.
           03 FILLER                       PIC  X(21).
