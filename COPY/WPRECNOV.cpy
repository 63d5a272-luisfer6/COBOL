      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DE LISTA DE PRECIOS              *
      * LREC = 40                                                      *
      * LO APLICA ABMPRECIO SOBRE EL HISTORICO (WLISTPRE.cpy):         *
      *   'A' NUEVA VIGENCIA: PRECIO DESDE LA FECHA (HOY O FUTURA)     *
      *   'M' CORRIGE EL PRECIO DE UNA VIGENCIA QUE NO EMPEZO          *
      *   'B' ANULA UNA VIGENCIA QUE NO EMPEZO                         *
      * EN 'B' EL PRECIO NO SE INFORMA.                                *
      *----------------------------------------------------------------*
       01  REG-PRECNOV.
           03 PNV-TIPO                     PIC  X(01).
              88 88-PNV-ALTA                         VALUE 'A'.
              88 88-PNV-MODIFICACION                 VALUE 'M'.
              88 88-PNV-BAJA                         VALUE 'B'.
           03 PNV-CLAVE.
              05 PNV-PRD-COD               PIC  9(06).
              05 PNV-FECHA-DESDE           PIC  9(08).
           03 PNV-PRECIO                   PIC  9(09)V99.
           03 FILLER                       PIC  X(14).
