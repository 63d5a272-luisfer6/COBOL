      *DE VENTA (WVTADET.cpy) DEBE EXISTIR ACA Y ESTAR ACTIVO; LA      *
      *CARGA DE VENTAS MANDA A EXCEPCIONES LAS LINEAS DE PRODUCTOS     *
      *DESCONOCIDOS O INACTIVOS.                                       *
      *PRD-PRECIO-LISTA LO MANTIENE ABMPRECIO: ES EL DE LA VIGENCIA    *
      *MAS RECIENTE DEL HISTORICO DE PRECIOS (WLISTPRE.cpy) A LA       *
      *FECHA DE PROCESO.                                               *
      *----------------------------------------------------------------*
       01  REG-PRODMST.
           03 PRD-COD                      PIC  9(06).
