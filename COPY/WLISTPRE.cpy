      *----------------------------------------------------------------*
      * COPY DEL HISTORICO DE LISTA DE PRECIOS                         *
      * LREC = 50                                                      *
      * UN REGISTRO POR PRODUCTO Y FECHA DE VIGENCIA: EL PRECIO RIGE   *
      * DESDE LPR-FECHA-DESDE HASTA LA VIGENCIA SIGUIENTE DEL MISMO    *
      * PRODUCTO. LOS AUMENTOS SE CARGAN POR ADELANTADO CON FECHA      *
      * FUTURA. LO MANTIENE ABMPRECIO, QUE ADEMAS DEJA EN              *
      * PRD-PRECIO-LISTA DE PRODMST EL PRECIO VIGENTE AL DIA.          *
      * FECHA-DESDE EN CERO = PRECIO ANTERIOR A LA HISTORIA.           *
      * TSTVTA01 TOMA EL PRECIO VIGENTE A LA FECHA DE CADA VENTA.      *
      *----------------------------------------------------------------*
       01  REG-LISTPRE.
           03 LPR-CLAVE.
              05 LPR-PRD-COD               PIC  9(06).
              05 LPR-FECHA-DESDE           PIC  9(08).
           03 LPR-PRECIO                   PIC  9(09)V99.
           03 LPR-FECHA-CARGA              PIC  9(08).
           03 LPR-USUARIO                  PIC  X(08).
           03 FILLER                       PIC  X(09).
