      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DEL MAESTRO DE TARJETAS          *
      * CORPORATIVAS                                                   *
      * LONGITUD DE REGISTRO (160)                                     *
      * LO CARGA EL SECTOR DE EMPRESAS; LO APLICA ABMCORP SOBRE EL     *
      * MAESTRO (VER WCORPORA.cpy).                                    *
      *   CNV-CODIGO = 'A' ALTA / 'B' BAJA / 'M' MODIFICACION          *
      *   CNV-REGISTRO = CLAVE Y DATOS CON EL LAYOUT DEL MAESTRO; EL   *
      *                  ESTADO, LAS FECHAS Y EL USUARIO LOS COMPLETA  *
      *                  ABMCORP. LA BAJA SOLO USA LA CLAVE.           *
      *----------------------------------------------------------------*
       01  REG-CORPNOV.
           03 CNV-CODIGO                   PIC  X(01).
              88 88-CNV-ALTA                         VALUE 'A'.
              88 88-CNV-BAJA                         VALUE 'B'.
              88 88-CNV-MODIFICA                     VALUE 'M'.
           03 CNV-REGISTRO                 PIC  X(150).
           03 FILLER                       PIC  X(09).
