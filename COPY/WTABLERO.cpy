      *----------------------------------------------------------------*
      * COPY DE LA HISTORIA DE INDICADORES DEL TABLERO DIARIO          *
      * LREC = 60                                                      *
      * LA GRABA PGMTABLERO (TABLANT ENTRA / TABLNUE SALE) CON LAS     *
      * FOTOS DEL DIA QUE NO TIENEN HISTORIA PROPIA EN SU ORIGEN, PARA *
      * COMPARARLAS CONTRA LA SEMANA Y EL MES ANTERIOR:                *
      *   TAB-GRUPO 'CAJ' RECAUDACION POR MONEDA (RESXDIA)             *
      *             'TAR' SALDOS DE CIERRE DE TARJETAS (SALCIERRE)     *
      *             'MOR' MORA DE TARJETAS (MORANUE)                   *
      *             'LOT' STOCK DISPONIBLE DEL LOTE (VEHICULOO)        *
      *             'TAL' ORDENES DE TALLER ABIERTAS (ORDTRAB)         *
      *   TAB-CONCEPTO INDICADOR DENTRO DEL GRUPO; '****' ES LA MARCA  *
      *             DE GRUPO CON DATOS EN LA FECHA (DISTINGUE UN CERO  *
      *             DE UN ARCHIVO QUE NO ESTABA).                      *
      *   TAB-CLAVE MONEDA DE LA RECAUDACION, BLANCO EN EL RESTO.      *
      * SE CONSERVAN LOS ULTIMOS 45 DIAS; UNA NUEVA CORRIDA DEL MISMO  *
      * DIA REEMPLAZA LA FOTO DE ESE DIA.                              *
      *----------------------------------------------------------------*
       01  REG-TABLERO.
           03 TAB-CLAVE-REG.
              05 TAB-FECHA                 PIC  9(08).
              05 TAB-GRUPO                 PIC  X(03).
              05 TAB-CONCEPTO              PIC  X(04).
                 88 88-TAB-MARCA-GRUPO               VALUE '****'.
              05 TAB-CLAVE                 PIC  X(10).
           03 TAB-VALOR                    PIC S9(15)V99.
           03 FILLER                       PIC  X(18).
