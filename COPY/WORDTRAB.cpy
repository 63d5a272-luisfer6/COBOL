      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ORDENES DE TRABAJO DEL TALLER              *
      * LREC = 78                                                      *
      * UNA ORDEN POR REGISTRO, CLAVEADA POR VEHICULO + NRO DE ORDEN.  *
      * ORD-ESTADO = 'A' ABIERTA / 'C' CERRADA. MIENTRAS UN VEHICULO   *
      * TENGA UNA ORDEN ABIERTA NO PUEDE VOLVER A DISPONIBLE (LO       *
      * CONTROLA PGMRESVTO AL LIBERAR RESERVAS). LOS IMPORTES DE MANO  *
      * DE OBRA Y REPUESTOS SE CARGAN AL CIERRE DE LA ORDEN Y SON LA   *
      * BASE DEL COSTO POR VEHICULO (RPTORDEN).                        *
      * ORD-GARANTIA = 'S' MARCA LA ORDEN COMO RECLAMO DE GARANTIA DE  *
      * POSVENTA (ABMORDEN LA VALIDA CONTRA WGARANTIA.cpy CON EL       *
      * KILOMETRAJE ORD-KM DE LA APERTURA); SU COSTO LO INFORMA        *
      * RPTGARAN. BLANCO O 'N' ES UNA ORDEN COMUN.                     *
      * UNA DESCRIPCION 'RECALL ' + CAMPANIA MARCA LA ORDEN COMO       *
      * TRABAJO DE UNA CAMPANIA DE RECALL (WRECALL.cpy): LAS DEL LOTE  *
      * LAS PIDE PGMRECALL Y SU CUMPLIMIENTO LO INFORMA RPTRECALL.     *
      *----------------------------------------------------------------*
       01  REG-ORDTRAB.
           03 ORD-VEH-ID                   PIC  X(05).
           03 ORD-ESTADO                   PIC  X(01).
              88 88-ORD-ABIERTA                      VALUE 'A'.
              88 88-ORD-CERRADA                      VALUE 'C'.
           03 ORD-GARANTIA                 PIC  X(01).
              88 88-ORD-GARANTIA                     VALUE 'S'.
              88 88-ORD-COMUN                        VALUE 'N' ' '.
           03 ORD-KM                       PIC  9(07).
