      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ACREDITACIONES ESPERADAS DE LAS REDES DE   *
      * COBRANZA EXTERNAS (LIQRED)                                     *
      * LONGITUD DE REGISTRO (60)                                      *
      * LO GRABA PGMCOBRED: UN REGISTRO POR RED Y FECHA DE ACREDITACION*
      * CON EL BRUTO COBRADO, LA COMISION QUE LA RED RETIENE Y EL NETO *
      * QUE DEBE ACREDITAR EN EL BANCO. PGMEXTRACTO APAREA EL NETO     *
      * CONTRA LOS MOVIMIENTOS 'RC' DEL EXTRACTO (VER WEXTRACTO.cpy).  *
      * INCLUYE LOS COBROS QUE PGMCOBRED NO PUDO IMPUTAR: LA RED LOS   *
      * ACREDITA IGUAL.                                                *
      *----------------------------------------------------------------*
       01  REG-LIQRED.
           03 LQR-RED                      PIC  X(02).
           03 LQR-FECHA-ACRED              PIC  9(08).
           03 LQR-CANTIDAD                 PIC  9(07).
           03 LQR-BRUTO                    PIC  9(11)V99.
           03 LQR-COMISION                 PIC  9(09)V99.
           03 LQR-NETO                     PIC  9(11)V99.
           03 FILLER                       PIC  X(06).
