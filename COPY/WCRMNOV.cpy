      *----------------------------------------------------------------*
      * COPY DE LA NOVEDAD DIARIA DE CLIENTES AL CRM (CRMNOV)          *
      * LREC = 100                                                     *
      * LA GENERA PGMCRMDEL DESDE LA HISTORIA DE CAMBIOS (CLIHIST).    *
      * UNA TANDA HEADER / DETALLES / TRAILER POR NOVEDAD; EL ARCHIVO  *
      * DEL DIA PUEDE TRAER ANTES LAS TANDAS REENVIADAS (RECHAZADAS O  *
      * SIN ACUSE DEL CRM), CADA UNA CON SU SECUENCIA ORIGINAL.        *
      *   'H' CABECERA : SECUENCIA DE LA NOVEDAD, DIA DE LOS CAMBIOS,  *
      *                  FECHA DE GENERACION Y MARCA DE REENVIO        *
      *   'D' DETALLE  : UN CAMPO CAMBIADO DE UN CLIENTE, CON SU VALOR *
      *                  NUEVO. CRD-EVENTO: 'A' ALTA, 'M' CAMBIO       *
      *                  (TAMBIEN REVERSION Y REACTIVACION), 'B' BAJA, *
      *                  'S' ANONIMIZADO (DERECHO AL OLVIDO).          *
      *                  CRD-COD-CAMPO USA LOS CODIGOS DE CLIHIST (01  *
      *                  A 18, 'FU').                                  *
      *   'T' TRAILER  : CANTIDAD DE CLIENTES Y DE DETALLES DE LA TANDA*
      * UN DIA SIN CAMBIOS IGUAL SE ENVIA (HEADER Y TRAILER EN CERO)   *
      * PARA QUE LA SECUENCIA NO TENGA HUECOS.                         *
      *----------------------------------------------------------------*
       01  REG-CRMNOV.
           05  CRM-TIPO-REG                 PIC X(01).
               88 88-CRM-CABECERA                     VALUE 'H'.
               88 88-CRM-DETALLE                      VALUE 'D'.
               88 88-CRM-TRAILER                      VALUE 'T'.
           05  CRM-SECUENCIA                PIC 9(09).
           05  CRM-DATOS                    PIC X(90).
           05  CRM-CABECERA REDEFINES CRM-DATOS.
               07  CRH-FECHA-DATOS          PIC 9(08).
               07  CRH-FECHA-GENERACION     PIC 9(08).
               07  CRH-REENVIO              PIC X(01).
                   88 88-CRH-ES-REENVIO               VALUE 'S'.
               07  FILLER                   PIC X(73).
           05  CRM-DETALLE REDEFINES CRM-DATOS.
               07  CRD-CLI-ID               PIC 9(10).
               07  CRD-EVENTO               PIC X(01).
                   88 88-CRD-ALTA                     VALUE 'A'.
                   88 88-CRD-CAMBIO                   VALUE 'M'.
                   88 88-CRD-BAJA                     VALUE 'B'.
                   88 88-CRD-ANONIMIZADO              VALUE 'S'.
               07  CRD-COD-CAMPO            PIC X(02).
               07  CRD-VALOR-NUEVO          PIC X(50).
               07  CRD-FECHA-CAMBIO         PIC X(10).
               07  CRD-HORA-CAMBIO          PIC X(08).
               07  FILLER                   PIC X(09).
           05  CRM-TRAILER REDEFINES CRM-DATOS.
               07  CRT-CANT-CLIENTES        PIC 9(07).
               07  CRT-CANT-DETALLES        PIC 9(09).
               07  FILLER                   PIC X(74).
