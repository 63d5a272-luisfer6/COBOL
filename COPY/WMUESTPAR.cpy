      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE PEDIDOS DE MUESTREO DE AUDITORIA INTERNA   *
      * (MUESTPAR)                                                     *
      * LREC = 80                                                      *
      * UN REGISTRO POR MUESTRA PEDIDA; LO ARMA AUDITORIA Y QUEDA COMO *
      * PAPEL DE TRABAJO: CON EL MISMO PEDIDO Y LA MISMA POBLACION     *
      * PGMMUESTRA REPRODUCE EXACTAMENTE LA MISMA MUESTRA.             *
      *   MUP-POBLACION 'GASTOS'  GASTOS DE TARJETAS (GASTOS)          *
      *                 'RECCORR' CORRECCIONES DE RECAUDACION (RECDIAR *
      *                           TIPO 'A' ANULACION / 'D' DEVOLUCION) *
      *                 'VTADEV'  DEVOLUCIONES DE VENTAS (VENTAS 'C')  *
      *                 'CLIHIST' CAMBIOS AL MAESTRO DE CLIENTES       *
      *   MUP-METODO    'A' ALEATORIO SIMPLE                           *
      *                 'S' SISTEMATICO CON ARRANQUE ALEATORIO         *
      *                 'M' UNIDAD MONETARIA (NO APLICA A CLIHIST)     *
      *   MUP-TAMANIO   CANTIDAD DE ITEMS (EXTRACCIONES EN 'M')        *
      *   MUP-SEMILLA   SEMILLA DEL GENERADOR ALEATORIO (MAYOR A CERO) *
      *   MUP-FECHA-DESDE / MUP-FECHA-HASTA (AAAAMMDD) ACOTAN LA       *
      *                 POBLACION POR FECHA DEL REGISTRO; EN CERO SIN  *
      *                 LIMITE.                                        *
      *   MUP-REFERENCIA IDENTIFICACION DEL PEDIDO PARA AUDITORIA.     *
      *----------------------------------------------------------------*
       01  REG-MUESTPAR.
           03 MUP-POBLACION                PIC  X(08).
              88 88-MUP-GASTOS                       VALUE 'GASTOS'.
              88 88-MUP-RECCORR                      VALUE 'RECCORR'.
              88 88-MUP-VTADEV                       VALUE 'VTADEV'.
              88 88-MUP-CLIHIST                      VALUE 'CLIHIST'.
           03 MUP-METODO                   PIC  X(01).
              88 88-MUP-ALEATORIO                    VALUE 'A'.
              88 88-MUP-SISTEMATICO                  VALUE 'S'.
              88 88-MUP-MONETARIO                    VALUE 'M'.
           03 MUP-TAMANIO                  PIC  9(05).
           03 MUP-SEMILLA                  PIC  9(10).
           03 MUP-FECHA-DESDE              PIC  9(08).
           03 MUP-FECHA-HASTA              PIC  9(08).
           03 MUP-REFERENCIA               PIC  X(20).
           03 FILLER                       PIC  X(20).
