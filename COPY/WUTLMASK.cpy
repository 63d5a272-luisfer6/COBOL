      *----------------------------------------------------------------*
      * COPY DE COMUNICACION CON LA RUTINA DE ENMASCARADO DE NUMEROS   *
      * DE TARJETA (UTLMASK).                                          *
      * TODA SALIDA LEGIBLE (LISTADOS, ALERTAS, COLAS DE TRABAJO,      *
      * REIMPRESIONES DE SPOOL, MENSAJES DE CONSOLA) MUESTRA SOLO LOS  *
      * PRIMEROS 6 Y LOS ULTIMOS 4 DIGITOS; EL NUMERO COMPLETO QUEDA   *
      * SOLO EN LAS INTERFACES DE MAQUINA QUE LO NECESITAN (EMBOZADO,  *
      * DEBITO BANCARIO, ARCHIVOS MAESTROS).                           *
      *   UTLMASK-FUNCION = 'T' ENMASCARA UTLMASK-TARJETA (X(19) O     *
      *                         9(19) CON CEROS A IZQUIERDA) EN        *
      *                         UTLMASK-TARJETA-MASC                   *
      *                     'L' ENMASCARA EN EL LUGAR TODA SECUENCIA   *
      *                         DE 13 A 19 DIGITOS DE UTLMASK-LINEA    *
      *                         (RENGLON DE LISTADO YA ARMADO)         *
      * UTLMASK-CANT DEVUELVE CUANTOS NUMEROS SE ENMASCARARON.         *
      * INVOCAR: CALL 'UTLMASK' USING WUTLMASK.                        *
      *----------------------------------------------------------------*
       01  WUTLMASK.
           05 UTLMASK-FUNCION              PIC  X(01).
              88 88-UTLMASK-TARJETA                  VALUE 'T'.
              88 88-UTLMASK-LINEA                    VALUE 'L'.
           05 UTLMASK-TARJETA              PIC  X(19).
           05 UTLMASK-TARJETA-MASC         PIC  X(19).
           05 UTLMASK-LINEA                PIC  X(140).
           05 UTLMASK-CANT                 PIC  9(03).
           05 UTLMASK-RC                   PIC  X(02).
              88 88-UTLMASK-OK                       VALUE '00'.
              88 88-UTLMASK-ERROR                    VALUE '08'.
