      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ITEMS SELECCIONADOS POR EL MUESTREO DE     *
      * AUDITORIA INTERNA (MUESTRA, LO GRABA PGMMUESTRA)               *
      * LREC = 230                                                     *
      * UN REGISTRO POR ITEM DE CADA PEDIDO DE MUESTPAR.               *
      * MUE-NRO-REGISTRO ES LA POSICION DEL REGISTRO EN EL ARCHIVO DE  *
      * LA POBLACION (CONTANDO TODOS LOS REGISTROS LEIDOS), PARA       *
      * UBICARLO EN EL ORIGINAL. MUE-ACIERTOS ES LA CANTIDAD DE        *
      * EXTRACCIONES QUE CAYERON EN EL ITEM (MAS DE UNA SOLO EN        *
      * UNIDAD MONETARIA, CUANDO EL IMPORTE SUPERA EL INTERVALO).      *
      * MUE-REGISTRO ES LA IMAGEN DEL REGISTRO ORIGINAL, CON EL        *
      * NUMERO DE TARJETA ENMASCARADO EN LOS GASTOS (VER UTLMASK).     *
      *----------------------------------------------------------------*
       01  REG-MUESTRA.
           03 MUE-POBLACION                PIC  X(08).
           03 MUE-METODO                   PIC  X(01).
           03 MUE-SEMILLA                  PIC  9(10).
           03 MUE-REFERENCIA               PIC  X(20).
           03 MUE-NRO-ITEM                 PIC  9(05).
           03 MUE-NRO-REGISTRO             PIC  9(09).
           03 MUE-FECHA                    PIC  9(08).
           03 MUE-IMPORTE                  PIC  9(11)V99.
           03 MUE-ACIERTOS                 PIC  9(03).
           03 MUE-REGISTRO                 PIC  X(150).
           03 FILLER                       PIC  X(03).
