      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE OPERACIONES EN EFECTIVO BAJO EL UMBRAL      *
      *LONGITUD DE REGISTRO (60)                                       *
      *UN REGISTRO POR OPERACION DE UN CLIENTE IDENTIFICADO CUYO       *
      *IMPORTE EN PESOS CAE EN LA BANDA INMEDIATAMENTE INFERIOR AL     *
      *UMBRAL REGULATORIO (VER PGMLAVADO). ES LA MEMORIA DE LA         *
      *VENTANA MOVIL PARA DETECTAR ESTRUCTURACION: PGMLAVADO LO LEE,   *
      *AGREGA LAS OPERACIONES DEL DIA Y GRABA AMLOPEACT SOLO CON LAS   *
      *QUE SIGUEN DENTRO DE LA VENTANA (REEMPLAZA A AMLOPER PARA LA    *
      *PROXIMA CORRIDA).                                               *
      *  AOP-CANAL = 'R' RECAUDACION (RECDIAR) / 'V' VENTA CONTADO     *
      *              (VENTAS) / 'C' CHEQUE (CHEQACEP)                  *
      *  AOP-REFERENCIA = CAJERO + NRO DE RECIBO / NRO DE VENTA /      *
      *              NRO DE CHEQUE, SEGUN EL CANAL                     *
      *----------------------------------------------------------------*
       01  REG-AMLOPE.
           03 AOP-CLI-ID                   PIC  9(10).
           03 AOP-FECHA                    PIC  9(08).
           03 AOP-CANAL                    PIC  X(01).
              88 88-AOP-RECAUDACION                  VALUE 'R'.
              88 88-AOP-VENTA                        VALUE 'V'.
              88 88-AOP-CHEQUE                       VALUE 'C'.
           03 AOP-REFERENCIA               PIC  X(12).
           03 AOP-IMPORTE                  PIC  9(11)V99.
           03 FILLER                       PIC  X(16).
