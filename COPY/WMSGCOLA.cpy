      *----------------------------------------------------------------*
      * COPY DE LA COLA CENTRAL DE COMUNICACIONES SALIENTES            *
      * LREC = 149                                                     *
      * LOS PROGRAMAS PRODUCTORES (NOTIFVTO, GENTARJETAS, PGMEMITAR,   *
      * PGMRECALL) ENCOLAN AQUI SUS PIEZAS EN VEZ DE ARMAR CADA UNO SU *
      * PROPIA TANDA DE SOBRES. EL DESPACHADOR (PGMDESPACHO) APLICA    *
      * UNA SOLA VEZ LAS REGLAS DE CONSENTIMIENTO Y ENTREGABILIDAD DEL *
      * MAESTRO DE CLIENTES, PARTE POR CANAL (IMPRESION / EMAIL),      *
      * CONSOLIDA LAS PIEZAS DE UN MISMO HOGAR EN UN SOBRE Y DEJA      *
      * TODO ASENTADO EN EL LOG DE ENTREGAS (WENTREGA.cpy).            *
      * MSG-CLI-ID 0 CON MSG-NRO-TARJETA INFORMADO INDICA QUE EL       *
      * DESPACHADOR DEBE RESOLVER EL TITULAR VIA TARCLI (LOS           *
      * PRODUCTORES DEL CIRCUITO DE TARJETAS NO CONOCEN EL CLI-ID).    *
      * LAS ENCUESTAS DE SATISFACCION ('ENCS', DE VTAVEHI Y ABMORDEN)  *
      * LLEVAN EN MSG-REFERENCIA LA CLAVE DE LA ENCUESTA               *
      * (WENCUESTA.cpy) PARA VINCULAR LA RESPUESTA CON LA VENTA U      *
      * ORDEN.                                                         *
      * LOS ENVIOS DE LISTADOS DEL SPOOL ('RPTD', DE PGMDISTRIB) NO    *
      * VAN A CLIENTES: MSG-CLI-ID LLEVA EL NUMERO DE ENVIO DEL LOG DE *
      * DISTRIBUCION (WDISTLOG), MSG-REFERENCIA EL REPORTE + SEQ DEL   *
      * SPOOL Y MSG-TEXTO EL DESTINATARIO (VER MSG-DISTRIBUCION).      *
      *----------------------------------------------------------------*
       01  REG-MSGCOLA.
           03 MSG-TIPO                     PIC  X(04).
              88 88-MSG-ESTADO-CUENTA           VALUE 'ESTC'.
              88 88-MSG-REEMPLAZO-TARJETA       VALUE 'TREM'.
              88 88-MSG-AVISO-BLOQUEO           VALUE 'BLQI'.
              88 88-MSG-RECALL-VEHICULO         VALUE 'RCLL'.
              88 88-MSG-ENCUESTA                VALUE 'ENCS'.
              88 88-MSG-DISTRIB-LISTADO         VALUE 'RPTD'.
           03 MSG-ORIGEN                   PIC  X(08).
           03 MSG-CLI-ID                   PIC  9(10).
           03 MSG-NRO-TARJETA              PIC  X(19).
           03 MSG-FECHA-ALTA               PIC  9(08).
           03 MSG-REFERENCIA               PIC  X(20).
           03 MSG-REFERENCIA-LISTADO REDEFINES MSG-REFERENCIA.
              05 MSG-DST-REPORTE           PIC  X(12).
              05 MSG-DST-SPL-SEQ           PIC  9(07).
              05 FILLER                    PIC  X(01).
           03 MSG-TEXTO                    PIC  X(80).
           03 MSG-DISTRIBUCION REDEFINES MSG-TEXTO.
              05 MSG-DST-DESTINATARIO      PIC  X(30).
              05 MSG-DST-SUCURSAL          PIC  9(04).
              05 MSG-DST-EMAIL             PIC  X(46).
