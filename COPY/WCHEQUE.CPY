      *  'E' ENDOSADO A UN PROVEEDOR (PGMENDOSO): SALIO DE CUSTODIA
      *      SIN PASAR POR EL DEPOSITO, CON SU REGISTRO EN EL
      *      LIBRO DE ENDOSOS (WENDOSO.cpy)
      *  'V' VENDIDO EN DESCUENTO A UNA ENTIDAD FINANCIERA ANTES DE
      *      SU FECHA (PGMDESCHQ, LIBRO DE DESCUENTOS WDESCHQ.cpy):
      *      NO SE DEPOSITA NI SE ENDOSA; LO PRESENTA LA ENTIDAD. SI
      *      REBOTA, PGMRETBCO ASIENTA EL DEBITO POR RECURSO
      *      (WRECDESC.cpy) Y LO PASA A 'R' PARA COBRANZAS
      ******************************************************************

       01  REG-CHEQUE.
               88 88-CHEQUE-ACREDITADO        VALUE 'A'.
               88 88-CHEQUE-RECHAZADO         VALUE 'R'.
               88 88-CHEQUE-ENDOSADO          VALUE 'E'.
               88 88-CHEQUE-DESCONTADO        VALUE 'V'.
