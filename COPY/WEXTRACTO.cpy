      *  'CH' ACREDITACION DE CHEQUE (CONTRA EL ARCHIVO DE CHEQUES)    *
      *  'DB' COBRO DE DEBITO AUTOMATICO (CONTRA EL RETORNO DEBBCO)    *
      *  'CM' PAGO DE LIQUIDACION A COMERCIO (CONTRA ORDPAGO)          *
      *  'RC' ACREDITACION DE RED DE COBRANZA EXTERNA (CONTRA LIQRED;  *
      *       EXT-REFERENCIA TRAE EL CODIGO DE LA RED)                 *
      *  'GA' GASTO / COMISION BANCARIA (SIEMPRE PARTIDA A REVISAR)    *
      *  'OT' OTROS MOVIMIENTOS                                        *
      *EXT-REFERENCIA ES EL NUMERO QUE EL BANCO DEVUELVE DEL           *
              88 88-EXT-CHEQUE                       VALUE 'CH'.
              88 88-EXT-DEBAUTO                      VALUE 'DB'.
              88 88-EXT-COMERCIO                     VALUE 'CM'.
              88 88-EXT-REDCOB                       VALUE 'RC'.
              88 88-EXT-GASTO                        VALUE 'GA'.
              88 88-EXT-OTRO                         VALUE 'OT'.
           03 EXT-REFERENCIA               PIC  X(10).
