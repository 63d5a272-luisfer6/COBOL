      *EL CANAL 'AJ' ES UN AJUSTE INTERNO (CREDITO PROVISORIO DE UNA   *
      *DISPUTA - VER PGMDISPUTA); SE POSTEA COMO UN PAGO PARA QUE EL   *
      *IMPORTE DISPUTADO DEJE DE DEVENGAR INTERES EN EL CICLO.         *
      *EL CANAL 'RC' ES UN PAGO COBRADO POR UNA RED DE COBRANZA        *
      *EXTERNA (PAGO FACIL / RAPIPAGO), IMPORTADO POR PGMCOBRED.       *
      *----------------------------------------------------------------*
       01  REG-PAGOS.
           03 PAG-NRO-TARJETA              PIC  X(19).
              88 88-PAG-CANAL-TRANSFER               VALUE 'TR'.
              88 88-PAG-CANAL-HOMEBANK               VALUE 'HB'.
              88 88-PAG-CANAL-AJUSTE                 VALUE 'AJ'.
              88 88-PAG-CANAL-REDCOB                 VALUE 'RC'.
