      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE RESPUESTA DE CAE DE LA AUTORIDAD FISCAL     *
      *LONGITUD DE REGISTRO (100)                                      *
      *UN REGISTRO POR COMPROBANTE SOLICITADO (WCAESOL.cpy), MISMA     *
      *CLAVE TIPO + PUNTO DE VENTA + NUMERO:                           *
      *  RES-RESULTADO 'A' APROBADO: RES-CAE Y RES-CAE-VTO             *
      *                'R' RECHAZADO: RES-MOTIVO-COD / -DESC           *
      *LO IMPORTA CAEIMP SOBRE EL ESTADO DE COMPROBANTES (CAEDOC).     *
      *----------------------------------------------------------------*
       01  REG-CAERES.
           03 RES-CBTE-TIPO                PIC  9(03).
           03 RES-PTO-VTA                  PIC  9(05).
           03 RES-CBTE-NRO                 PIC  9(08).
           03 RES-RESULTADO                PIC  X(01).
              88 88-RES-APROBADO                     VALUE 'A'.
              88 88-RES-RECHAZADO                    VALUE 'R'.
           03 RES-CAE                      PIC  9(14).
           03 RES-CAE-VTO                  PIC  9(08).
           03 RES-MOTIVO-COD               PIC  X(05).
           03 RES-MOTIVO-DESC              PIC  X(40).
           03 FILLER                       PIC  X(16).
