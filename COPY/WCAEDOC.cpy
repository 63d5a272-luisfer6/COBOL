      *----------------------------------------------------------------*
      *COPY DEL ESTADO DE AUTORIZACION (CAE) DE CADA COMPROBANTE       *
      *LONGITUD DE REGISTRO (100)                                      *
      *UN REGISTRO POR COMPROBANTE DE VENTAS (SUCURSAL + TIPO DE       *
      *MOVIMIENTO + NRO DE VENTA). LO MANTIENE CAEIMP CON LO ENVIADO   *
      *(CAESOL) Y LO RESPONDIDO (CAERES) Y LO LEEN:                    *
      *  - FACTURAS: SOLO IMPRIME LOS AUTORIZADOS, CON SU CAE; LOS     *
      *    DEMAS QUEDAN RETENIDOS EN EL LISTADO DOCRETEN               *
      *  - PGMIVA: SOLO LOS AUTORIZADOS ENTRAN AL LIBRO IVA            *
      *CAE-ESTADO:                                                     *
      *  'P' SOLICITADO SIN RESPUESTA                                  *
      *  'A' AUTORIZADO (CAE-NRO / CAE-VTO)                            *
      *  'R' RECHAZADO (CAE-MOTIVO-COD / -DESC); SE PUEDE VOLVER A     *
      *      SOLICITAR UNA VEZ CORREGIDO                               *
      *----------------------------------------------------------------*
       01  REG-CAEDOC.
           03 CAE-CLAVE.
              05 CAE-SUCURSAL              PIC  9(04).
              05 CAE-TIPO-MOV              PIC  X(01).
              05 CAE-NRO-VENTA             PIC  9(08).
           03 CAE-ESTADO                   PIC  X(01).
              88 88-CAE-PENDIENTE                    VALUE 'P'.
              88 88-CAE-AUTORIZADO                   VALUE 'A'.
              88 88-CAE-RECHAZADO                    VALUE 'R'.
           03 CAE-NRO                      PIC  9(14).
           03 CAE-VTO                      PIC  9(08).
           03 CAE-FECHA-SOL                PIC  9(08).
           03 CAE-FECHA-RES                PIC  9(08).
           03 CAE-MOTIVO-COD               PIC  X(05).
           03 CAE-MOTIVO-DESC              PIC  X(40).
           03 FILLER                       PIC  X(03).
