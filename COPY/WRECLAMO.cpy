      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE RECLAMOS DE CLIENTES               *
      * LONGITUD DE REGISTRO (200)                                     *
      * UN REGISTRO POR RECLAMO, SIN IMPORTAR EL MOSTRADOR QUE LO      *
      * RECIBIO. LO MANTIENE ABMRECLAM (RECLAANT -> RECLANUE, NUMERO   *
      * CORRELATIVO = MAYOR DEL ARCHIVO + 1) Y LO LEEN RPTRECSLA       *
      * (ATRASO DIARIO POR AREA), RPTRECMES (RESUMEN MENSUAL) Y CLI360.*
      *   REC-CATEGORIA  = 'T' GASTO DE TARJETA   (REF = NRO TARJETA)  *
      *                    'V' VENTA              (REF = NRO VENTA)    *
      *                    'O' ORDEN DE TALLER    (REF = NRO ORDEN)    *
      *                    'R' RECIBO DE CAJA     (REF = NRO RECIBO)   *
      *   REC-AREA       = AREA RESPONSABLE: 'TAR' TARJETAS, 'VTA'     *
      *                    VENTAS, 'TAL' TALLER, 'CAJ' CAJA/TESORERIA, *
      *                    'ATC' ATENCION AL CLIENTE                   *
      *   REC-ESTADO     = 'A' ABIERTO / 'P' EN PROCESO / 'R' RESUELTO *
      *                    / 'C' ANULADO. 'R' Y 'C' SON FINALES.       *
      *   REC-FECHA-PROMETIDA = FECHA DE RESOLUCION COMPROMETIDA (SLA) *
      *                    CON EL CLIENTE. UN RECLAMO PENDIENTE CON ESA*
      *                    FECHA YA PASADA ESTA VENCIDO.               *
      *   REC-USUARIO    = ULTIMO OPERADOR QUE LO MODIFICO             *
      *----------------------------------------------------------------*
       01  REG-RECLAMO.
           03 REC-NRO-RECLAMO              PIC  9(08).
           03 REC-CLI-ID                   PIC  9(10).
           03 REC-FECHA-ALTA               PIC  9(08).
           03 REC-CATEGORIA                PIC  X(01).
              88 88-REC-TARJETA                      VALUE 'T'.
              88 88-REC-VENTA                        VALUE 'V'.
              88 88-REC-ORDEN                        VALUE 'O'.
              88 88-REC-RECIBO                       VALUE 'R'.
              88 88-REC-CATEGORIA-VALIDA             VALUE 'T' 'V'
                                                           'O' 'R'.
           03 REC-REFERENCIA               PIC  X(20).
           03 REC-AREA                     PIC  X(03).
              88 88-REC-AREA-VALIDA                  VALUE 'TAR' 'VTA'
                                                     'TAL' 'CAJ' 'ATC'.
           03 REC-SUCURSAL                 PIC  9(04).
           03 REC-ESTADO                   PIC  X(01).
              88 88-REC-ABIERTO                      VALUE 'A'.
              88 88-REC-EN-PROCESO                   VALUE 'P'.
              88 88-REC-RESUELTO                     VALUE 'R'.
              88 88-REC-ANULADO                      VALUE 'C'.
              88 88-REC-PENDIENTE                    VALUE 'A' 'P'.
           03 REC-FECHA-PROMETIDA          PIC  9(08).
           03 REC-FECHA-ESTADO             PIC  9(08).
           03 REC-FECHA-RESOLUCION         PIC  9(08).
           03 REC-USUARIO                  PIC  X(08).
           03 REC-DESCRIPCION              PIC  X(60).
           03 REC-RESOLUCION               PIC  X(40).
           03 FILLER                       PIC  X(13).
