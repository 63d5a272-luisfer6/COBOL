      *----------------------------------------------------------------*
      *COPY DEL CUADRO DE CUOTAS DE PRESTAMOS PRENDARIOS               *
      *LONGITUD DE REGISTRO (90)                                       *
      *UNA CUOTA POR REGISTRO (CLAVE CUO-NRO-PRESTAMO + CUO-NRO-CUOTA) *
      *GENERADAS POR PGMPRENDA EN EL ALTA DEL PRESTAMO POR SISTEMA     *
      *FRANCES (CUOTA FIJA; LA ULTIMA AJUSTA EL REDONDEO):             *
      *  CUO-CAPITAL / CUO-INTERES = APERTURA DE LA CUOTA              *
      *  CUO-SALDO-CAPITAL         = CAPITAL ADEUDADO LUEGO DE ELLA    *
      *  CUO-PAGADO                = LO COBRADO A CUENTA DE LA CUOTA   *
      *CUO-ESTADO = 'P' PENDIENTE (AUN NO FACTURADA)                   *
      *             'F' FACTURADA (EMITIDA AL CLIENTE, A COBRAR)       *
      *             'C' CANCELADA (PAGADA O CONDONADA EN UNA           *
      *                 CANCELACION ANTICIPADA)                        *
      *----------------------------------------------------------------*
       01  REG-PRECUOTA.
           03 CUO-CLAVE.
              05 CUO-NRO-PRESTAMO          PIC  9(08).
              05 CUO-NRO-CUOTA             PIC  9(03).
           03 CUO-FECHA-VTO                PIC  9(08).
           03 CUO-CAPITAL                  PIC  9(11)V99.
           03 CUO-INTERES                  PIC  9(11)V99.
           03 CUO-IMPORTE                  PIC  9(11)V99.
           03 CUO-PAGADO                   PIC  9(11)V99.
           03 CUO-SALDO-CAPITAL            PIC  9(11)V99.
           03 CUO-ESTADO                   PIC  X(01).
              88 88-CUO-PENDIENTE                    VALUE 'P'.
              88 88-CUO-FACTURADA                    VALUE 'F'.
              88 88-CUO-CANCELADA                    VALUE 'C'.
           03 FILLER                       PIC  X(05).
