      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE HISTORIA DE CAMBIOS AL MAESTRO DE COMERCIOS*
      * LREC = 99                                                      *
      * UN REGISTRO POR CADA CAMPO QUE ABMCOMER MODIFICA EN COMERCIOS  *
      * O EN COMTASA, CON EL VALOR ANTERIOR Y EL NUEVO. MISMO CRITERIO *
      * QUE TARHIST PARA EL MAESTRO DE TARJETAS.                       *
      * COMHIST-COD-CAMPO = 'AL' ALTA / 'BJ' BAJA / 'NO' NOMBRE        *
      *                   / 'RU' RUBRO / 'ES' ESTADO / 'CM' COMISION   *
      *                   / 'CU' CUIT / 'IB' CONDICION IIBB / 'NI' NRO *
      *                   DE IIBB / 'GA' CONDICION GANANCIAS           *
      *----------------------------------------------------------------*
       01  REG-COMHIST.
           05 COMHIST-COM-ID               PIC  9(05).
           05 COMHIST-COD-NOVEDAD          PIC  X(01).
           05 COMHIST-COD-CAMPO            PIC  X(02).
           05 COMHIST-VALOR-ANTERIOR       PIC  X(30).
           05 COMHIST-VALOR-NUEVO          PIC  X(30).
           05 COMHIST-FECHA-NOVEDAD        PIC  9(08).
           05 COMHIST-HORA-NOVEDAD         PIC  9(06).
           05 COMHIST-USUARIO              PIC  X(08).
           05 FILLER                       PIC  X(09).
