      *----------------------------------------------------------------*
      * COPY DEL HISTORICO DE LECTURAS DE ODOMETRO DE VEHICULOS        *
      * LREC = 50                                                      *
      * UNA LECTURA POR REGISTRO, EN EL ORDEN EN QUE SE TOMAN (EL      *
      * ARCHIVO SE ABRE SIEMPRE EN EXTEND). ODO-ORIGEN INDICA DONDE    *
      * SE TOMO LA LECTURA:                                            *
      *   'I' INGRESO AL LOTE        (GENVEHI)                         *
      *   'A' APERTURA DE ORDEN OT   (ABMORDEN, REFERENCIA = NRO OT)   *
      *   'C' CIERRE DE ORDEN OT     (ABMORDEN, REFERENCIA = NRO OT)   *
      *   'V' VENTA                  (VTAVEHI, REFERENCIA = COMPRADOR) *
      * LA ULTIMA LECTURA DE UN VEHICULO ES SU KILOMETRAJE ACTUAL      *
      * (EJERPATENTE, LSTVEHIDISP). UNA LECTURA MENOR QUE LA ANTERIOR  *
      * DEL MISMO VEHICULO ES UN POSIBLE RETROCESO DEL ODOMETRO Y LA   *
      * INFORMA RPTODOMET.                                             *
      *----------------------------------------------------------------*
       01  REG-ODOMETRO.
           03 ODO-VEH-ID                   PIC  X(05).
           03 ODO-FECHA                    PIC  9(08).
           03 ODO-HORA                     PIC  9(06).
           03 ODO-KM                       PIC  9(07).
           03 ODO-ORIGEN                   PIC  X(01).
              88 88-ODO-INGRESO                      VALUE 'I'.
              88 88-ODO-APERTURA-OT                  VALUE 'A'.
              88 88-ODO-CIERRE-OT                    VALUE 'C'.
              88 88-ODO-VENTA                        VALUE 'V'.
           03 ODO-PROGRAMA                 PIC  X(08).
           03 ODO-REFERENCIA               PIC  X(10).
           03 FILLER                       PIC  X(05).
