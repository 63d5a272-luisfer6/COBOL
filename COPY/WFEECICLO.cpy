      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE CARGOS DE SERVICIO DEL CICLO               *
      * LREC = 53                                                      *
      * UNA LINEA POR CARGO LIQUIDADO POR PGMCARGOS PARA EL CICLO EN   *
      * CURSO. GENTARJETAS LO LEE EN EL CIERRE MENSUAL: CADA CARGO     *
      * SALE CON SU PROPIO RENGLON (DESCRIPCION + IMPORTE) EN EL       *
      * ESTADO DE CUENTA Y SE SUMA AL SALDO DE CIERRE Y A              *
      * SAL-CARGOS-MES, IGUAL QUE EL INTERES DEL PLAN DE PAGOS.        *
      * FEE-ORIGEN 'E' ES EL CARGO POR UN ADELANTO EN EFECTIVO (TARIFA *
      * 'E'): SALE EN LA SECCION DE ADELANTOS DEL ESTADO DE CUENTA.    *
      * EN BLANCO, CARGO PERIODICO O DE REPOSICION.                    *
      *----------------------------------------------------------------*
       01  REG-FEECICLO.
           03 FEE-NRO-TARJETA              PIC  X(19).
           03 FEE-COD                      PIC  X(04).
           03 FEE-DESCRIPCION              PIC  X(20).
           03 FEE-IMPORTE                  PIC  9(07)V99.
           03 FEE-ORIGEN                   PIC  X(01).
              88 88-FEE-ADELANTO                     VALUE 'E'.
