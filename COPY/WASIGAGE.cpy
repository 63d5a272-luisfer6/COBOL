      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE ASIGNACIONES A AGENCIAS DE COBRANZA         *
      *LONGITUD DE REGISTRO (80)                                       *
      *LO GRABA ABMCASTIG EN CADA CORRIDA (ASIGAGEN) Y SE ENVIA A LAS  *
      *AGENCIAS EXTERNAS. UN REGISTRO POR CUENTA CASTIGADA QUE SE LE   *
      *ENTREGA A UNA AGENCIA ('A') O QUE SE LE RETIRA ('R').           *
      *ASG-SALDO-DEUDA ES LO CASTIGADO MENOS LO YA RECUPERADO.         *
      *LAS AGENCIAS RINDEN LO COBRADO EN AGERECUP (WRECUPERO.cpy).     *
      *----------------------------------------------------------------*
       01  REG-ASIGAGE.
           03 ASG-TIPO                     PIC  X(01).
              88 88-ASG-ASIGNACION                   VALUE 'A'.
              88 88-ASG-RETIRO                       VALUE 'R'.
           03 ASG-AGENCIA                  PIC  X(04).
           03 ASG-FECHA                    PIC  9(08).
           03 ASG-CARTERA                  PIC  X(01).
           03 ASG-NRO-TARJETA              PIC  X(19).
           03 ASG-CLI-ID                   PIC  9(10).
           03 ASG-NRO-FACTURA              PIC  9(08).
           03 ASG-FECHA-CASTIGO            PIC  9(08).
           03 ASG-SALDO-DEUDA              PIC  9(11)V99.
           03 FILLER                       PIC  X(08).
