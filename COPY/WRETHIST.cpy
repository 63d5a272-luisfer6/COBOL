      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE RETENCIONES PRACTICADAS A COMERCIOS         *
      *LONGITUD DE REGISTRO (120)                                      *
      *UN REGISTRO POR IMPUESTO RETENIDO EN CADA LIQUIDACION. LO       *
      *ACUMULA LIQCOMER (EN EXTEND) Y ES LA BASE DE LA DECLARACION     *
      *MENSUAL A LOS ORGANISMOS (GENRETMES).                           *
      *RTH-NRO-CERTIF ES EL CERTIFICADO DE RETENCION ENTREGADO AL      *
      *COMERCIO: UNO POR COMERCIO Y LIQUIDACION, CORRELATIVO (LIQCOMER *
      *TOMA EL MAYOR DE ESTE ARCHIVO). LOS DOS IMPUESTOS DE UNA MISMA  *
      *LIQUIDACION COMPARTEN EL NUMERO.                                *
      *RTH-BASE ES LA BASE SUJETA: BRUTO LIQUIDADO MENOS EL MINIMO NO  *
      *SUJETO DE RETTASA.                                              *
      *----------------------------------------------------------------*
       01  REG-RETHIST.
           03 RTH-NRO-CERTIF               PIC  9(08).
           03 RTH-IMPUESTO                 PIC  X(01).
              88 88-RTH-IIBB                         VALUE 'B'.
              88 88-RTH-GANANCIAS                    VALUE 'G'.
           03 RTH-FECHA                    PIC  9(08).
           03 RTH-PERIODO-LIQ              PIC  9(06).
           03 RTH-COM-ID                   PIC  9(05).
           03 RTH-COM-NOMBRE               PIC  X(30).
           03 RTH-CUIT                     PIC  9(11).
           03 RTH-CONDICION                PIC  X(01).
           03 RTH-NRO-IIBB                 PIC  X(12).
           03 RTH-BASE                     PIC  9(11)V99.
           03 RTH-PCT                      PIC  9(02)V99.
           03 RTH-IMPORTE                  PIC  9(11)V99.
           03 FILLER                       PIC  X(08).
