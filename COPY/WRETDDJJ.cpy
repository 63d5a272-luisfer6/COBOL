      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO MENSUAL DE RETENCIONES PARA LOS ORGANISMOS     *
      *LONGITUD DE REGISTRO (100)                                      *
      *LO GENERA GENRETMES DESDE RETHIST, UN ARCHIVO POR ORGANISMO     *
      *(RETDDJJIB INGRESOS BRUTOS / RETDDJJGA GANANCIAS). UN           *
      *REGISTRO POR RETENCION DEL MES CON LA IDENTIFICACION DEL AGENTE *
      *DE RETENCION Y DEL SUJETO RETENIDO. IMPORTES SIN SEPARADOR, CON *
      *DOS DECIMALES IMPLICITOS.                                       *
      *----------------------------------------------------------------*
       01  REG-RETDDJJ.
           03 DDJ-CUIT-AGENTE              PIC  9(11).
           03 DDJ-PERIODO                  PIC  9(06).
           03 DDJ-IMPUESTO                 PIC  X(01).
           03 DDJ-FECHA-RET                PIC  9(08).
           03 DDJ-NRO-CERTIF               PIC  9(08).
           03 DDJ-CUIT-RETENIDO            PIC  9(11).
           03 DDJ-NRO-IIBB                 PIC  X(12).
           03 DDJ-CONDICION                PIC  X(01).
           03 DDJ-BASE                     PIC  9(11)V99.
           03 DDJ-PCT                      PIC  9(02)V99.
           03 DDJ-IMPORTE                  PIC  9(11)V99.
           03 FILLER                       PIC  X(12).
