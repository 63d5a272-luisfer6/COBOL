      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE NOVEDADES DE TASAS Y TARIFAS               *
      *LONGITUD DE REGISTRO (60)                                       *
      *LO APLICA ABMTASAS. TNV-TABLA INDICA LA TABLA AFECTADA:         *
      *  'TS' TASAS    (WTASATAR)  CLAVE TIPO DE TARJETA (2)           *
      *  'TR' TARIFAS  (WTARIFAS)  CLAVE CODIGO + TIPO TARJETA (6)     *
      *  'IV' ALICIVA  (WALICIVA)  CLAVE CONDICION DE IVA (1)          *
      *  'CM' COMTASA  (WCOMTASA)  CLAVE COMERCIO (5)                  *
      *  'PT' PTSTASA  (WPTSTASA)  CLAVE RUBRO + COMERCIO (7)          *
      *  'RT' RETTASA  (WRETTASA)  CLAVE IMPUESTO + CONDICION (2)      *
      *  'PV' PREVTASA (WPREVTASA) CLAVE CARTERA + BANDA (4)           *
      *TNV-DATOS ES LA IMAGEN DEL REGISTRO DE LA TABLA SIN LAS FECHAS  *
      *DE VIGENCIA (MISMO LAYOUT QUE EL COPY); LA CLAVE SON SUS        *
      *PRIMEROS BYTES.                                                 *
      *TNV-TIPO:                                                       *
      *  'A' NUEVA VERSION VIGENTE DESDE TNV-VIG-DESDE. LA VERSION QUE *
      *      ESTABA VIGENTE ESE DIA SE CIERRA EL DIA ANTERIOR.         *
      *  'F' FIN DE VIGENCIA: LA VERSION VIGENTE EN TNV-VIG-DESDE SE   *
      *      CIERRA EL DIA ANTERIOR Y LA CLAVE QUEDA SIN VALOR.        *
      *  'C' CANCELA LA VERSION PROGRAMADA QUE EMPIEZA EN              *
      *      TNV-VIG-DESDE (SOLO SI TODAVIA NO ENTRO EN VIGENCIA) Y    *
      *      DEVUELVE SU PERIODO A LA VERSION ANTERIOR.                *
      *NO SE ACEPTAN CAMBIOS RETROACTIVOS: TNV-VIG-DESDE NO PUEDE SER  *
      *ANTERIOR A LA FECHA DE PROCESO.                                 *
      *----------------------------------------------------------------*
       01  REG-TASNOV.
           03 TNV-TABLA                    PIC  X(02).
              88 88-TNV-TASAS                        VALUE 'TS'.
              88 88-TNV-TARIFAS                      VALUE 'TR'.
              88 88-TNV-ALICIVA                      VALUE 'IV'.
              88 88-TNV-COMTASA                      VALUE 'CM'.
              88 88-TNV-PTSTASA                      VALUE 'PT'.
              88 88-TNV-RETTASA                      VALUE 'RT'.
              88 88-TNV-PREVTASA                     VALUE 'PV'.
           03 TNV-TIPO                     PIC  X(01).
              88 88-TNV-NUEVA-VERSION                VALUE 'A'.
              88 88-TNV-FIN-VIGENCIA                 VALUE 'F'.
              88 88-TNV-CANCELACION                  VALUE 'C'.
           03 TNV-VIG-DESDE                PIC  9(08).
           03 TNV-DATOS                    PIC  X(44).
           03 FILLER                       PIC  X(05).
