      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE AVISOS DE VIAJE DE TARJETAS        *
      * LONGITUD DE REGISTRO (80)                                      *
      * EL TITULAR AVISA EN EL MOSTRADOR QUE VA A USAR LA TARJETA EN   *
      * EL EXTERIOR (PAISES Y PERIODO). LO MANTIENE ABMAVIAJE          *
      * (AVIAJANT -> AVIAJNUE, NOVEDADES EN WAVJNOV.cpy) Y LO LEE      *
      * PGMFRAUDE: CON UN AVISO VIGENTE QUE CUBRA LA FECHA DEL GASTO   *
      * SE AFLOJAN LOS UMBRALES DE VELOCIDAD Y LOS CONSUMOS EN MONEDA  *
      * EXTRANJERA NO SE TOMAN COMO SOSPECHOSOS.                       *
      *   AVJ-FECHA-DESDE / AVJ-FECHA-HASTA = PERIODO DEL VIAJE        *
      *                    (AAAAMMDD, AMBOS INCLUSIVE). LA CLAVE DEL   *
      *                    AVISO ES TARJETA + FECHA DESDE.             *
      *   AVJ-PAIS       = HASTA 5 PAISES DE DESTINO (CODIGO DE DOS    *
      *                    LETRAS DE WCODPAIS.cpy); LOS NO USADOS VAN  *
      *                    EN BLANCO. ES INFORMATIVO: EL GASTO NO TRAE *
      *                    PAIS, SOLO MONEDA.                          *
      *   AVJ-ESTADO     = 'V' VIGENTE / 'C' ANULADO POR EL TITULAR    *
      *   AVJ-SUCURSAL / AVJ-USUARIO = MOSTRADOR Y OPERADOR DEL ALTA   *
      *----------------------------------------------------------------*
       01  REG-AVIAJE.
           03 AVJ-NRO-TARJETA              PIC  X(19).
           03 AVJ-FECHA-DESDE              PIC  9(08).
           03 AVJ-FECHA-HASTA              PIC  9(08).
           03 AVJ-PAISES.
              05 AVJ-PAIS                  PIC  X(02) OCCURS 5 TIMES.
           03 AVJ-ESTADO                   PIC  X(01).
              88 88-AVJ-VIGENTE                      VALUE 'V'.
              88 88-AVJ-ANULADO                      VALUE 'C'.
           03 AVJ-SUCURSAL                 PIC  9(04).
           03 AVJ-USUARIO                  PIC  X(08).
           03 AVJ-FECHA-ALTA               PIC  9(08).
           03 AVJ-FECHA-ESTADO             PIC  9(08).
           03 FILLER                       PIC  X(06).
