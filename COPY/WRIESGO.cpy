      *ENTREGA CHEQUES), PGMCTACTE (BANDAS D/E ENTRAN A LA LISTA       *
      *CLIHOLD DE CREDITO) Y PGMTARCLI (BANDA E NO VINCULA TARJETAS    *
      *NUEVAS).                                                        *
      *UTLKYC TOMA LA BANDA PARA LA FRECUENCIA DE REVISION DEL LEGAJO  *
      *KYC (WKYC).                                                     *
      *----------------------------------------------------------------*
       01  REG-RIESGO.
           03 RGO-CLI-ID                   PIC  9(10).
