      *----------------------------------------------------------------*
      * COPY DE NOVEDADES DEL MAESTRO DE LEGAJOS KYC (ABMKYC)          *
      * LONGITUD DE REGISTRO (80)                                      *
      *   KNV-CODIGO = 'A' ALTA DEL LEGAJO (DOCUMENTO Y VERIFICACION)  *
      *                'D' CAMBIO O RENOVACION DEL DOCUMENTO (CUENTA   *
      *                    TAMBIEN COMO VERIFICACION)                  *
      *                'V' REVISION PERIODICA REALIZADA (SOLO FECHA)   *
      *   KNV-FECHA-VERIFICACION = 0 TOMA LA FECHA DE PROCESO          *
      *   EN 'V' SOLO SE INFORMAN CODIGO, CLI-ID Y FECHA               *
      *----------------------------------------------------------------*
       01  REG-KYCNOV.
           03 KNV-CODIGO                   PIC  X(01).
              88 88-KNV-ALTA                         VALUE 'A'.
              88 88-KNV-DOCUMENTO                    VALUE 'D'.
              88 88-KNV-VERIFICA                     VALUE 'V'.
           03 KNV-CLI-ID                   PIC  9(10).
           03 KNV-TIPO-DOC                 PIC  X(03).
           03 KNV-NRO-DOC                  PIC  X(15).
           03 KNV-FECHA-EMISION            PIC  9(08).
           03 KNV-FECHA-VTO-DOC            PIC  9(08).
           03 KNV-FECHA-VERIFICACION       PIC  9(08).
           03 FILLER                       PIC  X(27).
