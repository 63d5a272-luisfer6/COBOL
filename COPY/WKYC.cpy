      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE LEGAJOS KYC (CONOZCA A SU CLIENTE) *
      * LONGITUD DE REGISTRO (100)                                     *
      * UN REGISTRO POR CLI-ID CON EL DOCUMENTO DE IDENTIDAD PRESENTADO*
      * Y LA ULTIMA VERIFICACION DEL LEGAJO. LO MANTIENE ABMKYC        *
      * (KYCANT -> KYCNUE) Y LO LEEN RPTKYC Y PGMTARCLI.               *
      *   KYC-TIPO-DOC   = 'DNI' / 'PAS' PASAPORTE / 'LE ' LIBRETA DE  *
      *                    ENROLAMIENTO / 'LC ' LIBRETA CIVICA / 'CI ' *
      *                    CEDULA DE IDENTIDAD                         *
      *   KYC-FECHA-VTO-DOC = VENCIMIENTO DEL DOCUMENTO. 0 = SIN       *
      *                    VENCIMIENTO (LE / LC)                       *
      *   KYC-FECHA-VERIFICACION = ULTIMA REVISION DEL LEGAJO. LA      *
      *                    PROXIMA LA CALCULA UTLKYC SEGUN LA BANDA    *
      *                    DE RIESGO VIGENTE DEL CLIENTE (WRIESGO).    *
      *   KYC-USUARIO    = OPERADOR DE LA ULTIMA VERIFICACION          *
      *----------------------------------------------------------------*
       01  REG-KYC.
           03 KYC-CLI-ID                   PIC  9(10).
           03 KYC-TIPO-DOC                 PIC  X(03).
              88 88-KYC-DNI                          VALUE 'DNI'.
              88 88-KYC-PASAPORTE                    VALUE 'PAS'.
              88 88-KYC-TIPO-DOC-VALIDO              VALUE 'DNI' 'PAS'
                                                           'LE ' 'LC '
                                                           'CI '.
           03 KYC-NRO-DOC                  PIC  X(15).
           03 KYC-FECHA-EMISION            PIC  9(08).
           03 KYC-FECHA-VTO-DOC            PIC  9(08).
           03 KYC-FECHA-VERIFICACION       PIC  9(08).
           03 KYC-USUARIO                  PIC  X(08).
           03 KYC-FECHA-ALTA               PIC  9(08).
           03 KYC-FECHA-MODIF              PIC  9(08).
           03 FILLER                       PIC  X(24).
