      *----------------------------------------------------------------*
      *COPY DEL LIBRO DE DESCUENTO DE CHEQUES DIFERIDOS                *
      *LONGITUD DE REGISTRO (110)                                      *
      *UN REGISTRO POR CHEQUE EN CUSTODIA VENDIDO A UNA ENTIDAD        *
      *FINANCIERA ANTES DE SU FECHA (PGMDESCHQ). LOS CHEQUES DE UNA    *
      *MISMA CORRIDA FORMAN UN LOTE (DSC-LOTE, NUMERACION CORRELATIVA  *
      *DEL LIBRO) CON LAS CONDICIONES PACTADAS CON LA ENTIDAD:         *
      *  DSC-INTERES  = NOMINAL * TNA / 100 * DIAS / 365               *
      *  DSC-COMISION = NOMINAL * PORCENTAJE DE COMISION / 100         *
      *  DSC-GASTOS   = GASTO FIJO POR CHEQUE                          *
      *  DSC-NETO     = NOMINAL - INTERES - COMISION - GASTOS          *
      *DSC-DIAS SON LOS DIAS CORRIDOS DESDE EL DESCUENTO HASTA LA      *
      *FECHA DE PAGO DEL CHEQUE. EL CHEQUE PASA A ESTADO 'V' EN EL     *
      *ARCHIVO DE CHEQUES. EL LIBRO ES HISTORIA: SOLO SE AGREGA.       *
      *----------------------------------------------------------------*
       01  REG-DESCHQ.
           03 DSC-LOTE                     PIC  9(06).
           03 DSC-CHEQUE-NUMERO            PIC  9(05).
           03 DSC-ENTIDAD                  PIC  X(15).
           03 DSC-FECHA                    PIC  9(08).
           03 DSC-FECHA-VTO                PIC  9(08).
           03 DSC-DIAS                     PIC  9(04).
           03 DSC-NOMINAL                  PIC  9(06)V99.
           03 DSC-TNA                      PIC  9(03)V99.
           03 DSC-INTERES                  PIC  9(06)V99.
           03 DSC-COMISION                 PIC  9(06)V99.
           03 DSC-GASTOS                   PIC  9(06)V99.
           03 DSC-NETO                     PIC  9(06)V99.
           03 DSC-USUARIO                  PIC  X(08).
           03 FILLER                       PIC  X(11).
