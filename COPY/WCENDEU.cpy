      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE LA CENTRAL DE DEUDORES (PRESENTACION        *
      *MENSUAL AL BANCO CENTRAL)                                       *
      *LONGITUD DE REGISTRO (120)                                      *
      *LO GENERA GENCENDEU: UN REGISTRO 'D' POR DEUDOR (CUIT/CUIL) CON *
      *LA DEUDA DE TARJETA (MORANUE VIA TARCLI) Y LA DE CUENTA         *
      *CORRIENTE (CTANUE) Y LA SITUACION SEGUN LOS DIAS DE ATRASO DE   *
      *LA DEUDA MAS VENCIDA; AL FINAL UN REGISTRO 'T' DE CONTROL CON   *
      *LA CANTIDAD DE DEUDORES, EL TOTAL INFORMADO Y LA CANTIDAD DE    *
      *DEUDORES EN CADA SITUACION.                                     *
      *  CDE-SITUACION: 1 NORMAL (HASTA 31 DIAS)                       *
      *                 2 RIESGO BAJO (32 A 90)                        *
      *                 3 RIESGO MEDIO (91 A 180)                      *
      *                 4 RIESGO ALTO (181 A 365)                      *
      *                 5 IRRECUPERABLE (MAS DE 365)                   *
      *IMPORTES SIN SEPARADOR, CON DOS DECIMALES IMPLICITOS.           *
      *----------------------------------------------------------------*
       01  REG-CENDEU.
           03 CDE-TIPO-REG                 PIC  X(01).
              88 88-CDE-DETALLE                      VALUE 'D'.
              88 88-CDE-CONTROL                      VALUE 'T'.
           03 CDE-CUIT-ENTIDAD             PIC  9(11).
           03 CDE-PERIODO                  PIC  9(06).
           03 CDE-DETALLE.
              05 CDE-CUIT-DEUDOR           PIC  9(11).
              05 CDE-CLI-ID                PIC  9(10).
              05 CDE-NOMBRE                PIC  X(30).
              05 CDE-SITUACION             PIC  9(01).
              05 CDE-DIAS-ATRASO           PIC  9(05).
              05 CDE-DEUDA-TARJETA         PIC  9(11)V99.
              05 CDE-DEUDA-CTACTE          PIC  9(11)V99.
              05 CDE-DEUDA-TOTAL           PIC  9(11)V99.
              05 FILLER                    PIC  X(06).
           03 CDE-CONTROL REDEFINES CDE-DETALLE.
              05 CDE-CANT-DEUDORES         PIC  9(09).
              05 CDE-TOTAL-DEUDA           PIC  9(13)V99.
              05 CDE-CANT-SIT OCCURS 5 TIMES
                                           PIC  9(07).
              05 FILLER                    PIC  X(43).
