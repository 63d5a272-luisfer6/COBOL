      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE NOVEDADES DE CASOS DE PREVENCION DE LAVADO  *
      *LONGITUD DE REGISTRO (50)                                       *
      *LO CARGA CUMPLIMIENTO Y LO APLICA ABMAMLCAS SOBRE AMLCASOS.     *
      *ANV-ESTADO-NUEVO ES EL ESTADO AL QUE PASA EL CASO (VER          *
      *WAMLCASO.cpy). CIRCUITO PERMITIDO:                              *
      *  'A' -> 'I' / 'D' / 'C'                                        *
      *  'I' -> 'D' / 'C'                                              *
      *  'D', 'C' Y 'R' SON FINALES. 'R' LO PONE SOLO ABMAMLCAS AL     *
      *  EMITIR EL REPORTE A LA UIF.                                   *
      *ANV-OBSERVACION QUEDA EN EL CASO Y EN LA HISTORIA (OBLIGATORIA  *
      *PARA DESCARTAR O CONFIRMAR).                                    *
      *----------------------------------------------------------------*
       01  REG-AMLNOV.
           03 ANV-NRO-CASO                 PIC  9(08).
           03 ANV-ESTADO-NUEVO             PIC  X(01).
              88 88-ANV-EN-ANALISIS                  VALUE 'I'.
              88 88-ANV-DESCARTADO                   VALUE 'D'.
              88 88-ANV-CONFIRMADO                   VALUE 'C'.
           03 ANV-OBSERVACION              PIC  X(30).
           03 FILLER                       PIC  X(11).
