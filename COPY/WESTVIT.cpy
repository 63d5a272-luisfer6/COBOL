      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ESTADISTICAS VITALES PARA EL ORGANISMO     *
      * NACIONAL DE ESTADISTICA (ESTVITAL)                             *
      * LREC = 40                                                      *
      * LO GENERA RPTESTCIV UNA VEZ POR PERIODO (AAAAMM):              *
      *   'H' CABECERA : ORGANISMO INFORMANTE, PERIODO Y FECHA DE      *
      *                  GENERACION                                    *
      *   'D' DETALLE  : CANTIDAD DE EVENTOS DEL PERIODO POR TIPO      *
      *                  (A NACIMIENTO/ALTA, M MATRIMONIO, D DIVORCIO, *
      *                  V VIUDEZ), GENERO (1/2) Y ESTADO CIVIL        *
      *                  ANTERIOR (0 SIN ESTADO PREVIO, 1 A 4 COMO EN  *
      *                  WECIVIL.cpy). SOLO COMBINACIONES CON EVENTOS. *
      *   'T' TRAILER  : CANTIDAD DE DETALLES, TOTAL DE EVENTOS        *
      *                  INFORMADOS (SUMA DE LOS DETALLES) Y EVENTOS   *
      *                  DEL PERIODO EXCLUIDOS POR DATOS INCOMPLETOS.  *
      *----------------------------------------------------------------*
       01  REG-ESTVITAL.
           05  EVT-TIPO-REG                 PIC X(01).
               88 88-EVT-CABECERA                     VALUE 'H'.
               88 88-EVT-DETALLE                      VALUE 'D'.
               88 88-EVT-TRAILER                      VALUE 'T'.
           05  EVT-DATOS                    PIC X(39).
           05  EVT-CABECERA REDEFINES EVT-DATOS.
               07  EVH-ORGANISMO            PIC X(08).
               07  EVH-PERIODO              PIC 9(06).
               07  EVH-FECHA-GENERACION     PIC 9(08).
               07  FILLER                   PIC X(17).
           05  EVT-DETALLE REDEFINES EVT-DATOS.
               07  EVD-PERIODO              PIC 9(06).
               07  EVD-TIPO-EVENTO          PIC X(01).
               07  EVD-GENERO               PIC 9(01).
               07  EVD-ESTADO-ANTERIOR      PIC 9(01).
               07  EVD-CANTIDAD             PIC 9(07).
               07  FILLER                   PIC X(23).
           05  EVT-TRAILER REDEFINES EVT-DATOS.
               07  EVT-CANT-DETALLES        PIC 9(07).
               07  EVT-TOTAL-EVENTOS        PIC 9(09).
               07  EVT-CANT-EXCLUIDOS       PIC 9(07).
               07  FILLER                   PIC X(16).
