      *----------------------------------------------------------------*
      *COPY DE LOS TOPES DE CONCENTRACION DE CHEQUES EN CARTERA        *
      *LONGITUD DE REGISTRO (40)                                       *
      *UN REGISTRO POR TOPE. LA EXPOSICION ES LA SUMA DE LOS CHEQUES   *
      *EN CUSTODIA (' ') O DEPOSITADOS SIN ACREDITAR ('D'):            *
      *  LCH-TIPO   = 'L' TOPE POR LIBRADOR (NOMBRE + NUMERO, COMO     *
      *               VIENEN EN EL CHEQUE)                             *
      *               'C' TOPE POR CLIENTE (NOMBRE: TODOS SUS          *
      *               CHEQUES, CUALQUIERA SEA EL NUMERO)               *
      *  LCH-NOMBRE / LCH-NUMERO EN BLANCO = TOPE GENERAL DEL TIPO,    *
      *               PARA QUIEN NO TENGA UN TOPE PROPIO. SIN TOPE     *
      *               PROPIO NI GENERAL NO HAY LIMITE.                 *
      *  LCH-ACCION = 'R' EL CHEQUE QUE LO EXCEDE SE RECHAZA           *
      *               'D' SE DERIVA A TESORERIA PARA SU DECISION       *
      *LO CONSULTA PGMCHEQUE EN LA ACEPTACION Y RPTCONCHQ EN EL        *
      *REPORTE SEMANAL DE CONCENTRACION.                               *
      *----------------------------------------------------------------*
       01  REG-LIMCHQ.
           03 LCH-TIPO                     PIC  X(01).
              88 88-LCH-LIBRADOR                     VALUE 'L'.
              88 88-LCH-CLIENTE                      VALUE 'C'.
           03 LCH-NOMBRE                   PIC  X(15).
           03 LCH-NUMERO                   PIC  X(04).
           03 LCH-TOPE                     PIC  9(09)V99.
           03 LCH-ACCION                   PIC  X(01).
              88 88-LCH-RECHAZA                      VALUE 'R'.
              88 88-LCH-DERIVA                       VALUE 'D'.
           03 FILLER                       PIC  X(08).
