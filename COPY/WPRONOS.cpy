      *----------------------------------------------------------------*
      * COPY DEL PRONOSTICO DE VENTAS POR SUCURSAL Y MES               *
      * LREC = 60                                                      *
      * UN REGISTRO POR SUCURSAL Y MES (AAAAMM) CON EL IMPORTE DE VENTA*
      * NETA PRONOSTICADO. LO GENERA PGMPRONOS A PARTIR DE LA HISTORIA *
      * DE TOTALES VXVHIST: VENTA DEL MISMO MES DEL ANIO ANTERIOR POR  *
      * EL FACTOR DE TENDENCIA RECIENTE (PRN-FACTOR). CADA CORRIDA     *
      * RECALCULA LOS DOCE MESES FUTUROS Y CONSERVA SIN CAMBIOS LOS    *
      * MESES YA EMPEZADOS, PARA COMPARAR PRONOSTICO CONTRA REAL A     *
      * MEDIDA QUE CIERRAN. PUNTO DE PARTIDA PARA CARGAR OBJETIVOS     *
      * (VER WOBJVEND.cpy).                                            *
      *----------------------------------------------------------------*
       01  REG-PRONOS.
           03 PRN-CLAVE.
              05 PRN-SUCURSAL              PIC  9(04).
              05 PRN-ANIO-MES              PIC  9(06).
           03 PRN-IMPORTE                  PIC S9(13)V99.
           03 PRN-BASE-ANIO-ANT            PIC S9(13)V99.
           03 PRN-FACTOR                   PIC  9(01)V9(04).
           03 PRN-FECHA-EMISION            PIC  9(08).
           03 FILLER                       PIC  X(07).
