      ******************************************************************
      *COPY DE REGISTRO-AUTOS                                          *
      *LONGITUD DE REGISTRO X(75)                                      *
      *LA CLAVE VEHCLAVE 1 MIDE 5 POSICIONES DE LA 1 A LA 5            *
      *LA CLAVE VEHCLAVE 2 MIDE 9 POSICIONES DE LA 6 A LA 14           *
      *LA CLAVE VEHCLAVE 3 MIDE 8 POSICIONES DE LA 15 A LA 22          *
      *ALTA Y PGMRESVTO AL LIBERAR RESERVAS); EN CERO EN VEHICULOS     *
      *ANTERIORES AL CAMPO. ES LA BASE DEL ENVEJECIMIENTO DE STOCK     *
      *DE RPTLOTE. LA LONGITUD DEL REGISTRO PASA A X(74).              *
      *VEH-PRENDA = 'S' INDICA QUE EL VEHICULO GARANTIZA UN PRESTAMO   *
      *PRENDARIO VIGENTE (VTAVEHI LA PONE AL VENDER FINANCIADO Y       *
      *PGMPRENDA LA LEVANTA AL CANCELARSE EL PRESTAMO); BLANCO O 'N'   *
      *ES LIBRE DE PRENDA. LA LONGITUD DEL REGISTRO PASA A X(75).      *
      ******************************************************************

       01  VEH-REGISTRO.
              88 88-VEH-RESERVADO            VALUE 'R'.
              88 88-VEH-VENDIDO              VALUE 'V'.
           03 VEH-FEC-DISPONIBLE     PIC 9(08) VALUE 0.
           03 VEH-PRENDA             PIC X(01) VALUE SPACES.
              88 88-VEH-PRENDADO             VALUE 'S'.
              88 88-VEH-SIN-PRENDA           VALUE 'N' ' '.
