      *----------------------------------------------------------------*
      *COPY RECAUDACION
      *LONGITUD DE REGISTRO RECAUDACION (59)
      *REC-TURNO ES EL TURNO DEL CAJERO (1 MANIANA / 2 TARDE / 3
      *NOCHE; 0 EN RECAUDACIONES ANTERIORES A LA DIMENSION DE
      *TURNO). FORMA PARTE DE LA CLAVE PARA QUE CORTE CORTE TAMBIEN
      *DE SUMARLO). LAS CORRECCIONES LAS GRABA PGMVOIDREC CON
      *AUTORIZACION DE SUPERVISOR (SEGOPER NIVEL 2), CUYO USUARIO
      *QUEDA EN REC-AUTORIZANTE (BLANCO EN COBROS NORMALES).
      *REC-ID-CLIENTE ES EL CLIENTE QUE ENTREGA EL DINERO (CLI-ID DEL
      *MAESTRO DE CLIENTES), LO CARGA LA CAJA CUANDO EL CLIENTE SE
      *IDENTIFICA; CERO SI NO SE IDENTIFICO Y EN RECAUDACIONES
      *ANTERIORES. LO USA EL MONITOR DE PREVENCION DE LAVADO
      *(PGMLAVADO) PARA ACUMULAR LAS OPERACIONES POR PERSONA.
      *LA LONGITUD DEL REGISTRO PASA A (59).
      *EL CAJERO 900 ES EL CAJERO VIRTUAL DE LAS REDES DE COBRANZA
      *EXTERNAS: SUS COBROS LOS GRABA PGMCOBRED DESDE EL ARCHIVO DE
      *CADA RED, SIN RECIBO OFICIAL (EL COMPROBANTE LO EMITE LA RED).
      *DEBE ESTAR DADO DE ALTA Y ACTIVO EN EL MAESTRO DE CAJEROS.
      *----------------------------------------------------------------*

       01  RECAUDACION-REG.
           03 CLAVE-RECAUDACION.
              05 COD-CAJERO             PIC 9(03).
                 88 88-REC-CAJERO-REDES         VALUE 900.
              05 FECHA-RECAUDACION.
                 07 FECHA-AAAA          PIC X(04).
                 07 FILLER              PIC X(01).
              88 88-REC-DEVOLUCION           VALUE 'D'.
              88 88-REC-CORRECCION           VALUE 'A' 'D'.
           03 REC-AUTORIZANTE           PIC X(08).
           03 REC-ID-CLIENTE            PIC 9(10).
