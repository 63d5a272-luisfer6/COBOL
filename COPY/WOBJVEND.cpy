      *MAESTROS; RPTOBJVEN LO CRUZA CONTRA LAS VENTAS ACEPTADAS        *
      *DEL PERIODO (NETAS DE DEVOLUCIONES) PARA EL RANKING DE          *
      *CUMPLIMIENTO.                                                   *
      *PGMPRONOS DEJA EN OBJSUGER OBJETIVOS SUGERIDOS CON ESTE FORMATO *
      *(PRONOSTICO DE LA SUCURSAL REPARTIDO ENTRE SUS VENDEDORES) COMO *
      *PUNTO DE PARTIDA PARA LA CARGA.                                 *
      *----------------------------------------------------------------*
       01  REG-OBJVEND.
           03 OBJ-VEN-ID                   PIC  9(10).
