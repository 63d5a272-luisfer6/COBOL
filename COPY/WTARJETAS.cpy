      *COPY DE REGISTRO MAESTRO TARJETAS                               *
      *LONGITUD DE REGISTRO (56)                                       *
      *TAR-ESTADO = 'A' ACTIVA / 'B' BLOQUEADA / 'V' VENCIDA           *
      *             'P' PENDIENTE DE ACTIVACION (PLASTICO NUEVO O DE   *
      *             REPOSICION AUN NO RECIBIDO; VER WACTTAR.cpy)       *
      ******************************************************************

       01  REG-MAESTRO-TARJETAS.
              88 88-TAR-ACTIVA               VALUE 'A'.
              88 88-TAR-BLOQUEADA            VALUE 'B'.
              88 88-TAR-VENCIDA              VALUE 'V'.
              88 88-TAR-PEND-ACTIVACION      VALUE 'P'.
