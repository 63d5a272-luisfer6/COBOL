      *----------------------------------------------------------------*
      * COPY DEL REGISTRO DE ACTIVACION DE PLASTICOS                   *
      * LONGITUD DE REGISTRO (80)                                      *
      * TODA TARJETA NUEVA (ABMTARJ) O DE REPOSICION (PGMEMITAR) NACE  *
      * EN ESTADO 'P' EN EL MAESTRO Y AGREGA UN REGISTRO ACA. LA       *
      * ACTIVA PGMACTTAR CON LA NOVEDAD DE SUCURSAL O TELEFONO (VER    *
      * WACTNOV.cpy) LUEGO DE VERIFICAR LA IDENTIDAD DEL TITULAR, Y    *
      * LISTA LAS QUE SIGUEN PENDIENTES PASADOS N DIAS.                *
      *   ACT-TARJETA-ANT = PLASTICO REEMPLAZADO (BLANCO SI ES NUEVA)  *
      *   ACT-ORIGEN      = 'N' TARJETA NUEVA / 'R' REPOSICION         *
      *   ACT-ESTADO      = 'P' PENDIENTE / 'A' ACTIVADA /             *
      *                     'B' BLOQUEADA POR INTENTOS FALLIDOS        *
      *   ACT-CANAL       = CANAL DE LA ACTIVACION (VER WACTNOV.cpy)   *
      *   ACT-INTENTOS    = VERIFICACIONES DE IDENTIDAD FALLIDAS       *
      *----------------------------------------------------------------*
       01  REG-ACTTAR.
           03 ACT-NRO-TARJETA              PIC  X(19).
           03 ACT-TARJETA-ANT              PIC  X(19).
           03 ACT-ORIGEN                   PIC  X(01).
              88 88-ACT-NUEVA                        VALUE 'N'.
              88 88-ACT-REPOSICION                   VALUE 'R'.
           03 ACT-FECHA-EMISION            PIC  9(08).
           03 ACT-ESTADO                   PIC  X(01).
              88 88-ACT-PENDIENTE                    VALUE 'P'.
              88 88-ACT-ACTIVADA                     VALUE 'A'.
              88 88-ACT-BLOQUEADA                    VALUE 'B'.
           03 ACT-FECHA-ACTIVACION         PIC  9(08).
           03 ACT-CANAL                    PIC  X(01).
           03 ACT-INTENTOS                 PIC  9(02).
           03 ACT-USUARIO                  PIC  X(08).
           03 FILLER                       PIC  X(13).
