      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE TURNOS DEL TALLER                          *
      * LREC = 80                                                      *
      * UN TURNO POR REGISTRO: VEHICULO, CLIENTE, FECHA, HORAS         *
      * ESTIMADAS Y TIPO DE TRABAJO. LOS DA DE ALTA PGMTURNOS CONTRA   *
      * LA CAPACIDAD DIARIA DEL TALLER (WCAPTALLER.cpy) Y SOLO EN DIAS *
      * HABILES (UTLDIAHAB). ESTADOS:                                  *
      *   'P' PENDIENTE  : DADO, EL CLIENTE TODAVIA NO SE PRESENTO     *
      *   'I' INGRESADO  : EL VEHICULO LLEGO AL TALLER; TUR-ORD-NRO ES *
      *                    LA ORDEN DE TRABAJO PEDIDA A ABMORDEN       *
      *   'A' AUSENTE    : PASO EL DIA SIN QUE EL CLIENTE SE PRESENTE  *
      *   'C' CANCELADO  : DADO DE BAJA ANTES DE LA FECHA              *
      * LOS PENDIENTES E INGRESADOS OCUPAN LA CAPACIDAD DEL DIA.       *
      * TIPO DE TRABAJO: 'S' SERVICE, 'R' REPARACION, 'G' GARANTIA     *
      * (LA ORDEN SE ABRE COMO RECLAMO DE GARANTIA).                   *
      *----------------------------------------------------------------*
       01  REG-TURNO.
           03 TUR-NRO                      PIC  9(06).
           03 TUR-VEH-ID                   PIC  X(05).
           03 TUR-CLI-ID                   PIC  9(10).
           03 TUR-FECHA                    PIC  9(08).
           03 TUR-HORAS-EST                PIC  9(02)V99.
           03 TUR-TIPO                     PIC  X(01).
              88 88-TUR-SERVICE                      VALUE 'S'.
              88 88-TUR-REPARACION                   VALUE 'R'.
              88 88-TUR-GARANTIA                     VALUE 'G'.
              88 88-TUR-TIPO-VALIDO                  VALUE 'S' 'R' 'G'.
           03 TUR-DESCRIPCION              PIC  X(24).
           03 TUR-ESTADO                   PIC  X(01).
              88 88-TUR-PENDIENTE                    VALUE 'P'.
              88 88-TUR-INGRESADO                    VALUE 'I'.
              88 88-TUR-AUSENTE                      VALUE 'A'.
              88 88-TUR-CANCELADO                    VALUE 'C'.
              88 88-TUR-OCUPA-CAPACIDAD              VALUE 'P' 'I'.
           03 TUR-ORD-NRO                  PIC  9(06).
           03 TUR-FEC-ALTA                 PIC  9(08).
           03 FILLER                       PIC  X(07).
