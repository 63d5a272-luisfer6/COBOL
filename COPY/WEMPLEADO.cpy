      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE EMPLEADOS                          *
      * LREC = 100                                                     *
      * UN REGISTRO POR PERSONA (LEGAJO), CON LAS IDENTIDADES QUE TIENE*
      * EN LOS DEMAS MAESTROS:                                         *
      *   EMP-OPER-USUARIO  OPERADOR DE LOS PROGRAMAS (OPER-USUARIO)   *
      *   EMP-CAJ-COD       CAJERO DE RECAUDACION (CAJ-COD)            *
      *   EMP-VEN-ID        VENDEDOR (VEN-ID)                          *
      *   EMP-CLI-ID        SU PROPIA CUENTA DE CLIENTE (CLI-ID), PARA *
      *                     DETECTAR OPERACIONES SOBRE SI MISMO        *
      * EN BLANCO / CERO LA PERSONA NO TIENE ESA IDENTIDAD. UNA MISMA  *
      * IDENTIDAD NO PUEDE ESTAR EN DOS EMPLEADOS ACTIVOS.             *
      * EL EGRESO (EMP-ESTADO 'E' CON EMP-FECHA-EGRESO) LO APLICA      *
      * ABMEMPLE, QUE INACTIVA EN EL MISMO PASO LAS TRES IDENTIDADES   *
      * OPERATIVAS (LA CUENTA DE CLIENTE NO SE TOCA).                  *
      * RPTIDHUER LISTA CADA SEMANA LAS IDENTIDADES ACTIVAS QUE NO     *
      * TIENEN UN EMPLEADO ACTIVO DETRAS.                              *
      *----------------------------------------------------------------*
       01  REG-EMPLEADO.
           03 EMP-LEGAJO                   PIC  9(06).
           03 EMP-NOMBRE                   PIC  X(30).
           03 EMP-SUCURSAL                 PIC  9(04).
           03 EMP-FECHA-INGRESO            PIC  9(08).
           03 EMP-FECHA-EGRESO             PIC  9(08).
           03 EMP-ESTADO                   PIC  X(01).
              88 88-EMP-ACTIVO                       VALUE 'A'.
              88 88-EMP-EGRESADO                     VALUE 'E'.
           03 EMP-OPER-USUARIO             PIC  X(08).
           03 EMP-CAJ-COD                  PIC  9(03).
           03 EMP-VEN-ID                   PIC  9(10).
           03 EMP-CLI-ID                   PIC  9(10).
           03 FILLER                       PIC  X(12).
