      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE NOVEDADES DEL MAESTRO DE EMPLEADOS         *
      * LREC = 80                                                      *
      * LO APLICA ABMEMPLE. ENV-TIPO:                                  *
      *   'A' ALTA: NOMBRE, SUCURSAL, ENV-FECHA = INGRESO (EN CERO LA  *
      *       FECHA DE PROCESO) Y LAS IDENTIDADES QUE YA TENGA         *
      *   'M' MODIFICACION: NOMBRE Y SUCURSAL (EN BLANCO / CERO NO     *
      *       CAMBIAN); UNA IDENTIDAD INFORMADA SE VINCULA AL LEGAJO   *
      *   'D' DESVINCULO: LAS IDENTIDADES INFORMADAS SE SACAN DEL      *
      *       LEGAJO (NO SE INACTIVAN)                                 *
      *   'E' EGRESO: ENV-FECHA = FECHA DE EGRESO (EN CERO LA FECHA DE *
      *       PROCESO). INACTIVA LAS IDENTIDADES VINCULADAS.           *
      * LAS IDENTIDADES SON ENV-OPER-USUARIO, ENV-CAJ-COD, ENV-VEN-ID  *
      * Y ENV-CLI-ID (CUENTA DE CLIENTE PROPIA DEL EMPLEADO).          *
      * NO HAY BAJA FISICA NI REINGRESO SOBRE EL MISMO LEGAJO.         *
      *----------------------------------------------------------------*
       01  REG-EMPNOV.
           03 ENV-TIPO                     PIC  X(01).
              88 88-ENV-ALTA                         VALUE 'A'.
              88 88-ENV-MODIFICACION                 VALUE 'M'.
              88 88-ENV-DESVINCULO                   VALUE 'D'.
              88 88-ENV-EGRESO                       VALUE 'E'.
           03 ENV-LEGAJO                   PIC  9(06).
           03 ENV-NOMBRE                   PIC  X(30).
           03 ENV-SUCURSAL                 PIC  9(04).
           03 ENV-FECHA                    PIC  9(08).
           03 ENV-OPER-USUARIO             PIC  X(08).
           03 ENV-CAJ-COD                  PIC  9(03).
           03 ENV-VEN-ID                   PIC  9(10).
           03 ENV-CLI-ID                   PIC  9(10).
