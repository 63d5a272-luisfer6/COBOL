      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE LA MATRIZ DE CONFLICTOS DE SEGREGACION DE  *
      * FUNCIONES (SODREGLA)                                           *
      * LREC = 80                                                      *
      * PGMSODCON TRAE LA MATRIZ COMPLETA DE REGLAS CON SU ESTADO POR  *
      * OMISION (TODAS ACTIVAS). ESTE ARCHIVO, OPCIONAL, LA AJUSTA:    *
      * UN REGISTRO POR REGLA CON SOD-ACTIVA 'S' / 'N'. UN CODIGO QUE  *
      * NO ESTA EN LA MATRIZ SE INFORMA Y SE IGNORA. LA MATRIZ USADA   *
      * SALE AL PRINCIPIO DEL REPORTE DE AUDITORIA.                    *
      *   SD01 ANULACION / DEVOLUCION AUTORIZADA SOBRE LA CAJA PROPIA  *
      *   SD02 APROBACION DUAL SOLICITADA Y RESUELTA POR LA MISMA      *
      *        PERSONA (MISMO USUARIO O USUARIOS DEL MISMO LEGAJO)     *
      *   SD03 VENTA A PLAZO DEL VENDEDOR A SU PROPIA CUENTA DE        *
      *        CLIENTE                                                 *
      *----------------------------------------------------------------*
       01  REG-SODREGLA.
           03 SOD-REGLA                    PIC  X(04).
           03 SOD-ACTIVA                   PIC  X(01).
              88 88-SOD-ACTIVA                       VALUE 'S'.
              88 88-SOD-INACTIVA                     VALUE 'N'.
           03 FILLER                       PIC  X(75).
