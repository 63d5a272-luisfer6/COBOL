      *----------------------------------------------------------------*
      * COPY DEL MAESTRO DE DISTRIBUCION DE LISTADOS                   *
      * LONGITUD DE REGISTRO (100)                                     *
      * UNA LINEA POR DESTINATARIO DE CADA REPORTE DEL SPOOL           *
      * (SPL-REPORTE DE WSPOOL). PGMDISTRIB LA USA PARA ENCOLAR CADA   *
      * LISTADO NUEVO DEL CATALOGO A SUS DESTINATARIOS.                *
      *   DST-SUCURSAL     = SUCURSAL DEL DESTINATARIO (WSUCURSAL).    *
      *                      0 = DESTINATARIO SIN SUCURSAL.            *
      *   DST-DESTINATARIO = EN BLANCO: EL GERENTE DE LA SUCURSAL      *
      *                      (SUC-GERENTE), QUE ES EL DESTINATARIO POR *
      *                      DEFECTO DE LOS LISTADOS DE SU SUCURSAL.   *
      *   DST-EMAIL        = INFORMADO: SALE POR EL EXTRACTO DE EMAIL. *
      *                      EN BLANCO: CORREO INTERNO IMPRESO A LA    *
      *                      SUCURSAL (DST-SUCURSAL OBLIGATORIA).      *
      *   DST-ESTADO       = 'A' O BLANCO ACTIVA / 'B' DADA DE BAJA.   *
      *----------------------------------------------------------------*
       01  REG-DISTRIB.
           03 DST-REPORTE                  PIC  X(12).
           03 DST-SUCURSAL                 PIC  9(04).
           03 DST-DESTINATARIO             PIC  X(30).
           03 DST-EMAIL                    PIC  X(46).
           03 DST-ESTADO                   PIC  X(01).
              88 88-DST-ACTIVA                       VALUE 'A' ' '.
              88 88-DST-BAJA                         VALUE 'B'.
           03 FILLER                       PIC  X(07).
