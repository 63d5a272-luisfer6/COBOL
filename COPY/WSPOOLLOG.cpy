      *----------------------------------------------------------------*
      * COPY DEL LOG DE REIMPRESIONES SIN ENMASCARAR DEL SPOOL         *
      * LONGITUD DE REGISTRO (80)                                      *
      * UN REGISTRO POR CADA PEDIDO DE REIMPRESION CON LOS NUMEROS DE  *
      * TARJETA COMPLETOS (REQ-SIN-MASCARA = 'S' EN SPOOLREQ). LO      *
      * GRABA PGMSPOOL EN EXTEND. LA REIMPRESION COMUN SALE SIEMPRE    *
      * ENMASCARADA (VER UTLMASK) Y NO SE REGISTRA ACA.                *
      *   SLG-RESULTADO = 'R' REIMPRESO SIN ENMASCARAR (NIVEL 3)       *
      *                   'D' DENEGADO: EL OPERADOR NO TIENE NIVEL 3,  *
      *                       EL LISTADO SALE ENMASCARADO              *
      * SLG-NIVEL-OPERADOR ES EL NIVEL QUE DEVOLVIO SEGOPER.           *
      *----------------------------------------------------------------*
       01  REG-SPOOLLOG.
           03 SLG-FECHA                    PIC  9(08).
           03 SLG-HORA                     PIC  9(06).
           03 SLG-USUARIO                  PIC  X(08).
           03 SLG-SEQ                      PIC  9(07).
           03 SLG-REPORTE                  PIC  X(12).
           03 SLG-FECHA-LISTADO            PIC  9(08).
           03 SLG-PAG-DESDE                PIC  9(05).
           03 SLG-PAG-HASTA                PIC  9(05).
           03 SLG-RESULTADO                PIC  X(01).
              88 88-SLG-REIMPRESO                    VALUE 'R'.
              88 88-SLG-DENEGADO                     VALUE 'D'.
           03 SLG-NIVEL-OPERADOR           PIC  9(01).
           03 FILLER                       PIC  X(19).
