      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE HISTORIA DE CAMBIOS A LAS TABLAS DE TASAS  *
      * Y TARIFAS (TASAS, TARIFAS, ALICIVA, COMTASA Y PTSTASA)         *
      * LREC = 110                                                     *
      * UN REGISTRO POR CADA VERSION QUE ABMTASAS CREA, CIERRA O       *
      * ANULA. MISMO CRITERIO QUE TARHIST / COMHIST.                   *
      * TASHIST-ACCION = 'NV' NUEVA VERSION                            *
      *                / 'CV' CAMBIO DE LA FECHA HASTA DE UNA VERSION  *
      *                       (CIERRE O REAPERTURA)                    *
      *                / 'AN' VERSION PROGRAMADA ANULADA               *
      * TASHIST-HASTA-ANTERIOR = FECHA HASTA ANTES DEL CAMBIO ('CV')   *
      *----------------------------------------------------------------*
       01  REG-TASHIST.
           05 TASHIST-TABLA                PIC  X(02).
           05 TASHIST-COD-NOVEDAD          PIC  X(01).
           05 TASHIST-ACCION               PIC  X(02).
           05 TASHIST-DATOS                PIC  X(44).
           05 TASHIST-VIG-DESDE            PIC  9(08).
           05 TASHIST-VIG-HASTA            PIC  9(08).
           05 TASHIST-HASTA-ANTERIOR       PIC  9(08).
           05 TASHIST-FECHA-NOVEDAD        PIC  9(08).
           05 TASHIST-HORA-NOVEDAD         PIC  9(06).
           05 TASHIST-USUARIO              PIC  X(08).
           05 FILLER                       PIC  X(15).
