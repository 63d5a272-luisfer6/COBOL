      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE NOVEDADES DEL MAESTRO DE COMERCIOS          *
      *LONGITUD DE REGISTRO (67)                                       *
      *LO APLICA ABMCOMER SOBRE COMERCIOS Y COMTASA:                   *
      *  'A' ALTA (NOMBRE Y RUBRO OBLIGATORIOS; SI TRAE COMISION SE    *
      *      PACTA EN COMTASA)                                         *
      *  'B' BAJA (SOLO SIN GASTOS SIN LIQUIDAR NI DISPUTAS ABIERTAS)  *
      *  'M' MODIFICACION DE NOMBRE Y/O RUBRO (EN BLANCO NO CAMBIA)    *
      *  'S' SUSPENSION  /  'R' REHABILITACION                         *
      *  'C' COMISION PACTADA (CERO ELIMINA EL PACTO Y EL COMERCIO     *
      *      VUELVE A LA COMISION GENERAL)                             *
      *  'F' DATOS FISCALES (CUIT, CONDICION DE INGRESOS BRUTOS Y SU   *
      *      NRO DE INSCRIPCION, CONDICION DE GANANCIAS). EL ALTA      *
      *      TAMBIEN PUEDE TRAERLOS; EN BLANCO EL COMERCIO QUEDA SIN   *
      *      DATOS FISCALES Y SE LE RETIENE COMO NO INSCRIPTO.         *
      *----------------------------------------------------------------*
       01  REG-COMNOV.
           03 CNV-COM-ID                   PIC  9(05).
           03 CNV-TIPO                     PIC  X(01).
              88 88-CNV-ALTA                         VALUE 'A'.
              88 88-CNV-BAJA                         VALUE 'B'.
              88 88-CNV-MODIFICACION                 VALUE 'M'.
              88 88-CNV-SUSPENSION                   VALUE 'S'.
              88 88-CNV-REHABILITACION               VALUE 'R'.
              88 88-CNV-COMISION                     VALUE 'C'.
              88 88-CNV-FISCAL                       VALUE 'F'.
           03 CNV-NOMBRE                   PIC  X(30).
           03 CNV-RUBRO                    PIC  X(02).
           03 CNV-PCT-COMISION             PIC  9(02)V99.
           03 CNV-CUIT                     PIC  9(11).
           03 CNV-COND-IIBB                PIC  X(01).
           03 CNV-NRO-IIBB                 PIC  X(12).
           03 CNV-COND-GAN                 PIC  X(01).
