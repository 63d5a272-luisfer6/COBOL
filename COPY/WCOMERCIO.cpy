      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO MAESTRO DE COMERCIOS                          *
      * LREC = 80                                                      *
      * UN REGISTRO POR COMERCIO ADHERIDO. GTO-COMERCIO DE CADA GASTO  *
      * REFERENCIA A COM-ID; EL RUBRO USA LOS MISMOS CODIGOS QUE       *
      * GTO-CATEGORIA (RE/RT/SU/CO/SE/OT).                             *
      * LO MANTIENE ABMCOMER. COM-ESTADO 'S' ES UN COMERCIO SUSPENDIDO *
      * (PGMEDGTO LE RECHAZA LOS GASTOS NUEVOS); EN BLANCO O 'A' ES    *
      * ACTIVO. COM-FECHA-ESTADO ES LA FECHA DEL ULTIMO CAMBIO DE      *
      * ESTADO (AAAAMMDD).                                             *
      * DATOS FISCALES (LIQCOMER RETIENE SEGUN ELLOS, VER WRETTASA):   *
      *   COM-CUIT       CLAVE TRIBUTARIA DEL COMERCIO                 *
      *   COM-COND-IIBB  INGRESOS BRUTOS: 'L' INSCRIPTO LOCAL / 'C'    *
      *                  CONVENIO MULTILATERAL / 'E' EXENTO / 'N' NO   *
      *                  INSCRIPTO. EN BLANCO SE TRATA COMO 'N'.       *
      *   COM-NRO-IIBB   NRO DE INSCRIPCION EN INGRESOS BRUTOS         *
      *   COM-COND-GAN   GANANCIAS: 'I' INSCRIPTO / 'E' EXENTO / 'N'   *
      *                  NO INSCRIPTO. EN BLANCO SE TRATA COMO 'N'.    *
      *----------------------------------------------------------------*
       01  REG-COMERCIO.
           03 COM-ID                       PIC  9(05).
           03 COM-NOMBRE                   PIC  X(30).
           03 COM-RUBRO                    PIC  X(02).
              88 88-COM-RUBRO-VALIDO                 VALUE 'RE' 'RT'
                                                           'SU' 'CO'
                                                           'SE' 'OT'.
           03 COM-ESTADO                   PIC  X(01).
              88 88-COM-ACTIVO                       VALUE 'A' ' '.
              88 88-COM-SUSPENDIDO                   VALUE 'S'.
           03 COM-FECHA-ESTADO             PIC  9(08).
           03 COM-CUIT                     PIC  9(11).
           03 COM-COND-IIBB                PIC  X(01).
              88 88-COM-IIBB-VALIDA                  VALUE 'L' 'C'
                                                           'E' 'N'.
              88 88-COM-IIBB-INSCRIPTO               VALUE 'L' 'C'.
           03 COM-NRO-IIBB                 PIC  X(12).
           03 COM-COND-GAN                 PIC  X(01).
              88 88-COM-GAN-VALIDA                   VALUE 'I' 'E' 'N'.
           03 FILLER                       PIC  X(09).
