      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE PROSPECTOS DE VENTA (CONSULTAS)            *
      * LREC = 200                                                     *
      * UN PROSPECTO POR REGISTRO: TODA CONSULTA DE MOSTRADOR,         *
      * TELEFONO, WEB O REFERIDO, AUNQUE NUNCA LLEGUE A PRESUPUESTO.   *
      * CONTACTO, VEHICULO DE INTERES (MARCA/MODELO), ORIGEN,          *
      * VENDEDOR ASIGNADO Y FECHA DEL PROXIMO SEGUIMIENTO.             *
      * CICLO DE VIDA (PGMPROSP):                                      *
      *  'A' ABIERTO       : EN SEGUIMIENTO, SIN PRESUPUESTO           *
      *  'P' PRESUPUESTADO : EL CLIENTE (PRO-CLI-ID) RECIBIO UN        *
      *                      PRESUPUESTO (WCOTVTA.cpy) DESPUES DEL     *
      *                      ALTA; PRO-COT-NRO LO IDENTIFICA           *
      *  'V' VENDIDO       : VTAVEHI LE VENDIO UN VEHICULO (AVISO      *
      *                      COTCONV); PATENTE Y FECHA DE LA VENTA     *
      *  'X' PERDIDO       : DESCARTADO POR EL VENDEDOR                *
      * SIN PRO-CLI-ID NO HAY VINCULO: SE INFORMA EN UN SEGUIMIENTO    *
      * CUANDO EL INTERESADO SE REGISTRA COMO CLIENTE.                 *
      * EL EMBUDO MENSUAL (RPTEMBUD) MIDE LOS PROSPECTOS DEL MES POR   *
      * VENDEDOR Y SUCURSAL: CONSULTAS, PRESUPUESTOS Y VENTAS.         *
      *----------------------------------------------------------------*
       01  REG-PROSPECTO.
           03 PRO-NRO                      PIC  9(06).
           03 PRO-NOMBRE                   PIC  X(30).
           03 PRO-TELEFONO                 PIC  X(15).
           03 PRO-EMAIL                    PIC  X(40).
           03 PRO-MARCA                    PIC  X(08).
           03 PRO-MODELO                   PIC  X(09).
           03 PRO-ORIGEN                   PIC  X(01).
              88 88-PRO-MOSTRADOR                    VALUE 'M'.
              88 88-PRO-TELEFONO                     VALUE 'T'.
              88 88-PRO-WEB                          VALUE 'W'.
              88 88-PRO-REFERIDO                     VALUE 'R'.
              88 88-PRO-ORIGEN-VALIDO          VALUE 'M' 'T' 'W' 'R'.
           03 PRO-VEN-ID                   PIC  9(10).
           03 PRO-CLI-ID                   PIC  9(10).
           03 PRO-FECHA-ALTA               PIC  9(08).
           03 PRO-FECHA-SEGUIM             PIC  9(08).
           03 PRO-ESTADO                   PIC  X(01).
              88 88-PRO-ABIERTO                      VALUE 'A'.
              88 88-PRO-PRESUPUESTADO                VALUE 'P'.
              88 88-PRO-VENDIDO                      VALUE 'V'.
              88 88-PRO-PERDIDO                      VALUE 'X'.
              88 88-PRO-EN-SEGUIMIENTO               VALUE 'A' 'P'.
           03 PRO-COT-NRO                  PIC  9(06).
           03 PRO-FECHA-COT                PIC  9(08).
           03 PRO-PATENTE                  PIC  X(09).
           03 PRO-FECHA-VENTA              PIC  9(08).
           03 FILLER                       PIC  X(23).
