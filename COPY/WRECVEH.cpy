      *----------------------------------------------------------------*
      * COPY DEL REGISTRO DE VEHICULOS ALCANZADOS POR UN RECALL        *
      * LREC = 60                                                      *
      * PGMRECALL AGREGA UN REGISTRO POR CAMPANIA Y VEHICULO LA        *
      * PRIMERA VEZ QUE LO ENCUENTRA (EL ARCHIVO ES ACUMULATIVO Y      *
      * EVITA REPETIR ORDENES Y AVISOS EN LAS CORRIDAS SIGUIENTES).    *
      * RCV-ACCION:                                                    *
      *   'O' VEHICULO DEL LOTE: SE PIDIO LA ORDEN RCV-ORD-NRO A       *
      *       ABMORDEN                                                 *
      *   'N' VEHICULO VENDIDO: SE ENCOLO EL AVISO 'RCLL' AL TITULAR   *
      *       RCV-CLI-ID                                               *
      *   'S' VEHICULO VENDIDO SIN TITULAR UBICABLE: SIN AVISO         *
      *----------------------------------------------------------------*
       01  REG-RECVEH.
           03 RCV-CLAVE.
              05 RCV-CAMPANIA              PIC  X(10).
              05 RCV-VEH-ID                PIC  X(05).
           03 RCV-PATENTE                  PIC  X(09).
           03 RCV-FECHA                    PIC  9(08).
           03 RCV-ACCION                   PIC  X(01).
              88 88-RCV-ORDEN-LOTE                   VALUE 'O'.
              88 88-RCV-AVISO-TITULAR                VALUE 'N'.
              88 88-RCV-SIN-CONTACTO                 VALUE 'S'.
           03 RCV-ORD-NRO                  PIC  9(06).
           03 RCV-CLI-ID                   PIC  9(10).
           03 FILLER                       PIC  X(11).
