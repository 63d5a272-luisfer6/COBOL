      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE TRAMITES DE TRANSFERENCIA DE DOMINIO       *
      * LREC = 110                                                     *
      * UN REGISTRO POR VENTA DEL LOTE (VTAVEHI LO ABRE AL APLICAR LA  *
      * VENTA) CON LA LISTA DE DOCUMENTOS EXIGIDOS Y LOS PASOS DEL     *
      * TRAMITE ANTE EL REGISTRO AUTOMOTOR, CADA UNO CON SU ESTADO     *
      * ('P' PENDIENTE / 'C' CUMPLIDO) Y FECHA:                        *
      *   PASO 1 FIRMA DE FORMULARIOS                                  *
      *   PASO 2 VERIFICACION DEL VEHICULO                             *
      *   PASO 3 PRESENTACION EN EL REGISTRO                           *
      *   PASO 4 ENTREGA DEL TITULO AL COMPRADOR                       *
      * LOS PASOS SE CUMPLEN EN ORDEN; LA PRESENTACION EXIGE TODOS LOS *
      * DOCUMENTOS RECIBIDOS. LO MANTIENE ABMTRANSF; CON EL PASO 4 EL  *
      * TRAMITE QUEDA COMPLETO. TRF-FECHA-LIMITE ES EL PLAZO LEGAL     *
      * (DIAS HABILES DESDE LA VENTA); RPTTRANSF INFORMA LOS VENCIDOS. *
      *----------------------------------------------------------------*
       01  REG-TRANSF.
           03 TRF-CLAVE.
              05 TRF-VEH-ID                PIC  X(05).
              05 TRF-FECHA-VENTA           PIC  9(08).
           03 TRF-PATENTE                  PIC  X(09).
           03 TRF-CLI-ID                   PIC  9(10).
           03 TRF-PROPIETARIO-ANT          PIC  9(10).
           03 TRF-FECHA-LIMITE             PIC  9(08).
           03 TRF-DOCUMENTOS.
              05 TRF-DOC-FORM08            PIC  X(01).
              05 TRF-DOC-TITULO            PIC  X(01).
              05 TRF-DOC-CEDULA            PIC  X(01).
              05 TRF-DOC-LIBRE-DEUDA       PIC  X(01).
              05 TRF-DOC-DNI-COMPRADOR     PIC  X(01).
           03 TRF-DOCUMENTOS-R REDEFINES TRF-DOCUMENTOS.
              05 TRF-DOC OCCURS 5 TIMES    PIC  X(01).
                 88 88-TRF-DOC-RECIBIDO              VALUE 'S'.
           03 TRF-PASOS.
              05 TRF-PASO OCCURS 4 TIMES.
                 07 TRF-PASO-ESTADO        PIC  X(01).
                    88 88-TRF-PASO-PENDIENTE         VALUE 'P'.
                    88 88-TRF-PASO-CUMPLIDO          VALUE 'C'.
                 07 TRF-PASO-FECHA         PIC  9(08).
           03 TRF-ESTADO                   PIC  X(01).
              88 88-TRF-PENDIENTE                    VALUE 'P'.
              88 88-TRF-COMPLETA                     VALUE 'C'.
           03 TRF-FECHA-COMPLETA           PIC  9(08).
           03 FILLER                       PIC  X(10).
