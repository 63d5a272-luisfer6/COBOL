      *----------------------------------------------------------------*
      * COPY DEL ARCHIVO DE ORDENES DE COMPRA A PROVEEDORES            *
      * LREC = 100                                                     *
      * UN REGISTRO POR LINEA DE ORDEN; LOS DATOS DE CABECERA          *
      * (PROVEEDOR, EMISION, ENTREGA) SE REPITEN EN CADA LINEA.        *
      * LA LINEA PIDE UN PRODUCTO O REPUESTO (OC-TIPO-ITEM 'P',        *
      * OC-PRD-COD = PRD-COD DE WPRODMST.cpy) O UN VEHICULO ('V',      *
      * OC-VEH-ID DE LA UNIDAD A RECIBIR, CANTIDAD 1).                 *
      * LA MANTIENE PGMCOMPR (OCANT -> OCNUE): LAS RECEPCIONES         *
      * (WRECEPC.cpy) PUEDEN SER PARCIALES Y ACUMULAN EN               *
      * OC-CANT-RECIBIDA.                                              *
      *  'A' ABIERTA   : SIN RECEPCIONES                               *
      *  'P' PARCIAL   : RECIBIDA EN PARTE                             *
      *  'C' CUMPLIDA  : RECIBIDA TODA LA CANTIDAD PEDIDA              *
      *  'X' ANULADA   : LO PENDIENTE SE ANULO (LO YA RECIBIDO QUEDA)  *
      *----------------------------------------------------------------*
       01  REG-ORDCOMP.
           03 OC-NRO                       PIC  9(06).
           03 OC-LINEA                     PIC  9(03).
           03 OC-PRV-ID                    PIC  9(06).
           03 OC-FECHA-EMISION             PIC  9(08).
           03 OC-FECHA-ENTREGA             PIC  9(08).
           03 OC-TIPO-ITEM                 PIC  X(01).
              88 88-OC-PRODUCTO                      VALUE 'P'.
              88 88-OC-VEHICULO                      VALUE 'V'.
           03 OC-PRD-COD                   PIC  9(06).
           03 OC-VEH-ID                    PIC  X(05).
           03 OC-CANT-PEDIDA               PIC  9(05).
           03 OC-CANT-RECIBIDA             PIC  9(05).
           03 OC-COSTO-UNITARIO            PIC  9(11)V99.
           03 OC-ESTADO                    PIC  X(01).
              88 88-OC-ABIERTA                       VALUE 'A'.
              88 88-OC-PARCIAL                       VALUE 'P'.
              88 88-OC-CUMPLIDA                      VALUE 'C'.
              88 88-OC-ANULADA                       VALUE 'X'.
              88 88-OC-PENDIENTE                     VALUE 'A' 'P'.
           03 OC-FEC-ULT-RECEP             PIC  9(08).
           03 FILLER                       PIC  X(25).
