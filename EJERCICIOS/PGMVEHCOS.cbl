      * AGREGA AL MAESTRO DE COSTOS (VEHCOSTO, EN EXTEND). UN COSTO
      * YA CARGADO PARA EL MISMO VEHICULO SE RECHAZA POR CONSOLA:
      * EL COSTO DE ENTRADA NO SE PISA, SE CORRIGE POR ADMINISTRA-
      * CION. LAS UNIDADES COMPRADAS CON ORDEN DE COMPRA LLEGAN A
      * COSTONOV DESDE LA RECEPCION DE PGMCOMPR (COSTO DE LA ORDEN O
      * DEL REMITO MAS LOS GASTOS DE ADQUISICION).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  COSTOANT
           RECORDING MODE IS F
