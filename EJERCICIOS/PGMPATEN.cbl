      *     CONTRA EL MAESTRO DEL LOTE (VEHICULOO, POR VEH-PATENTE)
      *     O CONTRA EL REGISTRO EXTERNO (WVEHEXT.cpy)
      *   - APLICA LOS PAGOS CAPTURADOS EN CAJA (PATPAGO) SOBRE LA
      *     CUENTA PATENTE/PERIODO; EL MISMO ARCHIVO TRAE LOS PAGOS
      *     COBRADOS POR LAS REDES EXTERNAS (VER PGMCOBRED)
      *   - REGRABA EL SUBLEDGER (PATCTAANT -> PATCTANUE)
      *   - EMITE EL LISTADO DE MORA POR VEHICULO Y PROPIETARIO
      *     (NOMBRE DEL MAESTRO DE CLIENTES VIA VEH-PROPIETARIO-ID,
       FD  PATPAGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PATPAGO-FD                PIC X(47).

       FD  PATCTAANT
           RECORDING MODE IS F
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  VEHEXT
           RECORDING MODE IS F
           03 PDE-IMPORTE                PIC 9(09)V99.

      *------------------------------------------------------
      * PAGO CAPTURADO EN CAJA O POR RED EXTERNA (PATPAGO,
      * LREC 45)
      *------------------------------------------------------
       COPY WPATPAGO.

      *------------------------------------------------------
      * SUBLEDGER EN TABLA (SE REGRABA ENTERO)
