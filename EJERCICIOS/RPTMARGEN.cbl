      * REPORTE MENSUAL (RPTMARG) CON EL DETALLE POR UNIDAD Y LOS
      * TOTALES POR MARCA Y POR VENDEDOR. LAS UNIDADES SIN COSTO DE
      * ADQUISICION CARGADO SALEN MARCADAS 'SIN COSTEAR'.
      * VTAVEH SE VERIFICA ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO TRUNCADO,
      * DUPLICADO O DE OTRA FECHA CANCELA LA CORRIDA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *    SECCION DE PERMUTA DE LA VENTA (NO SE USA EN EL MARGEN:
      *    LA UNIDAD RECIBIDA ENTRA POR SU PROPIO COSTO EN VEHCOSTO)
           03 FILLER                     PIC X(44).
      *    SECCION DE FINANCIACION (EL MARGEN SE MIDE SOBRE EL PRECIO
      *    DE VENTA; EL PRESTAMO LO ADMINISTRA PGMPRENDA)
           03 FILLER                     PIC X(34).
      *    TIPO DE VEHICULO Y KILOMETRAJE DE ENTREGA (GARANTIA)
           03 FILLER                     PIC X(09).
      *    SUPERVISOR QUE AUTORIZO VENDER CON MULTAS IMPAGAS
           03 FILLER                     PIC X(08).

       FD  VEHICULOO
           RECORDING MODE IS F
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  VEHCOSTO
           RECORDING MODE IS F
       FD  ORDTRAB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDTRAB-FD                PIC X(78).

       FD  MARGVEH
           RECORDING MODE IS F
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE VTAVEH
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL)
      *------------------------------------------------------
           CALL 'RUNCTL' USING WRUNCTL.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1008-CONTROLO-VTAVEH.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-COSTOS.
           PERFORM 1030-CARGO-TALLER.
       FIN-1006.
           EXIT.

      *------------------------------------------------------------
      * VTAVEH SE VERIFICA COMPLETO (HEADER, FECHA, CANTIDAD E
      * IMPORTE DEL TRAILER) ANTES DE PROCESARLO. EL RECHAZO YA
      * QUEDO INFORMADO POR CANCELA.
      *------------------------------------------------------------
       1008-CONTROLO-VTAVEH.
      *---------------------

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'VTAVEH'               TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-VTAVEH         TO UTLCTLARC-PATH.
           MOVE 'RPTMARGEN'            TO UTLCTLARC-PROGRAMA.
      *    EL REPORTE ES MENSUAL: SE ACEPTA UN VTAVEH DEL ULTIMO MES.
           MOVE 31                     TO UTLCTLARC-DIAS-VIGENCIA.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'VTAVEH RECHAZADO: ' UTLCTLARC-MSG
              PERFORM 3000-FINALIZO
           END-IF.

       FIN-1008.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------


           READ VTAVEH

      *    HEADER Y TRAILER YA VERIFICADOS EN EL ARRANQUE.
           PERFORM UNTIL NOT 88-FS-VTAVEH-OK
                      OR (REG-VTAVEH-FD (1:7) NOT = 'HEADER '
                      AND REG-VTAVEH-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-VTAVEH-FD
               READ VTAVEH
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-VTAVEH-OK
                    ADD 1 TO WS-LEIDAS-VENTAS
