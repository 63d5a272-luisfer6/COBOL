       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABMRECLAM.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * MANTENIMIENTO DEL MAESTRO DE RECLAMOS DE CLIENTES (WRECLAMO).
      * LOS RECLAMOS POR GASTOS DE TARJETA, VENTAS, ORDENES DE TALLER
      * Y RECIBOS DE CAJA SE CARGAN EN CADA MOSTRADOR EN UNA UNICA
      * COLA DE NOVEDADES (RECLNOV, WRECLNOV) QUE ESTE PROGRAMA APLICA
      * SOBRE EL MAESTRO (RECLAANT -> RECLANUE):
      *   - ALTA 'A'     : NUMERO CORRELATIVO (MAYOR DEL MAESTRO + 1),
      *                    ESTADO ABIERTO. SIN FECHA PROMETIDA SE
      *                    TOMA EL PLAZO ESTANDAR DEL AREA EN DIAS
      *                    HABILES (CALENDARIO UTLDIAHAB).
      *   - REASIGNA 'M' : CAMBIA AREA Y/O FECHA PROMETIDA.
      *   - 'P' / 'R' / 'C': EN PROCESO, RESUELTO, ANULADO.
      * LOS RECHAZOS VAN A RECLNOVRECH CON MOTIVO:
      *   01 CODIGO DE NOVEDAD INVALIDO
      *   02 RECLAMO INEXISTENTE
      *   03 CLIENTE INEXISTENTE
      *   04 CATEGORIA INVALIDA (SOLO 'T', 'V', 'O' O 'R')
      *   05 REFERENCIA EN BLANCO
      *   06 AREA INVALIDA
      *   07 SUCURSAL INEXISTENTE O CERRADA
      *   08 FECHA PROMETIDA INVALIDA O ANTERIOR AL PROCESO
      *   09 RECLAMO CERRADO (RESUELTO O ANULADO)
      *   10 CAMBIO DE ESTADO NO PERMITIDO (YA ESTA EN PROCESO)
      *   11 FALTA DESCRIPCION / RESOLUCION / MOTIVO
      *   12 REASIGNACION SIN AREA NI FECHA
      * SIN MAESTRO CLIENTES O SUCURSALES SE AVISA Y ESA VALIDACION
      * NO SE HACE. EXIGE NIVEL DE OPERADOR 2.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

           SELECT RECLAANT      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLAANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLAANT.

           SELECT RECLNOV       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLNOV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLNOV.

           SELECT CLIENTES      ASSIGN       TO
                                 DYNAMIC WS-ARCH-CLIENTES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-CLIENTES.

           SELECT SUCURSALES    ASSIGN       TO
                                 DYNAMIC WS-ARCH-SUCURSALES
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SUCURSALES.

           SELECT RECLANUE      ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLANUE.

           SELECT RECLNOVRECH   ASSIGN       TO
                                 DYNAMIC WS-ARCH-RECLNOVRECH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RECLNOVRECH.

       DATA DIVISION.

       FILE SECTION.

       FD  RECLAANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLAANT-FD               PIC X(200).

       FD  RECLNOV
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLNOV-FD                PIC X(120).

       FD  CLIENTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLIENTES-FD               PIC X(650).

       FD  SUCURSALES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SUCURSALES-FD             PIC X(80).

       FD  RECLANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLANUE-FD               PIC X(200).

       FD  RECLNOVRECH
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECLNOVRECH-FD.
           03 RECH-NOVEDAD               PIC X(120).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO                PIC X(02).
           03 FILLER                     PIC X(01).
           03 RECH-MOTIVO-DESC           PIC X(30).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RECLAANT           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECLNOV            PIC X(128) VALUE SPACES.
       77  WS-ARCH-CLIENTES           PIC X(128) VALUE SPACES.
       77  WS-ARCH-SUCURSALES         PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECLANUE           PIC X(128) VALUE SPACES.
       77  WS-ARCH-RECLNOVRECH        PIC X(128) VALUE SPACES.

       77  FS-RECLAANT                   PIC  X(02) VALUE ' '.
           88 88-FS-RECLAANT-OK                     VALUE '00'.
           88 88-FS-RECLAANT-EOF                    VALUE '10'.
           88 88-FS-RECLAANT-NOEXISTE               VALUE '35'.

       77  FS-RECLNOV                    PIC  X(02) VALUE ' '.
           88 88-FS-RECLNOV-OK                      VALUE '00'.
           88 88-FS-RECLNOV-EOF                     VALUE '10'.
           88 88-FS-RECLNOV-NOEXISTE                VALUE '35'.

       77  FS-CLIENTES                   PIC  X(02) VALUE ' '.
           88 88-FS-CLIENTES-OK                     VALUE '00'.
           88 88-FS-CLIENTES-EOF                    VALUE '10'.
           88 88-FS-CLIENTES-NOEXISTE               VALUE '35'.

       77  FS-SUCURSALES                 PIC  X(02) VALUE ' '.
           88 88-FS-SUCURSALES-OK                   VALUE '00'.
           88 88-FS-SUCURSALES-EOF                  VALUE '10'.
           88 88-FS-SUCURSALES-NOEXISTE             VALUE '35'.

       77  FS-RECLANUE                   PIC  X(02) VALUE ' '.
           88 88-FS-RECLANUE-OK                     VALUE '00'.

       77  FS-RECLNOVRECH                PIC  X(02) VALUE ' '.
           88 88-FS-RECLNOVRECH-OK                  VALUE '00'.

       77  WS-OPERADOR-SESION            PIC  X(08) VALUE SPACES.
       77  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.

      *------------------------------------------------------
      * PLAZO ESTANDAR DE RESOLUCION POR AREA, EN DIAS
      * HABILES, PARA LAS ALTAS SIN FECHA PROMETIDA
      *------------------------------------------------------
       01  WCN-PLAZOS-AREA.
           05 FILLER                     PIC  X(05) VALUE 'TAR10'.
           05 FILLER                     PIC  X(05) VALUE 'VTA05'.
           05 FILLER                     PIC  X(05) VALUE 'TAL05'.
           05 FILLER                     PIC  X(05) VALUE 'CAJ03'.
           05 FILLER                     PIC  X(05) VALUE 'ATC10'.
       01  WCN-PLAZOS-AREA-R REDEFINES WCN-PLAZOS-AREA.
           05 WCN-PLAZO-TAB OCCURS 5 TIMES
                            INDEXED BY IDX-PLAZO.
              10 WCN-PLAZO-AREA          PIC  X(03).
              10 WCN-PLAZO-DIAS          PIC  9(02).

       77  WS-DIAS-PLAZO                 PIC  9(02) VALUE 0.
       77  WS-DIAS-HABILES               PIC  9(02) VALUE 0.
       77  WS-FECHA-INT                  PIC  9(07) VALUE 0.

      *------------------------------------------------------
      * RECLAMOS EN MEMORIA (REGISTRO COMPLETO WRECLAMO)
      *------------------------------------------------------
       77  WCN-TOPE-RECLAMOS             PIC  9(05) VALUE 10000.
       77  WS-CANT-RECLAMOS              PIC  9(05) VALUE 0.
       77  WS-POS-RECLAMO                PIC  9(05) VALUE 0.
       77  WS-ULTIMO-NRO                 PIC  9(08) VALUE 0.
       01  WS-TABLA-RECLAMOS.
           05 WS-RECLAMO-TAB OCCURS 10000 TIMES
                             INDEXED BY IDX-REC.
              10 WRC-REGISTRO            PIC  X(200).

      *------------------------------------------------------
      * CLIENTES Y SUCURSALES PARA VALIDAR LAS ALTAS
      *------------------------------------------------------
       77  WS-HAY-CLIENTES               PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-CLI                  PIC  9(05) VALUE 10000.
       77  WS-CANT-CLI                   PIC  9(05) VALUE 0.
       01  WS-TABLA-CLI.
           05 WS-CLI-TAB OCCURS 10000 TIMES
                         INDEXED BY IDX-CLI.
              10 WCL-ID                  PIC  9(10).

       77  WS-HAY-SUCURSALES             PIC  X(01) VALUE 'N'.
       77  WCN-TOPE-SUC                  PIC  9(03) VALUE 100.
       77  WS-CANT-SUC                   PIC  9(03) VALUE 0.
       01  WS-TABLA-SUC.
           05 WS-SUC-TAB OCCURS 100 TIMES
                         INDEXED BY IDX-SUC.
              10 WSU-COD                 PIC  9(04).

       77  WS-ENCONTRADO                 PIC  X(01) VALUE 'N'.

       77  WS-MOTIVO-RECHAZO             PIC  X(02) VALUE SPACES.
           88 88-NOVEDAD-ACEPTADA                   VALUE '  '.
           88 88-RECH-CODIGO                        VALUE '01'.
           88 88-RECH-INEXISTENTE                   VALUE '02'.
           88 88-RECH-CLIENTE                       VALUE '03'.
           88 88-RECH-CATEGORIA                     VALUE '04'.
           88 88-RECH-REFERENCIA                    VALUE '05'.
           88 88-RECH-AREA                          VALUE '06'.
           88 88-RECH-SUCURSAL                      VALUE '07'.
           88 88-RECH-FECHA                         VALUE '08'.
           88 88-RECH-CERRADO                       VALUE '09'.
           88 88-RECH-TRANSICION                    VALUE '10'.
           88 88-RECH-TEXTO                         VALUE '11'.
           88 88-RECH-SIN-CAMBIOS                   VALUE '12'.

       77  WS-LEIDOS-RECLAANT            PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RECLNOV             PIC  9(09) VALUE 0.
       77  WS-CANT-ALTAS                 PIC  9(09) VALUE 0.
       77  WS-CANT-REASIGNADOS           PIC  9(09) VALUE 0.
       77  WS-CANT-EN-PROCESO            PIC  9(09) VALUE 0.
       77  WS-CANT-RESUELTOS             PIC  9(09) VALUE 0.
       77  WS-CANT-ANULADOS              PIC  9(09) VALUE 0.
       77  WS-CANT-RECHAZADAS            PIC  9(09) VALUE 0.
       77  WS-GRABADOS-RECLANUE          PIC  9(09) VALUE 0.
       77  WS-CONTADOR-ED                PIC  ZZZ.ZZZ.ZZ9.

       COPY WRECLAMO.

       COPY WRECLNOV.

       COPY WCLIENTE.

       COPY WSUCURSAL.

       COPY WSEGOPER.

       COPY WUTLVFEC.

       COPY WUTLDIAHAB.

       COPY WRUNCTL.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO
             UNTIL 88-FS-RECLNOV-EOF.

           PERFORM 2700-GRABO-RECLANUE.

           MOVE 'S' TO WS-FIN-NORMAL.

           PERFORM 3000-FINALIZO.

           GOBACK.

       1000-INICIO.
      *-------------

      *    MARCA DE ARRANQUE PARA LA DURACION DEL JOB EN EL
      *    CONTROL DE CORRIDAS (VER RUNCTL / RPTBATTRD).
           INITIALIZE WRUNCTL.
           SET 88-RUNCTL-MARCA-INICIO TO TRUE.
           CALL 'RUNCTL' USING WRUNCTL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 1001-SIGNON-OPERADOR.
           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1010-ABRO-ARCHIVOS.
           PERFORM 1020-CARGO-RECLAMOS.
           PERFORM 1040-CARGO-CLIENTES.
           PERFORM 1050-CARGO-SUCURSALES.
           PERFORM 1030-LEO-RECLNOV.

       FIN-1000.
           EXIT.

      *--------------------------------------------------------------
      * SIGN-ON DEL OPERADOR: LA CARGA DE RECLAMOS EXIGE NIVEL DE
      * ACTUALIZACION (2). LOS RECHAZOS QUEDAN EN EL LOG DE ACCESOS
      * DE SEGOPER.
      *--------------------------------------------------------------
       1001-SIGNON-OPERADOR.
      *---------------------

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-SESION.

           INITIALIZE WSEGOPER.
           MOVE WS-OPERADOR-SESION     TO SEGOPER-USUARIO.
           MOVE 2                      TO SEGOPER-NIVEL-REQUERIDO.
           MOVE 'SIGN-ON ABMRECLAM'    TO SEGOPER-ACCION.

           CALL 'SEGOPER' USING WSEGOPER.

           IF NOT 88-SEGOPER-AUTORIZADO
              DISPLAY 'OPERADOR NO AUTORIZADO: ' WS-OPERADOR-SESION
              DISPLAY 'SE CANCELA EL PROCESO'
              PERFORM 3200-GRABO-RUNCTL
              GOBACK
           END-IF.

       FIN-1001.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RECLAANT'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLAANT

           MOVE 'RECLNOV'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLNOV

           MOVE 'CLIENTES'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-CLIENTES

           MOVE 'SUCURSALES'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SUCURSALES

           MOVE 'RECLANUE'     TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLANUE

           MOVE 'RECLNOVRECH'  TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RECLNOVRECH.

       FIN-1005.
           EXIT.

       1006-RESUELVO-UN-ARCHIVO.
      *-------------------------

           CALL 'UTLPATH' USING WUTLPATH

           IF NOT 88-WUTLPATH-OK
              DISPLAY 'ERROR DE ARRANQUE - ARCHIVO SIN PATH: '
                      WUTLPATH-LOGICO
              DISPLAY WUTLPATH-MSG
              DISPLAY 'SE CANCELA EL PROCESO'
              GOBACK
           END-IF.

       FIN-1006.
           EXIT.

       1010-ABRO-ARCHIVOS.
      *-------------------

           OPEN INPUT RECLNOV

           EVALUATE TRUE
               WHEN 88-FS-RECLNOV-OK
                    CONTINUE
               WHEN 88-FS-RECLNOV-NOEXISTE
                    DISPLAY 'RECLNOV INEXISTENTE - SIN NOVEDADES'
                    SET 88-FS-RECLNOV-EOF TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLNOV'
                    DISPLAY 'FILE STATUS' FS-RECLNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RECLANUE

           EVALUATE TRUE
               WHEN 88-FS-RECLANUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLANUE'
                    DISPLAY 'FILE STATUS' FS-RECLANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE

           OPEN OUTPUT RECLNOVRECH

           EVALUATE TRUE
               WHEN 88-FS-RECLNOVRECH-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLNOVRECH'
                    DISPLAY 'FILE STATUS' FS-RECLNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1010.
           EXIT.

       1020-CARGO-RECLAMOS.
      *--------------------

           OPEN INPUT RECLAANT.

           EVALUATE TRUE
               WHEN 88-FS-RECLAANT-OK
                    PERFORM 1021-LEO-RECLAANT
                    PERFORM UNTIL 88-FS-RECLAANT-EOF
                       IF WS-CANT-RECLAMOS < WCN-TOPE-RECLAMOS
                          ADD 1 TO WS-CANT-RECLAMOS
                          MOVE REG-RECLAMO
                            TO WRC-REGISTRO (WS-CANT-RECLAMOS)
                          IF REC-NRO-RECLAMO > WS-ULTIMO-NRO
                             MOVE REC-NRO-RECLAMO TO WS-ULTIMO-NRO
                          END-IF
                       ELSE
                          DISPLAY 'TABLA DE RECLAMOS COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1021-LEO-RECLAANT
                    END-PERFORM
                    CLOSE RECLAANT

               WHEN 88-FS-RECLAANT-NOEXISTE
                    DISPLAY 'RECLAANT INEXISTENTE - SIN RECLAMOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RECLAANT'
                    DISPLAY 'FILE STATUS' FS-RECLAANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

       1021-LEO-RECLAANT.
      *------------------

           INITIALIZE REG-RECLAMO.

           READ RECLAANT INTO REG-RECLAMO

           EVALUATE TRUE
               WHEN 88-FS-RECLAANT-OK
                    ADD 1 TO WS-LEIDOS-RECLAANT
               WHEN 88-FS-RECLAANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLAANT FS: ' FS-RECLAANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1021.
           EXIT.

       1030-LEO-RECLNOV.
      *-----------------

           INITIALIZE REG-RECNOV.

           READ RECLNOV INTO REG-RECNOV

           EVALUATE TRUE
               WHEN 88-FS-RECLNOV-OK
                    ADD 1 TO WS-LEIDOS-RECLNOV
               WHEN 88-FS-RECLNOV-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RECLNOV FS: ' FS-RECLNOV
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1030.
           EXIT.

       1040-CARGO-CLIENTES.
      *--------------------

           OPEN INPUT CLIENTES.

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
                    MOVE 'S'                   TO WS-HAY-CLIENTES
                    PERFORM 1041-LEO-CLIENTE
                    PERFORM UNTIL 88-FS-CLIENTES-EOF
                       IF WS-CANT-CLI < WCN-TOPE-CLI
                          ADD 1 TO WS-CANT-CLI
                          MOVE CLI-ID TO WCL-ID (WS-CANT-CLI)
                       ELSE
                          DISPLAY 'TABLA DE CLIENTES COMPLETA - SE '
                                  'CANCELA EL PROCESO'
                          PERFORM 3000-FINALIZO
                       END-IF
                       PERFORM 1041-LEO-CLIENTE
                    END-PERFORM
                    CLOSE CLIENTES

               WHEN 88-FS-CLIENTES-NOEXISTE
                    DISPLAY 'MAESTRO CLIENTES NO DISPONIBLE - LAS '
                    DISPLAY 'ALTAS NO SE VALIDAN CONTRA CLIENTES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN CLIENTES'
                    DISPLAY 'FILE STATUS' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1040.
           EXIT.

       1041-LEO-CLIENTE.
      *-----------------

           INITIALIZE REG-CLIENTES.

           READ CLIENTES INTO REG-CLIENTES

           EVALUATE TRUE
               WHEN 88-FS-CLIENTES-OK
               WHEN 88-FS-CLIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ CLIENTES FS: ' FS-CLIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1041.
           EXIT.

      *--------------------------------------------------------------
      * SOLO LAS SUCURSALES ABIERTAS PUEDEN RECIBIR RECLAMOS NUEVOS
      *--------------------------------------------------------------
       1050-CARGO-SUCURSALES.
      *----------------------

           OPEN INPUT SUCURSALES.

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
                    MOVE 'S'                   TO WS-HAY-SUCURSALES
                    PERFORM 1051-LEO-SUCURSAL
                    PERFORM UNTIL 88-FS-SUCURSALES-EOF
                       IF 88-SUC-ABIERTA
                          IF WS-CANT-SUC < WCN-TOPE-SUC
                             ADD 1 TO WS-CANT-SUC
                             MOVE SUC-COD TO WSU-COD (WS-CANT-SUC)
                          ELSE
                             DISPLAY 'TABLA DE SUCURSALES COMPLETA'
                             DISPLAY 'SE CANCELA EL PROCESO'
                             PERFORM 3000-FINALIZO
                          END-IF
                       END-IF
                       PERFORM 1051-LEO-SUCURSAL
                    END-PERFORM
                    CLOSE SUCURSALES

               WHEN 88-FS-SUCURSALES-NOEXISTE
                    DISPLAY 'MAESTRO SUCURSALES NO DISPONIBLE - LAS '
                    DISPLAY 'ALTAS NO SE VALIDAN CONTRA SUCURSALES'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SUCURSALES'
                    DISPLAY 'FILE STATUS' FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1050.
           EXIT.

       1051-LEO-SUCURSAL.
      *------------------

           INITIALIZE REG-SUCURSAL.

           READ SUCURSALES INTO REG-SUCURSAL

           EVALUATE TRUE
               WHEN 88-FS-SUCURSALES-OK
               WHEN 88-FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SUCURSALES FS: '
                                                        FS-SUCURSALES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1051.
           EXIT.

       2000-PROCESO.
      *-------------

           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           EVALUATE TRUE
               WHEN 88-RNV-ALTA
                    PERFORM 2100-VALIDO-ALTA THRU FIN-2100
                    IF 88-NOVEDAD-ACEPTADA
                       PERFORM 2200-APLICO-ALTA
                    END-IF
               WHEN 88-RNV-REASIGNA
               WHEN 88-RNV-EN-PROCESO
               WHEN 88-RNV-RESUELVE
               WHEN 88-RNV-ANULA
                    PERFORM 2300-VALIDO-CAMBIO THRU FIN-2300
                    IF 88-NOVEDAD-ACEPTADA
                       PERFORM 2400-APLICO-CAMBIO
                    END-IF
               WHEN OTHER
                    SET 88-RECH-CODIGO         TO TRUE
           END-EVALUATE.

           IF NOT 88-NOVEDAD-ACEPTADA
              PERFORM 2900-RECHAZO-NOVEDAD
           END-IF.

           PERFORM 1030-LEO-RECLNOV.

       FIN-2000.
           EXIT.

       2100-VALIDO-ALTA.
      *-----------------

           IF RNV-CLI-ID NOT NUMERIC
              OR RNV-CLI-ID = 0
              SET 88-RECH-CLIENTE         TO TRUE
              GO TO FIN-2100
           END-IF.

           IF WS-HAY-CLIENTES = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-CLI                 TO 1
              SEARCH WS-CLI-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-CLI > WS-CANT-CLI
                     CONTINUE
                  WHEN WCL-ID (IDX-CLI) = RNV-CLI-ID
                     MOVE 'S'             TO WS-ENCONTRADO
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-CLIENTE      TO TRUE
                 GO TO FIN-2100
              END-IF
           END-IF.

           MOVE RNV-CATEGORIA             TO REC-CATEGORIA.
           IF NOT 88-REC-CATEGORIA-VALIDA
              SET 88-RECH-CATEGORIA       TO TRUE
              GO TO FIN-2100
           END-IF.

           IF RNV-REFERENCIA = SPACES
              SET 88-RECH-REFERENCIA      TO TRUE
              GO TO FIN-2100
           END-IF.

           MOVE RNV-AREA                  TO REC-AREA.
           IF NOT 88-REC-AREA-VALIDA
              SET 88-RECH-AREA            TO TRUE
              GO TO FIN-2100
           END-IF.

           IF RNV-SUCURSAL NOT NUMERIC
              SET 88-RECH-SUCURSAL        TO TRUE
              GO TO FIN-2100
           END-IF.

           IF WS-HAY-SUCURSALES = 'S'
              MOVE 'N'                    TO WS-ENCONTRADO
              SET IDX-SUC                 TO 1
              SEARCH WS-SUC-TAB
                  AT END
                     CONTINUE
                  WHEN IDX-SUC > WS-CANT-SUC
                     CONTINUE
                  WHEN WSU-COD (IDX-SUC) = RNV-SUCURSAL
                     MOVE 'S'             TO WS-ENCONTRADO
              END-SEARCH
              IF WS-ENCONTRADO = 'N'
                 SET 88-RECH-SUCURSAL     TO TRUE
                 GO TO FIN-2100
              END-IF
           END-IF.

           IF RNV-FECHA-PROMETIDA NOT NUMERIC
              SET 88-RECH-FECHA           TO TRUE
              GO TO FIN-2100
           END-IF.

           IF RNV-FECHA-PROMETIDA > 0
              PERFORM 2150-VALIDO-FECHA-PROMETIDA
              IF 88-RECH-FECHA
                 GO TO FIN-2100
              END-IF
           END-IF.

           IF RNV-TEXTO = SPACES
              SET 88-RECH-TEXTO           TO TRUE
              GO TO FIN-2100
           END-IF.

       FIN-2100.
           EXIT.

      *--------------------------------------------------------------
      * LA FECHA COMPROMETIDA DEBE EXISTIR Y NO SER ANTERIOR AL DIA
      * DE PROCESO
      *--------------------------------------------------------------
       2150-VALIDO-FECHA-PROMETIDA.
      *----------------------------

           INITIALIZE WUTLVFEC.
           MOVE RNV-FECHA-PROMETIDA       TO WUTLVFEC-FECHA.
           MOVE 'N'                       TO WUTLVFEC-PERMITE-CERO.
           MOVE 'S'                       TO WUTLVFEC-PERMITE-FUTURA.
           CALL 'UTLVFEC' USING WUTLVFEC.

           IF 88-WUTLVFEC-ERROR
              OR RNV-FECHA-PROMETIDA < WS-FECHA-PROCESO
              SET 88-RECH-FECHA           TO TRUE
           END-IF.

       FIN-2150.
           EXIT.

       2200-APLICO-ALTA.
      *-----------------

           IF WS-CANT-RECLAMOS NOT < WCN-TOPE-RECLAMOS
              DISPLAY 'TABLA DE RECLAMOS COMPLETA - SE '
                      'CANCELA EL PROCESO'
              PERFORM 3000-FINALIZO
           END-IF.

           INITIALIZE REG-RECLAMO.
           ADD 1                          TO WS-ULTIMO-NRO.
           MOVE WS-ULTIMO-NRO             TO REC-NRO-RECLAMO.
           MOVE RNV-CLI-ID                TO REC-CLI-ID.
           MOVE WS-FECHA-PROCESO          TO REC-FECHA-ALTA
                                             REC-FECHA-ESTADO.
           MOVE RNV-CATEGORIA             TO REC-CATEGORIA.
           MOVE RNV-REFERENCIA            TO REC-REFERENCIA.
           MOVE RNV-AREA                  TO REC-AREA.
           MOVE RNV-SUCURSAL              TO REC-SUCURSAL.
           SET 88-REC-ABIERTO             TO TRUE.
           MOVE WS-OPERADOR-SESION        TO REC-USUARIO.
           MOVE RNV-TEXTO                 TO REC-DESCRIPCION.

           IF RNV-FECHA-PROMETIDA > 0
              MOVE RNV-FECHA-PROMETIDA    TO REC-FECHA-PROMETIDA
           ELSE
              PERFORM 2250-CALCULO-FECHA-PROMETIDA
           END-IF.

           ADD 1                          TO WS-CANT-RECLAMOS.
           MOVE REG-RECLAMO
             TO WRC-REGISTRO (WS-CANT-RECLAMOS).
           ADD 1                          TO WS-CANT-ALTAS.

           DISPLAY 'RECLAMO ' REC-NRO-RECLAMO ' CLIENTE ' REC-CLI-ID
                   ' AREA ' REC-AREA ' PROMETIDO ' REC-FECHA-PROMETIDA.

       FIN-2200.
           EXIT.

      *--------------------------------------------------------------
      * PLAZO ESTANDAR DEL AREA EN DIAS HABILES DESDE EL ALTA
      *--------------------------------------------------------------
       2250-CALCULO-FECHA-PROMETIDA.
      *-----------------------------

           MOVE 0                         TO WS-DIAS-PLAZO.
           SET IDX-PLAZO                  TO 1.
           SEARCH WCN-PLAZO-TAB
               AT END
                  MOVE 5                  TO WS-DIAS-PLAZO
               WHEN WCN-PLAZO-AREA (IDX-PLAZO) = REC-AREA
                  MOVE WCN-PLAZO-DIAS (IDX-PLAZO) TO WS-DIAS-PLAZO
           END-SEARCH.

           COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE (REC-FECHA-ALTA).
           MOVE 0                         TO WS-DIAS-HABILES.
           PERFORM UNTIL WS-DIAS-HABILES >= WS-DIAS-PLAZO
              ADD 1                       TO WS-FECHA-INT
              INITIALIZE WUTLDIAHAB
              COMPUTE WUTLDIAHAB-FECHA =
                      FUNCTION DATE-OF-INTEGER (WS-FECHA-INT)
              CALL 'UTLDIAHAB' USING WUTLDIAHAB
              IF NOT 88-WUTLDIAHAB-NO-HABIL
                 ADD 1                    TO WS-DIAS-HABILES
              END-IF
           END-PERFORM.
           MOVE WUTLDIAHAB-FECHA          TO REC-FECHA-PROMETIDA.

       FIN-2250.
           EXIT.

      *--------------------------------------------------------------
      * REASIGNACION Y CAMBIOS DE ESTADO SOBRE UN RECLAMO EXISTENTE.
      * REG-RECLAMO QUEDA CARGADO CON EL RECLAMO ENCONTRADO.
      *--------------------------------------------------------------
       2300-VALIDO-CAMBIO.
      *-------------------

           MOVE 0 TO WS-POS-RECLAMO.

           IF RNV-NRO-RECLAMO NUMERIC
              PERFORM VARYING IDX-REC FROM 1 BY 1
                        UNTIL IDX-REC > WS-CANT-RECLAMOS
                           OR WS-POS-RECLAMO > 0
                 MOVE WRC-REGISTRO (IDX-REC) TO REG-RECLAMO
                 IF REC-NRO-RECLAMO = RNV-NRO-RECLAMO
                    SET WS-POS-RECLAMO TO IDX-REC
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-POS-RECLAMO = 0
              SET 88-RECH-INEXISTENTE     TO TRUE
              GO TO FIN-2300
           END-IF.

           IF NOT 88-REC-PENDIENTE
              SET 88-RECH-CERRADO         TO TRUE
              GO TO FIN-2300
           END-IF.

           IF 88-RNV-EN-PROCESO AND 88-REC-EN-PROCESO
              SET 88-RECH-TRANSICION      TO TRUE
              GO TO FIN-2300
           END-IF.

           IF (88-RNV-RESUELVE OR 88-RNV-ANULA)
              AND RNV-TEXTO = SPACES
              SET 88-RECH-TEXTO           TO TRUE
              GO TO FIN-2300
           END-IF.

           IF NOT 88-RNV-REASIGNA
              GO TO FIN-2300
           END-IF.

           IF RNV-AREA = SPACES
              AND (RNV-FECHA-PROMETIDA NOT NUMERIC
                   OR RNV-FECHA-PROMETIDA = 0)
              SET 88-RECH-SIN-CAMBIOS     TO TRUE
              GO TO FIN-2300
           END-IF.

      *    EL AREA NUEVA SE VALIDA CON LAS 88 DEL MAESTRO; SI LA
      *    NOVEDAD SE RECHAZA EL RECLAMO DE LA TABLA NO SE TOCA.
           IF RNV-AREA NOT = SPACES
              MOVE RNV-AREA               TO REC-AREA
              IF NOT 88-REC-AREA-VALIDA
                 SET 88-RECH-AREA         TO TRUE
                 GO TO FIN-2300
              END-IF
           END-IF.

           IF RNV-FECHA-PROMETIDA NOT NUMERIC
              SET 88-RECH-FECHA           TO TRUE
              GO TO FIN-2300
           END-IF.

           IF RNV-FECHA-PROMETIDA > 0
              PERFORM 2150-VALIDO-FECHA-PROMETIDA
           END-IF.

       FIN-2300.
           EXIT.

       2400-APLICO-CAMBIO.
      *-------------------

           EVALUATE TRUE
               WHEN 88-RNV-REASIGNA
                    IF RNV-AREA NOT = SPACES
                       MOVE RNV-AREA            TO REC-AREA
                    END-IF
                    IF RNV-FECHA-PROMETIDA > 0
                       MOVE RNV-FECHA-PROMETIDA TO REC-FECHA-PROMETIDA
                    END-IF
                    ADD 1 TO WS-CANT-REASIGNADOS
               WHEN 88-RNV-EN-PROCESO
                    SET 88-REC-EN-PROCESO       TO TRUE
                    MOVE WS-FECHA-PROCESO       TO REC-FECHA-ESTADO
                    ADD 1 TO WS-CANT-EN-PROCESO
               WHEN 88-RNV-RESUELVE
                    SET 88-REC-RESUELTO         TO TRUE
                    MOVE WS-FECHA-PROCESO       TO REC-FECHA-ESTADO
                                                   REC-FECHA-RESOLUCION
                    MOVE RNV-TEXTO              TO REC-RESOLUCION
                    ADD 1 TO WS-CANT-RESUELTOS
               WHEN 88-RNV-ANULA
                    SET 88-REC-ANULADO          TO TRUE
                    MOVE WS-FECHA-PROCESO       TO REC-FECHA-ESTADO
                                                   REC-FECHA-RESOLUCION
                    MOVE RNV-TEXTO              TO REC-RESOLUCION
                    ADD 1 TO WS-CANT-ANULADOS
           END-EVALUATE.

           MOVE WS-OPERADOR-SESION        TO REC-USUARIO.

           MOVE REG-RECLAMO     TO WRC-REGISTRO (WS-POS-RECLAMO).

       FIN-2400.
           EXIT.

       2700-GRABO-RECLANUE.
      *--------------------

           PERFORM VARYING IDX-REC FROM 1 BY 1
                     UNTIL IDX-REC > WS-CANT-RECLAMOS
              WRITE REG-RECLANUE-FD FROM WRC-REGISTRO (IDX-REC)
              EVALUATE TRUE
                  WHEN 88-FS-RECLANUE-OK
                       ADD 1 TO WS-GRABADOS-RECLANUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN WRITE RECLANUE FS: '
                                                          FS-RECLANUE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-PERFORM.

       FIN-2700.
           EXIT.

       2900-RECHAZO-NOVEDAD.
      *---------------------

           MOVE SPACES                    TO REG-RECLNOVRECH-FD.
           MOVE REG-RECNOV                TO RECH-NOVEDAD.
           MOVE WS-MOTIVO-RECHAZO         TO RECH-MOTIVO.

           EVALUATE TRUE
               WHEN 88-RECH-CODIGO
                    MOVE 'CODIGO DE NOVEDAD INVALIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-INEXISTENTE
                    MOVE 'RECLAMO INEXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CLIENTE
                    MOVE 'CLIENTE INEXISTENTE'   TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CATEGORIA
                    MOVE 'CATEGORIA INVALIDA'    TO RECH-MOTIVO-DESC
               WHEN 88-RECH-REFERENCIA
                    MOVE 'REFERENCIA EN BLANCO'  TO RECH-MOTIVO-DESC
               WHEN 88-RECH-AREA
                    MOVE 'AREA INVALIDA'         TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SUCURSAL
                    MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-FECHA
                    MOVE 'FECHA PROMETIDA INVALIDA'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-CERRADO
                    MOVE 'RECLAMO CERRADO'       TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TRANSICION
                    MOVE 'CAMBIO DE ESTADO NO PERMITIDO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-TEXTO
                    MOVE 'FALTA DESCRIPCION O MOTIVO'
                                                 TO RECH-MOTIVO-DESC
               WHEN 88-RECH-SIN-CAMBIOS
                    MOVE 'REASIGNACION SIN AREA NI FECHA'
                                                 TO RECH-MOTIVO-DESC
           END-EVALUATE.

           WRITE REG-RECLNOVRECH-FD.

           EVALUATE TRUE
               WHEN 88-FS-RECLNOVRECH-OK
                    ADD 1 TO WS-CANT-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RECLNOVRECH FS: '
                                                       FS-RECLNOVRECH
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2900.
           EXIT.

       3000-FINALIZO.
      *--------------

           PERFORM 3100-CIERRO-ARCHIVOS.
           PERFORM 3200-GRABO-RUNCTL.
           PERFORM 3300-TOTALES-CONTROL.
           GOBACK.

       FIN-3000.
           EXIT.

       3100-CIERRO-ARCHIVOS.
      *---------------------

           CLOSE RECLNOV
                 RECLANUE
                 RECLNOVRECH.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'ABMRECLAM'             TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-RECLNOV       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-RECLANUE    TO RUNCTL-GRABADOS.
           IF WS-FIN-NORMAL = 'S'
              SET 88-RUNCTL-OK          TO TRUE
           ELSE
              SET 88-RUNCTL-ABEND       TO TRUE
           END-IF.

           CALL 'RUNCTL' USING WRUNCTL.

       FIN-3200.
           EXIT.

       3300-TOTALES-CONTROL.
      *---------------------

           DISPLAY ' '.
           DISPLAY '**************************************************'.
           DISPLAY '    TOTALES DE CONTROL PGM: ABMRECLAM             '.
           DISPLAY '**************************************************'.
           MOVE WS-LEIDOS-RECLAANT      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. RECLAMOS LEIDOS          : ' WS-CONTADOR-ED.
           MOVE WS-LEIDOS-RECLNOV       TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES LEIDAS         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RECHAZADAS      TO WS-CONTADOR-ED.
           DISPLAY 'CANT. NOVEDADES RECHAZADAS     : ' WS-CONTADOR-ED.
           DISPLAY '--------------------------------------------------'.
           MOVE WS-CANT-ALTAS           TO WS-CONTADOR-ED.
           DISPLAY 'RECLAMOS DADOS DE ALTA         : ' WS-CONTADOR-ED.
           MOVE WS-CANT-REASIGNADOS     TO WS-CONTADOR-ED.
           DISPLAY 'RECLAMOS REASIGNADOS           : ' WS-CONTADOR-ED.
           MOVE WS-CANT-EN-PROCESO      TO WS-CONTADOR-ED.
           DISPLAY 'RECLAMOS PASADOS A EN PROCESO  : ' WS-CONTADOR-ED.
           MOVE WS-CANT-RESUELTOS       TO WS-CONTADOR-ED.
           DISPLAY 'RECLAMOS RESUELTOS             : ' WS-CONTADOR-ED.
           MOVE WS-CANT-ANULADOS        TO WS-CONTADOR-ED.
           DISPLAY 'RECLAMOS ANULADOS              : ' WS-CONTADOR-ED.
           MOVE WS-GRABADOS-RECLANUE    TO WS-CONTADOR-ED.
           DISPLAY 'CANT. GRABADOS RECLANUE        : ' WS-CONTADOR-ED.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

       END PROGRAM ABMRECLAM.
