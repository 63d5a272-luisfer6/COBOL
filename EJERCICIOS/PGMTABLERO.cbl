       IDENTIFICATION DIVISION.

       PROGRAM-ID. PGMTABLERO.
      * AUTHOR LUIS FERNANDEZ GARCIA.
      *
      *-----------------------------------------------------------------
      * TABLERO DIARIO DE GESTION: UNA SOLA PAGINA (RPTTABLERO) CON
      * LOS INDICADORES CLAVE DEL DIA, CADA UNO CONTRA EL MISMO DIA
      * DE LA SEMANA ANTERIOR Y CONTRA EL MISMO DIA DEL MES ANTERIOR
      * (EL ULTIMO DIA DE ESE MES SI ES MAS CORTO), CON LA VARIACION
      * PORCENTUAL. REEMPLAZA EL ARMADO A MANO DESDE CADA LISTADO.
      *  - RECAUDACION DEL DIA POR MONEDA (RENGLONES DE DETALLE DE
      *    RESXDIA DE LA FECHA).
      *  - VENTAS Y DEVOLUCIONES POR SUCURSAL (FILAS 'V' Y 'R' DE LA
      *    HISTORIA DE TOTALES DE TSTVTA01, VXVHIST). LAS VENTAS SON
      *    EL NETO DE LAS FILAS 'V' MAS LAS DEVOLUCIONES.
      *  - SALDOS DE CIERRE DE TARJETAS (SALCIERRE).
      *  - MORA DE TARJETAS Y MORA NUEVA (PRIMER CICLO IMPAGO) DE
      *    MORANUE (LO GENERA GENMORA).
      *  - STOCK DISPONIBLE DEL LOTE POR BANDA DE ANTIGUEDAD, CON LA
      *    MEZCLA PORCENTUAL DEL DIA (VEHICULOO, MISMO CRITERIO DE
      *    DIAS QUE RPTLOTE).
      *  - ORDENES DE TALLER ABIERTAS Y LAS ABIERTAS HACE MAS DE 30
      *    DIAS (ORDTRAB).
      *  - CORRIDAS BATCH DE LA FECHA Y LAS TERMINADAS CON ABEND,
      *    CON LOS PROGRAMAS QUE CANCELARON (RUNCTL.DAT).
      * VENTAS Y CORRIDAS TRAEN SU PROPIA HISTORIA Y SE COMPARAN
      * LEYENDO LAS TRES FECHAS DEL ORIGEN. EL RESTO SON FOTOS DEL
      * DIA: SE GUARDAN EN LA HISTORIA DEL TABLERO (TABLANT ENTRA /
      * TABLNUE SALE, VER WTABLERO.cpy) Y DE AHI SALEN LOS VALORES
      * DE LA SEMANA Y EL MES ANTERIOR. UNA FUENTE SIN DATOS PARA
      * UNA FECHA SALE COMO S/D (SIN DATO), NO COMO CERO.
      * RESXDIA Y SALCIERRE SE VERIFICAN ANTES DE PROCESAR (HEADER /
      * TRAILER ESTANDAR, VER UTLCTLARC): UN ARCHIVO RECHAZADO QUEDA
      * INFORMADO EN SU GRUPO Y EL TABLERO SALE IGUAL CON EL RESTO.
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

           SELECT RESXDIA       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RESXDIA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RESXDIA.

           SELECT VXVHIST       ASSIGN       TO
                                 DYNAMIC WS-ARCH-VXVHIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-VXVHIST.

           SELECT SALCIERRE     ASSIGN       TO
                                 DYNAMIC WS-ARCH-SALCIERRE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-SALCIERRE.

           SELECT MORANUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-MORANUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-MORANUE.

           SELECT VEHICULOO     ASSIGN       TO
                                 DYNAMIC WS-ARCH-VEHICULOO
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE  IS SEQUENTIAL
                                 RECORD KEY   IS VEH-CLAVE-FD
                                 ALTERNATE KEY   VEH-CLAVE-2-FD
                                 ALTERNATE KEY   VEH-CLAVE-3-FD
                                                 WITH DUPLICATES
                                 FILE STATUS  IS FS-VEHICULOO.

           SELECT ORDTRAB       ASSIGN       TO
                                 DYNAMIC WS-ARCH-ORDTRAB
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-ORDTRAB.

           SELECT RUNCTLF       ASSIGN       TO
                                 DYNAMIC WS-ARCH-RUNCTLF
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RUNCTLF.

           SELECT TABLANT       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TABLANT
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TABLANT.

           SELECT TABLNUE       ASSIGN       TO
                                 DYNAMIC WS-ARCH-TABLNUE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-TABLNUE.

           SELECT RPTTABLERO    ASSIGN       TO
                                 DYNAMIC WS-ARCH-RPTTABLERO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS  IS FS-RPTTABLERO.

       DATA DIVISION.

       FILE SECTION.

       FD  RESXDIA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXDIA-FD                PIC X(86).

       FD  VXVHIST
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-VXVHIST-FD.
           03 VXH-FECHA-PROCESO           PIC  9(08).
           03 VXH-TIPO                    PIC  X(01).
           03 VXH-ID                      PIC  9(10).
           03 VXH-SUCURSAL                PIC  9(04).
           03 VXH-IMPORTE                 PIC S9(13)V99.

       FD  SALCIERRE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-SALCIERRE-FD              PIC X(63).

       FD  MORANUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MORANUE-FD                PIC X(58).

       FD  VEHICULOO
           RECORDING MODE IS F
           BLOCK 0.
       01  REGO-VEH-REGISTRO-FD.
           03 VEH-CLAVE-FD               PIC X(05).
           03 VEH-CLAVE-2-FD             PIC X(09).
           03 VEH-CLAVE-3-FD             PIC X(08).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(10).
           03 FILLER                     PIC X(17).
           03 FILLER                     PIC X(08).
           03 FILLER                     PIC X(01).

       FD  ORDTRAB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ORDTRAB-FD                PIC X(78).

       FD  RUNCTLF
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL-FD                 PIC X(83).

       FD  TABLANT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TABLANT-FD                PIC X(60).

       FD  TABLNUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TABLNUE-FD                PIC X(60).

       FD  RPTTABLERO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RPTTABLERO-FD             PIC X(133).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------
      * PATHS FISICOS RESUELTOS EN EL ARRANQUE (VER UTLPATH)
      *------------------------------------------------------
       77  WS-ARCH-RESXDIA            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VXVHIST            PIC X(128) VALUE SPACES.
       77  WS-ARCH-SALCIERRE          PIC X(128) VALUE SPACES.
       77  WS-ARCH-MORANUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-VEHICULOO          PIC X(128) VALUE SPACES.
       77  WS-ARCH-ORDTRAB            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RUNCTLF            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TABLANT            PIC X(128) VALUE SPACES.
       77  WS-ARCH-TABLNUE            PIC X(128) VALUE SPACES.
       77  WS-ARCH-RPTTABLERO         PIC X(128) VALUE SPACES.

       77  FS-RESXDIA                    PIC  X(02) VALUE ' '.
           88 88-FS-RESXDIA-OK                      VALUE '00'.
           88 88-FS-RESXDIA-EOF                     VALUE '10'.
           88 88-FS-RESXDIA-NOEXISTE                VALUE '35'.

       77  FS-VXVHIST                    PIC  X(02) VALUE ' '.
           88 88-FS-VXVHIST-OK                      VALUE '00'.
           88 88-FS-VXVHIST-EOF                     VALUE '10'.
           88 88-FS-VXVHIST-NOEXISTE                VALUE '35'.

       77  FS-SALCIERRE                  PIC  X(02) VALUE ' '.
           88 88-FS-SALCIERRE-OK                    VALUE '00'.
           88 88-FS-SALCIERRE-EOF                   VALUE '10'.
           88 88-FS-SALCIERRE-NOEXISTE              VALUE '35'.

       77  FS-MORANUE                    PIC  X(02) VALUE ' '.
           88 88-FS-MORANUE-OK                      VALUE '00'.
           88 88-FS-MORANUE-EOF                     VALUE '10'.
           88 88-FS-MORANUE-NOEXISTE                VALUE '35'.

       77  FS-VEHICULOO                  PIC  X(02) VALUE ' '.
           88 88-FS-VEHICULOO-OK                    VALUE '00'.
           88 88-FS-VEHICULOO-EOF                   VALUE '10'.
           88 88-FS-VEHICULOO-NOEXISTE              VALUE '35'.

       77  FS-ORDTRAB                    PIC  X(02) VALUE ' '.
           88 88-FS-ORDTRAB-OK                      VALUE '00'.
           88 88-FS-ORDTRAB-EOF                     VALUE '10'.
           88 88-FS-ORDTRAB-NOEXISTE                VALUE '35'.

       77  FS-RUNCTLF                    PIC  X(02) VALUE ' '.
           88 88-FS-RUNCTLF-OK                      VALUE '00'.
           88 88-FS-RUNCTLF-EOF                     VALUE '10'.
           88 88-FS-RUNCTLF-NOEXISTE                VALUE '35'.

       77  FS-TABLANT                    PIC  X(02) VALUE ' '.
           88 88-FS-TABLANT-OK                      VALUE '00'.
           88 88-FS-TABLANT-EOF                     VALUE '10'.
           88 88-FS-TABLANT-NOEXISTE                VALUE '35'.

       77  FS-TABLNUE                    PIC  X(02) VALUE ' '.
           88 88-FS-TABLNUE-OK                      VALUE '00'.

       77  FS-RPTTABLERO                 PIC  X(02) VALUE ' '.
           88 88-FS-RPTTABLERO-OK                   VALUE '00'.

      *------------------------------------------------------
      * PARAMETROS DEL TABLERO:
      *  - DIAS DE HISTORIA QUE SE CONSERVAN EN TABLNUE (DEBE
      *    CUBRIR EL MISMO DIA DEL MES ANTERIOR)
      *  - ANTIGUEDAD A PARTIR DE LA CUAL UNA ORDEN DE TALLER
      *    ABIERTA SE INFORMA COMO DEMORADA
      *  - TOPE DE PROGRAMAS CON ABEND QUE SE LISTAN
      *------------------------------------------------------
       77  WCN-DIAS-HISTORIA             PIC  9(03) VALUE 45.
       77  WCN-DIAS-TALLER               PIC  9(03) VALUE 30.
       77  WCN-TOPE-ABENDS               PIC  9(02) VALUE 8.

      *------------------------------------------------------
      * GRUPOS DEL TABLERO EN ORDEN DE EMISION. ORIGEN 'F' ES
      * FOTO DEL DIA (SE COMPARA CONTRA LA HISTORIA DEL
      * TABLERO); 'H' TRAE HISTORIA PROPIA EN EL ORIGEN.
      *------------------------------------------------------
       77  WCN-CANT-GRUPOS               PIC  9(02) VALUE 7.
       01  WS-GRUPOS-VAL.
           05 FILLER PIC X(44) VALUE
              'CAJFRECAUDACION DEL DIA POR MONEDA (RESXDIA)'.
           05 FILLER PIC X(44) VALUE
              'VTAHVENTAS POR SUCURSAL (VXVHIST)           '.
           05 FILLER PIC X(44) VALUE
              'TARFTARJETAS - SALDOS DE CIERRE (SALCIERRE) '.
           05 FILLER PIC X(44) VALUE
              'MORFTARJETAS - MORA (MORANUE)               '.
           05 FILLER PIC X(44) VALUE
              'LOTFLOTE - STOCK DISPONIBLE (VEHICULOO)     '.
           05 FILLER PIC X(44) VALUE
              'TALFTALLER - ORDENES ABIERTAS (ORDTRAB)     '.
           05 FILLER PIC X(44) VALUE
              'BATHCORRIDAS BATCH (RUNCTL)                 '.
       01  WS-GRUPOS-TAB REDEFINES WS-GRUPOS-VAL.
           05 WGR-ENTRADA OCCURS 7 TIMES
                          INDEXED BY IDX-GRUPO.
              10 WGR-COD                 PIC  X(03).
              10 WGR-ORIGEN              PIC  X(01).
                 88 88-WGR-FOTO                     VALUE 'F'.
                 88 88-WGR-HISTORIA                 VALUE 'H'.
              10 WGR-TITULO              PIC  X(40).

      *------------------------------------------------------
      * ESTADO DE CADA GRUPO POR COLUMNA (1 HOY / 2 SEMANA
      * ANTERIOR / 3 MES ANTERIOR): 'S' HAY DATOS DE LA FECHA.
      * EL MOTIVO EXPLICA POR QUE NO HAY DATOS DE HOY.
      *------------------------------------------------------
       01  WS-GRUPOS-EST.
           05 WGE-ENTRADA OCCURS 7 TIMES.
              10 WGE-HAY                 PIC  X(01) OCCURS 3 TIMES.
              10 WGE-MOTIVO              PIC  X(30).

      *------------------------------------------------------
      * INDICADORES POR GRUPO EN ORDEN DE EMISION. TIPO 'I'
      * IMPORTE / 'C' CANTIDAD. CLAVE 'S' UN RENGLON POR
      * MONEDA O SUCURSAL; 'N' UN RENGLON FIJO.
      *------------------------------------------------------
       77  WCN-CANT-CONCEPTOS            PIC  9(02) VALUE 18.
       01  WS-CONCEPTOS-VAL.
           05 FILLER PIC X(33) VALUE
              'CAJIMPOISRECAUDADO               '.
           05 FILLER PIC X(33) VALUE
              'VTAVENTISVENTAS                  '.
           05 FILLER PIC X(33) VALUE
              'VTADEVOISDEVOLUCIONES            '.
           05 FILLER PIC X(33) VALUE
              'TARCANTCNTARJETAS CON CIERRE     '.
           05 FILLER PIC X(33) VALUE
              'TARSALDINSALDO TOTAL DE CIERRE   '.
           05 FILLER PIC X(33) VALUE
              'MORCANTCNTARJETAS EN MORA        '.
           05 FILLER PIC X(33) VALUE
              'MORSALDINSALDO EN MORA           '.
           05 FILLER PIC X(33) VALUE
              'MORNUEVCNMORA NUEVA - TARJETAS   '.
           05 FILLER PIC X(33) VALUE
              'MORNUSAINMORA NUEVA - SALDO      '.
           05 FILLER PIC X(33) VALUE
              'LOTDISPCNUNIDADES DISPONIBLES    '.
           05 FILLER PIC X(33) VALUE
              'LOTB030CN  EN LOTE 0 A 30 DIAS   '.
           05 FILLER PIC X(33) VALUE
              'LOTB060CN  EN LOTE 31 A 60 DIAS  '.
           05 FILLER PIC X(33) VALUE
              'LOTB090CN  EN LOTE 61 A 90 DIAS  '.
           05 FILLER PIC X(33) VALUE
              'LOTB120CN  EN LOTE MAS DE 90 DIAS'.
           05 FILLER PIC X(33) VALUE
              'TALABIECNORDENES ABIERTAS        '.
           05 FILLER PIC X(33) VALUE
              'TALA030CN  ABIERTAS HACE +30 DIAS'.
           05 FILLER PIC X(33) VALUE
              'BATCORRCNCORRIDAS TERMINADAS     '.
           05 FILLER PIC X(33) VALUE
              'BATABENCNCORRIDAS CON ABEND      '.
       01  WS-CONCEPTOS-TAB REDEFINES WS-CONCEPTOS-VAL.
           05 WCO-ENTRADA OCCURS 18 TIMES
                          INDEXED BY IDX-CONCEPTO.
              10 WCO-GRUPO               PIC  X(03).
              10 WCO-CONCEPTO            PIC  X(04).
              10 WCO-TIPO                PIC  X(01).
                 88 88-WCO-IMPORTE                  VALUE 'I'.
                 88 88-WCO-CANTIDAD                 VALUE 'C'.
              10 WCO-CON-CLAVE           PIC  X(01).
                 88 88-WCO-POR-CLAVE                VALUE 'S'.
              10 WCO-DESCRIPCION         PIC  X(24).

      *------------------------------------------------------
      * VALORES DE LOS INDICADORES: UN RENGLON POR GRUPO,
      * CONCEPTO Y CLAVE CON LAS TRES COLUMNAS DEL TABLERO
      *------------------------------------------------------
       77  WCN-TOPE-INDICADORES          PIC  9(03) VALUE 300.
       77  WS-CANT-INDICADORES           PIC  9(03) VALUE 0.
       01  WS-TABLA-INDICADORES.
           05 WS-IND-TAB OCCURS 300 TIMES
                         INDEXED BY IDX-IND.
              10 WIN-GRUPO               PIC  X(03).
              10 WIN-CONCEPTO            PIC  X(04).
              10 WIN-CLAVE               PIC  X(10).
              10 WIN-VALOR               PIC S9(15)V99
                                         OCCURS 3 TIMES.
              10 WIN-EMITIDO             PIC  X(01).

      *------------------------------------------------------
      * AREA DE ACUMULACION EN LA TABLA DE INDICADORES
      *------------------------------------------------------
       77  WS-ACU-GRUPO                  PIC  X(03) VALUE SPACES.
       77  WS-ACU-CONCEPTO               PIC  X(04) VALUE SPACES.
       77  WS-ACU-CLAVE                  PIC  X(10) VALUE SPACES.
       77  WS-ACU-COL                    PIC  9(01) VALUE 0.
       77  WS-ACU-VALOR                  PIC S9(15)V99 VALUE 0.
       77  WS-IDX-HALLADO                PIC  9(03) VALUE 0.
       77  WS-IDX-GRUPO                  PIC  9(02) VALUE 0.
       77  WS-IDX-MENOR                  PIC  9(03) VALUE 0.
       77  WS-COL                        PIC  9(01) VALUE 0.

       01  WS-CLAVE-SUCURSAL.
           03 FILLER                     PIC  X(04) VALUE 'SUC '.
           03 WS-CLAVE-SUC-NRO           PIC  9(04) VALUE 0.
           03 FILLER                     PIC  X(02) VALUE SPACES.

      *------------------------------------------------------
      * PROGRAMAS CON ABEND EN LA FECHA DE PROCESO
      *------------------------------------------------------
       77  WS-CANT-ABENDS                PIC  9(03) VALUE 0.
       01  WS-TABLA-ABENDS.
           05 WAB-PROGRAMA               PIC  X(12)
                                         OCCURS 8 TIMES.

      *------------------------------------------------------
      * FECHAS DEL TABLERO: PROCESO, MISMO DIA DE LA SEMANA
      * ANTERIOR, MISMO DIA DEL MES ANTERIOR Y LIMITE DE LA
      * HISTORIA QUE SE CONSERVA
      *------------------------------------------------------
       01  WS-FECHA-PROCESO              PIC  9(08) VALUE 0.
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           03 WS-FECPRO-AAAA             PIC  9(04).
           03 WS-FECPRO-MM               PIC  9(02).
           03 WS-FECPRO-DD               PIC  9(02).

       77  WS-FECHA-SEMANA               PIC  9(08) VALUE 0.
       77  WS-FECHA-LIMITE               PIC  9(08) VALUE 0.
       77  WS-FECHA-ENTERO               PIC  9(08) VALUE 0.

       01  WS-FECHA-MES                  PIC  9(08) VALUE 0.
       01  WS-FECHA-MES-R REDEFINES WS-FECHA-MES.
           03 WS-FECMES-AAAA             PIC  9(04).
           03 WS-FECMES-MM               PIC  9(02).
           03 WS-FECMES-DD               PIC  9(02).

       01  WS-FECHA-AUX                  PIC  9(08) VALUE 0.
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           03 WS-FECAUX-AAAA             PIC  9(04).
           03 WS-FECAUX-MM               PIC  9(02).
           03 WS-FECAUX-DD               PIC  9(02).

       01  WS-FECHA-GUIONES.
           03 WS-FECGUI-AAAA             PIC  9(04).
           03 FILLER                     PIC  X(01) VALUE '-'.
           03 WS-FECGUI-MM               PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE '-'.
           03 WS-FECGUI-DD               PIC  9(02).

       01  WS-FECHA-ED.
           03 WS-FECED-DD                PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-FECED-MM                PIC  9(02).
           03 FILLER                     PIC  X(01) VALUE '/'.
           03 WS-FECED-AAAA              PIC  9(04).

      *------------------------------------------------------
      * DIAS EN ANIO COMERCIAL (360 DIAS, MES DE 30) PARA LA
      * ANTIGUEDAD EN LOTE Y EN TALLER (MISMO CRITERIO RPTLOTE)
      *------------------------------------------------------
       77  WS-DIAS-PROCESO               PIC S9(09) VALUE 0.
       77  WS-DIAS-AUX                   PIC S9(09) VALUE 0.
       77  WS-DIAS-ANTIGUEDAD            PIC S9(09) VALUE 0.

       77  WS-LEIDOS-RESXDIA             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VXVHIST             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-SALCIERRE           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-MORANUE             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-VEHICULOS           PIC  9(09) VALUE 0.
       77  WS-LEIDOS-ORDTRAB             PIC  9(09) VALUE 0.
       77  WS-LEIDOS-RUNCTL              PIC  9(09) VALUE 0.
       77  WS-LEIDOS-TABLANT             PIC  9(09) VALUE 0.
       77  WS-DEPURADOS-TABLANT          PIC  9(09) VALUE 0.
       77  WS-GRABADOS-TABLNUE           PIC  9(09) VALUE 0.
       77  WS-LINEAS-RPTTABLERO          PIC  9(09) VALUE 0.
       77  WS-LEIDOS-FUENTES             PIC  9(09) VALUE 0.
       77  WS-LINEAS-GRUPO               PIC  9(05) VALUE 0.

      *------------------------------------------------------
      * ARMADO DE LOS VALORES Y VARIACIONES DEL RENGLON
      *------------------------------------------------------
       77  WS-VALOR-TXT                  PIC  X(19) VALUE SPACES.
       77  WS-VARIACION-TXT              PIC  X(08) VALUE SPACES.
       77  WS-VALOR-HOY                  PIC S9(15)V99 VALUE 0.
       77  WS-VALOR-ANT                  PIC S9(15)V99 VALUE 0.
       77  WS-DIFERENCIA                 PIC S9(15)V99 VALUE 0.
       77  WS-VARIACION                  PIC S9(04)V9 VALUE 0.
       77  WS-IMPORTE-ED                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CANTIDAD-ED                PIC -ZZZ.ZZZ.ZZZ.ZZ9.
       77  WS-VARIACION-ED               PIC ----9,9.
       77  WS-PORC-ED                    PIC  ZZ9,9.
       77  WS-PORCENTAJE                 PIC  9(03)V9 VALUE 0.
       77  WS-TOTAL-DISPONIBLES          PIC S9(15)V99 VALUE 0.

      *------------------------------------------------------
      * LINEAS DEL TABLERO
      *------------------------------------------------------
       01  WS-LIN-TITULO.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(12) VALUE
              'PGMTABLERO'.
           03 FILLER                     PIC  X(30) VALUE SPACES.
           03 FILLER                     PIC  X(40) VALUE
              'TABLERO DIARIO DE GESTION'.
           03 FILLER                     PIC  X(20) VALUE SPACES.
           03 FILLER                     PIC  X(18) VALUE
              'FECHA DE PROCESO: '.
           03 WLT-FECHA                  PIC  X(10) VALUE SPACES.
           03 FILLER                     PIC  X(02) VALUE SPACES.

       01  WS-LIN-COMPARA.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(33) VALUE
              'COMPARADO CONTRA SEMANA ANTERIOR '.
           03 WLC-FECHA-SEMANA           PIC  X(10) VALUE SPACES.
           03 FILLER                     PIC  X(16) VALUE
              ' Y MES ANTERIOR '.
           03 WLC-FECHA-MES              PIC  X(10) VALUE SPACES.
           03 FILLER                     PIC  X(63) VALUE SPACES.

       01  WS-LIN-COLUMNAS.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 FILLER                     PIC  X(53) VALUE
              'INDICADOR'.
           03 FILLER                     PIC  X(03) VALUE 'HOY'.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 FILLER                     PIC  X(19) VALUE
              '        SEMANA ANT.'.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(08) VALUE
              '   VAR.%'.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 FILLER                     PIC  X(19) VALUE
              '       MES ANTERIOR'.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(08) VALUE
              '   VAR.%'.
           03 FILLER                     PIC  X(15) VALUE SPACES.

       01  WS-LIN-GUIONES.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(117) VALUE ALL '-'.
           03 FILLER                     PIC  X(15) VALUE SPACES.

       01  WS-LIN-GRUPO.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 FILLER                     PIC  X(02) VALUE '* '.
           03 WLG-TITULO                 PIC  X(40) VALUE SPACES.
           03 WLG-SIN-DATOS              PIC  X(17) VALUE SPACES.
           03 WLG-MOTIVO                 PIC  X(30) VALUE SPACES.
           03 FILLER                     PIC  X(43) VALUE SPACES.

       01  WS-LIN-DETALLE.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 WLD-DESCRIPCION            PIC  X(24) VALUE SPACES.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 WLD-CLAVE                  PIC  X(10) VALUE SPACES.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 WLD-HOY                    PIC  X(19) VALUE SPACES.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 WLD-SEMANA                 PIC  X(19) VALUE SPACES.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 WLD-VAR-SEMANA             PIC  X(08) VALUE SPACES.
           03 FILLER                     PIC  X(02) VALUE SPACES.
           03 WLD-MES                    PIC  X(19) VALUE SPACES.
           03 FILLER                     PIC  X(01) VALUE SPACES.
           03 WLD-VAR-MES                PIC  X(08) VALUE SPACES.
           03 FILLER                     PIC  X(15) VALUE SPACES.

       01  WS-LIN-SIN-DATOS.
           03 FILLER                     PIC  X(04) VALUE SPACES.
           03 FILLER                     PIC  X(40) VALUE
              'SIN DATOS PARA LAS FECHAS COMPARADAS'.
           03 FILLER                     PIC  X(89) VALUE SPACES.

       01  WS-LIN-MIX.
           03 FILLER                     PIC  X(04) VALUE SPACES.
           03 FILLER                     PIC  X(22) VALUE
              'MEZCLA DEL DIA:  0-30 '.
           03 WLM-B030                   PIC  ZZ9,9.
           03 FILLER                     PIC  X(11) VALUE
              '%   31-60 '.
           03 WLM-B060                   PIC  ZZ9,9.
           03 FILLER                     PIC  X(11) VALUE
              '%   61-90 '.
           03 WLM-B090                   PIC  ZZ9,9.
           03 FILLER                     PIC  X(11) VALUE
              '%   +90   '.
           03 WLM-B120                   PIC  ZZ9,9.
           03 FILLER                     PIC  X(01) VALUE '%'.
           03 FILLER                     PIC  X(53) VALUE SPACES.

       01  WS-LIN-ABENDS.
           03 FILLER                     PIC  X(04) VALUE SPACES.
           03 FILLER                     PIC  X(15) VALUE
              'CON ABEND HOY: '.
           03 WLA-PROGRAMA               PIC  X(13)
                                         OCCURS 8 TIMES.
           03 WLA-OTROS                  PIC  X(10) VALUE SPACES.

       01  WS-LIN-BLANCO                 PIC  X(133) VALUE SPACES.

       COPY WRES-RECAUDACION.

       COPY WSALTAR.

       COPY WMORATAR.

       COPY WAUTOS.

       COPY WORDTRAB.

       COPY WTABLERO.

      *------------------------------------------------------
      * RESOLUCION DE PATHS DE LA INSTALACION (VER UTLPATH)
      *------------------------------------------------------
       COPY WUTLPATH.

      *------------------------------------------------------
      * HEADER / TRAILER DE CONTROL DE RESXDIA Y SALCIERRE
      * (VER UTLCTLARC)
      *------------------------------------------------------
       COPY WUTLCTLARC.

      *------------------------------------------------------
      * CONTROL DE CORRIDA DE FIN DE JOB (VER RUNCTL). EL MISMO
      * LAYOUT SIRVE PARA LEER LAS CORRIDAS DE LA FECHA.
      *------------------------------------------------------
       COPY WRUNCTL.

       77  WS-FIN-NORMAL                 PIC  X     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-CARGO-HISTORIA.

           PERFORM 2100-TOMO-RECAUDACION THRU FIN-2100.
           PERFORM 2200-TOMO-VENTAS.
           PERFORM 2300-TOMO-TARJETAS THRU FIN-2300.
           PERFORM 2400-TOMO-MORA.
           PERFORM 2500-TOMO-LOTE.
           PERFORM 2600-TOMO-TALLER.
           PERFORM 2700-TOMO-CORRIDAS.

           PERFORM 2900-GRABO-FOTO-DIA.

           PERFORM 4000-EMITO-TABLERO.

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
           COMPUTE WS-DIAS-PROCESO = WS-FECPRO-AAAA * 360
                                   + WS-FECPRO-MM * 30
                                   + WS-FECPRO-DD.

           PERFORM 1010-CALCULO-FECHAS.

           PERFORM 1005-RESUELVO-ARCHIVOS.
           PERFORM 1020-ABRO-SALIDAS.

           MOVE 0 TO WS-CANT-INDICADORES.
           PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                     UNTIL IDX-GRUPO > WCN-CANT-GRUPOS
              MOVE 'N' TO WGE-HAY (IDX-GRUPO, 1)
              MOVE 'N' TO WGE-HAY (IDX-GRUPO, 2)
              MOVE 'N' TO WGE-HAY (IDX-GRUPO, 3)
              MOVE 'SIN REGISTROS DE LA FECHA'
                TO WGE-MOTIVO (IDX-GRUPO)
           END-PERFORM.

      *    LOS INDICADORES FIJOS (SIN MONEDA NI SUCURSAL) SE DAN DE
      *    ALTA EN CERO PARA QUE SALGAN AUNQUE NO HAYA MOVIMIENTO.
           MOVE 1 TO WS-ACU-COL.
           MOVE 0 TO WS-ACU-VALOR.
           MOVE SPACES TO WS-ACU-CLAVE.
           PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                     UNTIL IDX-CONCEPTO > WCN-CANT-CONCEPTOS
              IF NOT 88-WCO-POR-CLAVE (IDX-CONCEPTO)
                 MOVE WCO-GRUPO (IDX-CONCEPTO)    TO WS-ACU-GRUPO
                 MOVE WCO-CONCEPTO (IDX-CONCEPTO) TO WS-ACU-CONCEPTO
                 PERFORM 5000-ACUMULO-INDICADOR
              END-IF
           END-PERFORM.

       FIN-1000.
           EXIT.

       1005-RESUELVO-ARCHIVOS.
      *-----------------------

           MOVE 'RESXDIA'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RESXDIA

           MOVE 'VXVHIST'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VXVHIST

           MOVE 'SALCIERRE'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-SALCIERRE

           MOVE 'MORANUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-MORANUE

           MOVE 'VEHICULOO'    TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-VEHICULOO

           MOVE 'ORDTRAB'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-ORDTRAB

           MOVE 'RUNCTL'       TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RUNCTLF

           MOVE 'TABLANT'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TABLANT

           MOVE 'TABLNUE'      TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-TABLNUE

           MOVE 'RPTTABLERO'   TO WUTLPATH-LOGICO
           PERFORM 1006-RESUELVO-UN-ARCHIVO
           MOVE WUTLPATH-PATH TO WS-ARCH-RPTTABLERO.

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

      *------------------------------------------------------------
      * FECHAS DE COMPARACION: LA SEMANA ANTERIOR ES EL MISMO DIA
      * DE LA SEMANA (MENOS 7 DIAS); EL MES ANTERIOR ES EL MISMO
      * DIA DEL MES ANTERIOR, O SU ULTIMO DIA SI ES MAS CORTO (SE
      * PARTE DEL DIA ANTERIOR AL PRIMERO DEL MES DE PROCESO).
      *------------------------------------------------------------
       1010-CALCULO-FECHAS.
      *--------------------

           COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).
           SUBTRACT 7 FROM WS-FECHA-ENTERO.
           COMPUTE WS-FECHA-SEMANA =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO).

           COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).
           SUBTRACT WCN-DIAS-HISTORIA FROM WS-FECHA-ENTERO.
           COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO).

           MOVE WS-FECHA-PROCESO TO WS-FECHA-AUX.
           MOVE 1                TO WS-FECAUX-DD.
           COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-AUX).
           SUBTRACT 1 FROM WS-FECHA-ENTERO.
           COMPUTE WS-FECHA-MES =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO).
           IF WS-FECPRO-DD < WS-FECMES-DD
              MOVE WS-FECPRO-DD TO WS-FECMES-DD
           END-IF.

           MOVE WS-FECPRO-AAAA TO WS-FECGUI-AAAA.
           MOVE WS-FECPRO-MM   TO WS-FECGUI-MM.
           MOVE WS-FECPRO-DD   TO WS-FECGUI-DD.

       FIN-1010.
           EXIT.

       1020-ABRO-SALIDAS.
      *------------------

           OPEN OUTPUT TABLNUE.

           EVALUATE TRUE
               WHEN 88-FS-TABLNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TABLNUE'
                    DISPLAY 'FILE STATUS' FS-TABLNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           OPEN OUTPUT RPTTABLERO.

           EVALUATE TRUE
               WHEN 88-FS-RPTTABLERO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RPTTABLERO'
                    DISPLAY 'FILE STATUS' FS-RPTTABLERO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-1020.
           EXIT.

      *------------------------------------------------------------
      * HISTORIA DEL TABLERO: LAS FOTOS DE LA SEMANA Y EL MES
      * ANTERIOR VAN A SU COLUMNA; LO QUE ESTA DENTRO DE LOS DIAS
      * DE HISTORIA PASA A TABLNUE, SALVO LA FOTO DE HOY (UNA
      * NUEVA CORRIDA DEL DIA LA REEMPLAZA).
      *------------------------------------------------------------
       2000-CARGO-HISTORIA.
      *--------------------

           OPEN INPUT TABLANT.

           EVALUATE TRUE
               WHEN 88-FS-TABLANT-OK
                    PERFORM 2010-LEO-TABLANT
                    PERFORM UNTIL 88-FS-TABLANT-EOF
                       PERFORM 2020-PROCESO-TABLANT THRU FIN-2020
                       PERFORM 2010-LEO-TABLANT
                    END-PERFORM
                    CLOSE TABLANT

               WHEN 88-FS-TABLANT-NOEXISTE
                    DISPLAY 'ARCHIVO TABLANT INEXISTENTE - '
                    DISPLAY 'TABLERO SIN HISTORIA PARA COMPARAR FOTOS'

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN TABLANT'
                    DISPLAY 'FILE STATUS' FS-TABLANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2000.
           EXIT.

       2010-LEO-TABLANT.
      *-----------------

           INITIALIZE REG-TABLERO.

           READ TABLANT INTO REG-TABLERO

           EVALUATE TRUE
               WHEN 88-FS-TABLANT-OK
                    ADD 1 TO WS-LEIDOS-TABLANT
               WHEN 88-FS-TABLANT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ TABLANT FS: ' FS-TABLANT
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2010.
           EXIT.

       2020-PROCESO-TABLANT.
      *---------------------

           IF TAB-FECHA < WS-FECHA-LIMITE
           OR TAB-FECHA = WS-FECHA-PROCESO
              ADD 1 TO WS-DEPURADOS-TABLANT
              GO TO FIN-2020
           END-IF.

           PERFORM 2910-GRABO-TABLNUE.

           MOVE TAB-GRUPO TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.
           IF WS-IDX-GRUPO = 0
              GO TO FIN-2020
           END-IF.
           IF NOT 88-WGR-FOTO (WS-IDX-GRUPO)
              GO TO FIN-2020
           END-IF.

           IF TAB-FECHA = WS-FECHA-SEMANA
              MOVE 2 TO WS-ACU-COL
              PERFORM 2030-UBICO-FOTO
           END-IF.

           IF TAB-FECHA = WS-FECHA-MES
              MOVE 3 TO WS-ACU-COL
              PERFORM 2030-UBICO-FOTO
           END-IF.

       FIN-2020.
           EXIT.

       2030-UBICO-FOTO.
      *----------------

           IF 88-TAB-MARCA-GRUPO
              MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, WS-ACU-COL)
           ELSE
              MOVE TAB-CONCEPTO TO WS-ACU-CONCEPTO
              MOVE TAB-CLAVE    TO WS-ACU-CLAVE
              MOVE TAB-VALOR    TO WS-ACU-VALOR
              PERFORM 5000-ACUMULO-INDICADOR
           END-IF.

       FIN-2030.
           EXIT.

      *------------------------------------------------------------
      * RECAUDACION DEL DIA: RENGLONES DE DETALLE DE RESXDIA
      * (MONEDA NO VACIA) CON FECHA DE RECAUDACION IGUAL A LA DE
      * PROCESO, POR MONEDA. LOS TOTALES DE CAJERO NO SE SUMAN.
      *------------------------------------------------------------
       2100-TOMO-RECAUDACION.
      *----------------------

           MOVE 'CAJ' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'RESXDIA'              TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-RESXDIA        TO UTLCTLARC-PATH.
           MOVE 'PGMTABLERO'           TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'RESXDIA RECHAZADO: ' UTLCTLARC-MSG
              MOVE 'RESXDIA RECHAZADO EN CONTROL'
                TO WGE-MOTIVO (WS-IDX-GRUPO)
              GO TO FIN-2100
           END-IF.

           OPEN INPUT RESXDIA.

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, 1)
                    MOVE 'IMPO' TO WS-ACU-CONCEPTO
                    MOVE 1      TO WS-ACU-COL
                    PERFORM 2110-LEO-RESXDIA
                    PERFORM UNTIL 88-FS-RESXDIA-EOF
                       IF COD-MONEDA OF RESUMEN-RECAUDACION-REG
                                               NOT = SPACES
                       AND FECHA-RECAUDACION OF RESUMEN-RECAUDACION-REG
                                               = WS-FECHA-GUIONES
                          MOVE COD-MONEDA OF RESUMEN-RECAUDACION-REG
                            TO WS-ACU-CLAVE
                          MOVE IMPORTE OF RESUMEN-RECAUDACION-REG
                            TO WS-ACU-VALOR
                          PERFORM 5000-ACUMULO-INDICADOR
                       END-IF
                       PERFORM 2110-LEO-RESXDIA
                    END-PERFORM
                    CLOSE RESXDIA

               WHEN 88-FS-RESXDIA-NOEXISTE
                    DISPLAY 'ARCHIVO RESXDIA INEXISTENTE - '
                    DISPLAY 'TABLERO SIN RECAUDACION DEL DIA'
                    MOVE 'ARCHIVO RESXDIA INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RESXDIA'
                    DISPLAY 'FILE STATUS' FS-RESXDIA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2100.
           EXIT.

       2110-LEO-RESXDIA.
      *-----------------

           INITIALIZE RESUMEN-RECAUDACION-REG.

           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

      *    HEADER Y TRAILER YA VERIFICADOS POR UTLCTLARC.
           PERFORM UNTIL NOT 88-FS-RESXDIA-OK
                      OR (REG-RESXDIA-FD (1:7) NOT = 'HEADER '
                      AND REG-RESXDIA-FD (1:7) NOT = 'TRAILER')
               INITIALIZE RESUMEN-RECAUDACION-REG
               READ RESXDIA INTO RESUMEN-RECAUDACION-REG
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-RESXDIA-OK
                    ADD 1 TO WS-LEIDOS-RESXDIA
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-RESXDIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RESXDIA FS: ' FS-RESXDIA
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2110.
           EXIT.

      *------------------------------------------------------------
      * VENTAS POR SUCURSAL EN LAS TRES FECHAS, DESDE LA HISTORIA
      * DE TOTALES: LA FILA 'V' TRAE EL NETO DEL VENDEDOR (CON SU
      * SUCURSAL) Y LA 'R' LAS DEVOLUCIONES DE LA SUCURSAL. LA
      * VENTA ES EL NETO MAS LAS DEVOLUCIONES. LAS FILAS 'C'
      * REPITEN LO MISMO POR CLIENTE Y NO SE USAN.
      *------------------------------------------------------------
       2200-TOMO-VENTAS.
      *-----------------

           MOVE 'VTA' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           OPEN INPUT VXVHIST.

           EVALUATE TRUE
               WHEN 88-FS-VXVHIST-OK
                    PERFORM 2210-LEO-VXVHIST
                    PERFORM UNTIL 88-FS-VXVHIST-EOF
                       PERFORM 2220-UBICO-VENTA THRU FIN-2220
                       PERFORM 2210-LEO-VXVHIST
                    END-PERFORM
                    CLOSE VXVHIST

               WHEN 88-FS-VXVHIST-NOEXISTE
                    DISPLAY 'ARCHIVO VXVHIST INEXISTENTE - '
                    DISPLAY 'TABLERO SIN VENTAS POR SUCURSAL'
                    MOVE 'ARCHIVO VXVHIST INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VXVHIST'
                    DISPLAY 'FILE STATUS' FS-VXVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2200.
           EXIT.

       2210-LEO-VXVHIST.
      *-----------------

           READ VXVHIST

           EVALUATE TRUE
               WHEN 88-FS-VXVHIST-OK
                    ADD 1 TO WS-LEIDOS-VXVHIST
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-VXVHIST-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VXVHIST FS: ' FS-VXVHIST
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2210.
           EXIT.

       2220-UBICO-VENTA.
      *-----------------

           IF VXH-TIPO NOT = 'V' AND VXH-TIPO NOT = 'R'
              GO TO FIN-2220
           END-IF.

           MOVE VXH-FECHA-PROCESO TO WS-FECHA-AUX.
           PERFORM 5300-UBICO-COLUMNA.
           IF WS-COL = 0
              GO TO FIN-2220
           END-IF.

           MOVE 'S'          TO WGE-HAY (WS-IDX-GRUPO, WS-COL).
           MOVE WS-COL       TO WS-ACU-COL.
           MOVE VXH-IMPORTE  TO WS-ACU-VALOR.
           MOVE VXH-SUCURSAL TO WS-CLAVE-SUC-NRO.

           MOVE 'VENT'            TO WS-ACU-CONCEPTO.
           MOVE WS-CLAVE-SUCURSAL TO WS-ACU-CLAVE.
           PERFORM 5000-ACUMULO-INDICADOR.
           MOVE 'TOTAL'           TO WS-ACU-CLAVE.
           PERFORM 5000-ACUMULO-INDICADOR.

           IF VXH-TIPO = 'R'
              MOVE 'DEVO'            TO WS-ACU-CONCEPTO
              MOVE WS-CLAVE-SUCURSAL TO WS-ACU-CLAVE
              PERFORM 5000-ACUMULO-INDICADOR
              MOVE 'TOTAL'           TO WS-ACU-CLAVE
              PERFORM 5000-ACUMULO-INDICADOR
           END-IF.

       FIN-2220.
           EXIT.

      *------------------------------------------------------------
      * SALDOS DE CIERRE DE TARJETAS: CANTIDAD DE TARJETAS Y SALDO
      * TOTAL DEL ULTIMO CIERRE.
      *------------------------------------------------------------
       2300-TOMO-TARJETAS.
      *-------------------

           MOVE 'TAR' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           INITIALIZE WUTLCTLARC.
           SET 88-UTLCTLARC-VERIFICO TO TRUE.
           MOVE 'SALCIERRE'            TO UTLCTLARC-ARCHIVO.
           MOVE WS-ARCH-SALCIERRE      TO UTLCTLARC-PATH.
           MOVE 'PGMTABLERO'           TO UTLCTLARC-PROGRAMA.
           MOVE WS-FECHA-PROCESO       TO UTLCTLARC-FECHA-PROCESO.
           CALL 'UTLCTLARC' USING WUTLCTLARC.

           IF 88-UTLCTLARC-RECHAZADO
              DISPLAY 'SALCIERRE RECHAZADO: ' UTLCTLARC-MSG
              MOVE 'SALCIERRE RECHAZADO EN CONTROL'
                TO WGE-MOTIVO (WS-IDX-GRUPO)
              GO TO FIN-2300
           END-IF.

           OPEN INPUT SALCIERRE.

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, 1)
                    MOVE 1      TO WS-ACU-COL
                    MOVE SPACES TO WS-ACU-CLAVE
                    PERFORM 2310-LEO-SALCIERRE
                    PERFORM UNTIL 88-FS-SALCIERRE-EOF
                       MOVE 'CANT'           TO WS-ACU-CONCEPTO
                       MOVE 1                TO WS-ACU-VALOR
                       PERFORM 5000-ACUMULO-INDICADOR
                       MOVE 'SALD'           TO WS-ACU-CONCEPTO
                       MOVE SAL-SALDO-CIERRE TO WS-ACU-VALOR
                       PERFORM 5000-ACUMULO-INDICADOR
                       PERFORM 2310-LEO-SALCIERRE
                    END-PERFORM
                    CLOSE SALCIERRE

               WHEN 88-FS-SALCIERRE-NOEXISTE
                    DISPLAY 'ARCHIVO SALCIERRE INEXISTENTE - '
                    DISPLAY 'TABLERO SIN SALDOS DE TARJETAS'
                    MOVE 'ARCHIVO SALCIERRE INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN SALCIERRE'
                    DISPLAY 'FILE STATUS' FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2300.
           EXIT.

       2310-LEO-SALCIERRE.
      *-------------------

           INITIALIZE REG-SALTAR.

           READ SALCIERRE INTO REG-SALTAR

      *    HEADER Y TRAILER YA VERIFICADOS POR UTLCTLARC.
           PERFORM UNTIL NOT 88-FS-SALCIERRE-OK
                      OR (REG-SALCIERRE-FD (1:7) NOT = 'HEADER '
                      AND REG-SALCIERRE-FD (1:7) NOT = 'TRAILER')
               INITIALIZE REG-SALTAR
               READ SALCIERRE INTO REG-SALTAR
           END-PERFORM

           EVALUATE TRUE
               WHEN 88-FS-SALCIERRE-OK
                    ADD 1 TO WS-LEIDOS-SALCIERRE
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-SALCIERRE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ SALCIERRE FS: '
                                                     FS-SALCIERRE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2310.
           EXIT.

      *------------------------------------------------------------
      * MORA DE TARJETAS: TARJETAS Y SALDO EN MORA, Y LA MORA
      * NUEVA DEL CICLO (PRIMER CICLO IMPAGO).
      *------------------------------------------------------------
       2400-TOMO-MORA.
      *---------------

           MOVE 'MOR' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           OPEN INPUT MORANUE.

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, 1)
                    MOVE 1      TO WS-ACU-COL
                    MOVE SPACES TO WS-ACU-CLAVE
                    PERFORM 2410-LEO-MORANUE
                    PERFORM UNTIL 88-FS-MORANUE-EOF
                       PERFORM 2420-ACUMULO-MORA
                       PERFORM 2410-LEO-MORANUE
                    END-PERFORM
                    CLOSE MORANUE

               WHEN 88-FS-MORANUE-NOEXISTE
                    DISPLAY 'ARCHIVO MORANUE INEXISTENTE - '
                    DISPLAY 'TABLERO SIN MORA DE TARJETAS'
                    MOVE 'ARCHIVO MORANUE INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN MORANUE'
                    DISPLAY 'FILE STATUS' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2400.
           EXIT.

       2410-LEO-MORANUE.
      *-----------------

           INITIALIZE REG-MORATAR.

           READ MORANUE INTO REG-MORATAR

           EVALUATE TRUE
               WHEN 88-FS-MORANUE-OK
                    ADD 1 TO WS-LEIDOS-MORANUE
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-MORANUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ MORANUE FS: ' FS-MORANUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2410.
           EXIT.

       2420-ACUMULO-MORA.
      *------------------

           MOVE 'CANT'            TO WS-ACU-CONCEPTO.
           MOVE 1                 TO WS-ACU-VALOR.
           PERFORM 5000-ACUMULO-INDICADOR.
           MOVE 'SALD'            TO WS-ACU-CONCEPTO.
           MOVE MORA-SALDO-CIERRE TO WS-ACU-VALOR.
           PERFORM 5000-ACUMULO-INDICADOR.

           IF MORA-CICLOS-IMPAGOS = 1
              MOVE 'NUEV'            TO WS-ACU-CONCEPTO
              MOVE 1                 TO WS-ACU-VALOR
              PERFORM 5000-ACUMULO-INDICADOR
              MOVE 'NUSA'            TO WS-ACU-CONCEPTO
              MOVE MORA-SALDO-CIERRE TO WS-ACU-VALOR
              PERFORM 5000-ACUMULO-INDICADOR
           END-IF.

       FIN-2420.
           EXIT.

      *------------------------------------------------------------
      * STOCK DEL LOTE: VEHICULOS DISPONIBLES Y SU BANDA DE
      * ANTIGUEDAD DESDE LA FECHA EN QUE PASARON A DISPONIBLES
      * (SIN FECHA CUENTAN COMO RECIEN INGRESADOS, COMO RPTLOTE).
      *------------------------------------------------------------
       2500-TOMO-LOTE.
      *---------------

           MOVE 'LOT' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           OPEN INPUT VEHICULOO.

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, 1)
                    MOVE 1      TO WS-ACU-COL
                    MOVE SPACES TO WS-ACU-CLAVE
                    PERFORM 2510-LEO-VEHICULO
                    PERFORM UNTIL 88-FS-VEHICULOO-EOF
                       IF 88-VEH-DISPONIBLE
                          PERFORM 2520-ACUMULO-LOTE
                       END-IF
                       PERFORM 2510-LEO-VEHICULO
                    END-PERFORM
                    CLOSE VEHICULOO

               WHEN 88-FS-VEHICULOO-NOEXISTE
                    DISPLAY 'ARCHIVO VEHICULOO INEXISTENTE - '
                    DISPLAY 'TABLERO SIN STOCK DEL LOTE'
                    MOVE 'ARCHIVO VEHICULOO INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN VEHICULOO'
                    DISPLAY 'FILE STATUS' FS-VEHICULOO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2500.
           EXIT.

       2510-LEO-VEHICULO.
      *------------------

           INITIALIZE VEH-REGISTRO.

           READ VEHICULOO NEXT RECORD INTO VEH-REGISTRO

           EVALUATE TRUE
               WHEN 88-FS-VEHICULOO-OK
                    ADD 1 TO WS-LEIDOS-VEHICULOS
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-VEHICULOO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ VEHICULOO FS: '
                                                     FS-VEHICULOO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2510.
           EXIT.

       2520-ACUMULO-LOTE.
      *------------------

           IF VEH-FEC-DISPONIBLE = 0
              MOVE 0 TO WS-DIAS-ANTIGUEDAD
           ELSE
              MOVE VEH-FEC-DISPONIBLE TO WS-FECHA-AUX
              PERFORM 5400-CALCULO-ANTIGUEDAD
           END-IF.

           MOVE 1 TO WS-ACU-VALOR.
           MOVE 'DISP' TO WS-ACU-CONCEPTO.
           PERFORM 5000-ACUMULO-INDICADOR.

           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD <= 30
                    MOVE 'B030' TO WS-ACU-CONCEPTO
               WHEN WS-DIAS-ANTIGUEDAD <= 60
                    MOVE 'B060' TO WS-ACU-CONCEPTO
               WHEN WS-DIAS-ANTIGUEDAD <= 90
                    MOVE 'B090' TO WS-ACU-CONCEPTO
               WHEN OTHER
                    MOVE 'B120' TO WS-ACU-CONCEPTO
           END-EVALUATE.
           PERFORM 5000-ACUMULO-INDICADOR.

       FIN-2520.
           EXIT.

      *------------------------------------------------------------
      * TALLER: ORDENES DE TRABAJO ABIERTAS Y LAS QUE LLEVAN MAS
      * DE WCN-DIAS-TALLER DIAS ABIERTAS.
      *------------------------------------------------------------
       2600-TOMO-TALLER.
      *-----------------

           MOVE 'TAL' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           OPEN INPUT ORDTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    MOVE 'S' TO WGE-HAY (WS-IDX-GRUPO, 1)
                    MOVE 1      TO WS-ACU-COL
                    MOVE SPACES TO WS-ACU-CLAVE
                    MOVE 1      TO WS-ACU-VALOR
                    PERFORM 2610-LEO-ORDTRAB
                    PERFORM UNTIL 88-FS-ORDTRAB-EOF
                       IF 88-ORD-ABIERTA
                          PERFORM 2620-ACUMULO-ORDEN
                       END-IF
                       PERFORM 2610-LEO-ORDTRAB
                    END-PERFORM
                    CLOSE ORDTRAB

               WHEN 88-FS-ORDTRAB-NOEXISTE
                    DISPLAY 'ARCHIVO ORDTRAB INEXISTENTE - '
                    DISPLAY 'TABLERO SIN ORDENES DE TALLER'
                    MOVE 'ARCHIVO ORDTRAB INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN ORDTRAB'
                    DISPLAY 'FILE STATUS' FS-ORDTRAB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2600.
           EXIT.

       2610-LEO-ORDTRAB.
      *-----------------

           INITIALIZE REG-ORDTRAB.

           READ ORDTRAB INTO REG-ORDTRAB

           EVALUATE TRUE
               WHEN 88-FS-ORDTRAB-OK
                    ADD 1 TO WS-LEIDOS-ORDTRAB
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-ORDTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ ORDTRAB FS: ' FS-ORDTRAB
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2610.
           EXIT.

       2620-ACUMULO-ORDEN.
      *-------------------

           MOVE 'ABIE' TO WS-ACU-CONCEPTO.
           PERFORM 5000-ACUMULO-INDICADOR.

           MOVE ORD-FEC-APERTURA TO WS-FECHA-AUX.
           PERFORM 5400-CALCULO-ANTIGUEDAD.

           IF WS-DIAS-ANTIGUEDAD > WCN-DIAS-TALLER
              MOVE 'A030' TO WS-ACU-CONCEPTO
              PERFORM 5000-ACUMULO-INDICADOR
           END-IF.

       FIN-2620.
           EXIT.

      *------------------------------------------------------------
      * CORRIDAS BATCH EN LAS TRES FECHAS, DESDE EL CONTROL DE
      * CORRIDAS COMUN. DE LA FECHA DE PROCESO SE GUARDAN LOS
      * PROGRAMAS QUE TERMINARON CON ABEND PARA LISTARLOS.
      *------------------------------------------------------------
       2700-TOMO-CORRIDAS.
      *-------------------

           MOVE 'BAT' TO WS-ACU-GRUPO.
           PERFORM 5100-BUSCO-GRUPO.

           OPEN INPUT RUNCTLF.

           EVALUATE TRUE
               WHEN 88-FS-RUNCTLF-OK
                    MOVE SPACES TO WS-ACU-CLAVE
                    MOVE 1      TO WS-ACU-VALOR
                    PERFORM 2710-LEO-RUNCTL
                    PERFORM UNTIL 88-FS-RUNCTLF-EOF
                       PERFORM 2720-UBICO-CORRIDA THRU FIN-2720
                       PERFORM 2710-LEO-RUNCTL
                    END-PERFORM
                    CLOSE RUNCTLF

               WHEN 88-FS-RUNCTLF-NOEXISTE
                    DISPLAY 'RUNCTL.DAT INEXISTENTE - '
                    DISPLAY 'TABLERO SIN CORRIDAS BATCH'
                    MOVE 'RUNCTL.DAT INEXISTENTE'
                      TO WGE-MOTIVO (WS-IDX-GRUPO)

               WHEN OTHER
                    DISPLAY 'ERROR EN OPEN RUNCTL'
                    DISPLAY 'FILE STATUS' FS-RUNCTLF
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2700.
           EXIT.

       2710-LEO-RUNCTL.
      *----------------

           READ RUNCTLF INTO WRUNCTL

           EVALUATE TRUE
               WHEN 88-FS-RUNCTLF-OK
                    ADD 1 TO WS-LEIDOS-RUNCTL
                    ADD 1 TO WS-LEIDOS-FUENTES
               WHEN 88-FS-RUNCTLF-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN READ RUNCTL FS: ' FS-RUNCTLF
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2710.
           EXIT.

       2720-UBICO-CORRIDA.
      *-------------------

           MOVE RUNCTL-FECHA-PROCESO TO WS-FECHA-AUX.
           PERFORM 5300-UBICO-COLUMNA.
           IF WS-COL = 0
              GO TO FIN-2720
           END-IF.

           MOVE 'S'    TO WGE-HAY (WS-IDX-GRUPO, WS-COL).
           MOVE WS-COL TO WS-ACU-COL.

           IF 88-RUNCTL-ABEND
              MOVE 'ABEN' TO WS-ACU-CONCEPTO
              PERFORM 5000-ACUMULO-INDICADOR
              IF WS-COL = 1
                 ADD 1 TO WS-CANT-ABENDS
                 IF WS-CANT-ABENDS <= WCN-TOPE-ABENDS
                    MOVE RUNCTL-PROGRAMA
                      TO WAB-PROGRAMA (WS-CANT-ABENDS)
                 END-IF
              END-IF
           ELSE
              MOVE 'CORR' TO WS-ACU-CONCEPTO
              PERFORM 5000-ACUMULO-INDICADOR
           END-IF.

       FIN-2720.
           EXIT.

      *------------------------------------------------------------
      * FOTO DEL DIA A LA HISTORIA DEL TABLERO: LA MARCA DE CADA
      * GRUPO CON DATOS Y SUS INDICADORES DE HOY (LAS MONEDAS SIN
      * MOVIMIENTO HOY NO SE GUARDAN). LOS GRUPOS CON HISTORIA
      * PROPIA NO SE GUARDAN.
      *------------------------------------------------------------
       2900-GRABO-FOTO-DIA.
      *--------------------

           PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                     UNTIL IDX-GRUPO > WCN-CANT-GRUPOS
              IF 88-WGR-FOTO (IDX-GRUPO)
              AND WGE-HAY (IDX-GRUPO, 1) = 'S'
                 MOVE SPACES             TO REG-TABLERO
                 INITIALIZE REG-TABLERO
                 MOVE WS-FECHA-PROCESO   TO TAB-FECHA
                 MOVE WGR-COD (IDX-GRUPO) TO TAB-GRUPO
                 SET 88-TAB-MARCA-GRUPO  TO TRUE
                 PERFORM 2910-GRABO-TABLNUE
                 PERFORM VARYING IDX-IND FROM 1 BY 1
                           UNTIL IDX-IND > WS-CANT-INDICADORES
                    IF WIN-GRUPO (IDX-IND) = WGR-COD (IDX-GRUPO)
                    AND (WIN-CLAVE (IDX-IND) = SPACES
                         OR WIN-VALOR (IDX-IND, 1) NOT = 0)
                       MOVE WIN-CONCEPTO (IDX-IND) TO TAB-CONCEPTO
                       MOVE WIN-CLAVE (IDX-IND)    TO TAB-CLAVE
                       MOVE WIN-VALOR (IDX-IND, 1) TO TAB-VALOR
                       PERFORM 2910-GRABO-TABLNUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       FIN-2900.
           EXIT.

       2910-GRABO-TABLNUE.
      *-------------------

           WRITE REG-TABLNUE-FD FROM REG-TABLERO.

           EVALUATE TRUE
               WHEN 88-FS-TABLNUE-OK
                    ADD 1 TO WS-GRABADOS-TABLNUE
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE TABLNUE FS: ' FS-TABLNUE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-2910.
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

           CLOSE TABLNUE
           EVALUATE TRUE
               WHEN 88-FS-TABLNUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TABLNUE FS: ' FS-TABLNUE
           END-EVALUATE.

           CLOSE RPTTABLERO
           EVALUATE TRUE
               WHEN 88-FS-RPTTABLERO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RPTTABLERO FS: '
                                                     FS-RPTTABLERO
           END-EVALUATE.

       FIN-3100.
           EXIT.

      *------------------------------------------------------------
      * REGISTRO DE FIN DE JOB EN EL CONTROL DE CORRIDAS COMUN
      *------------------------------------------------------------
       3200-GRABO-RUNCTL.
      *------------------

           INITIALIZE WRUNCTL.
           MOVE 'PGMTABLERO'            TO RUNCTL-PROGRAMA.
           MOVE WS-LEIDOS-FUENTES       TO RUNCTL-LEIDOS.
           MOVE WS-GRABADOS-TABLNUE     TO RUNCTL-GRABADOS.
           MOVE 0                       TO RUNCTL-IMPORTE.
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
           DISPLAY '    TOTALES DE CONTROL PGM: PGMTABLERO            '.
           DISPLAY '**************************************************'.
           DISPLAY 'CANT. RENGLONES RESXDIA        : '
                                               WS-LEIDOS-RESXDIA.
           DISPLAY 'CANT. FILAS VXVHIST            : '
                                               WS-LEIDOS-VXVHIST.
           DISPLAY 'CANT. SALDOS TARJETA LEIDOS    : '
                                               WS-LEIDOS-SALCIERRE.
           DISPLAY 'CANT. TARJETAS EN MORA LEIDAS  : '
                                               WS-LEIDOS-MORANUE.
           DISPLAY 'CANT. VEHICULOS LEIDOS         : '
                                               WS-LEIDOS-VEHICULOS.
           DISPLAY 'CANT. ORDENES DE TALLER LEIDAS : '
                                               WS-LEIDOS-ORDTRAB.
           DISPLAY 'CANT. CORRIDAS RUNCTL LEIDAS   : '
                                               WS-LEIDOS-RUNCTL.
           DISPLAY 'CANT. REGISTROS TABLANT LEIDOS : '
                                               WS-LEIDOS-TABLANT.
           DISPLAY 'CANT. REGISTROS TABLANT DEPUR. : '
                                               WS-DEPURADOS-TABLANT.
           DISPLAY 'CANT. REGISTROS TABLNUE GRAB.  : '
                                               WS-GRABADOS-TABLNUE.
           DISPLAY 'CANT. LINEAS DEL TABLERO       : '
                                               WS-LINEAS-RPTTABLERO.
           DISPLAY '**************************************************'.

       FIN-3300.
           EXIT.

      *------------------------------------------------------------
      * EMISION DEL TABLERO: ENCABEZADO Y LOS GRUPOS EN ORDEN; EN
      * CADA GRUPO LOS INDICADORES EN EL ORDEN DE LA TABLA DE
      * CONCEPTOS Y, DENTRO DE CADA UNO, POR MONEDA O SUCURSAL.
      *------------------------------------------------------------
       4000-EMITO-TABLERO.
      *-------------------

           MOVE WS-FECHA-PROCESO TO WS-FECHA-AUX.
           PERFORM 5500-EDITO-FECHA.
           MOVE WS-FECHA-ED      TO WLT-FECHA.
           MOVE WS-FECHA-SEMANA  TO WS-FECHA-AUX.
           PERFORM 5500-EDITO-FECHA.
           MOVE WS-FECHA-ED      TO WLC-FECHA-SEMANA.
           MOVE WS-FECHA-MES     TO WS-FECHA-AUX.
           PERFORM 5500-EDITO-FECHA.
           MOVE WS-FECHA-ED      TO WLC-FECHA-MES.

           MOVE WS-LIN-TITULO    TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.
           MOVE WS-LIN-COMPARA   TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.
           MOVE WS-LIN-BLANCO    TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.
           MOVE WS-LIN-COLUMNAS  TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.
           MOVE WS-LIN-GUIONES   TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

           PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                     UNTIL IDX-GRUPO > WCN-CANT-GRUPOS
              SET WS-IDX-GRUPO TO IDX-GRUPO
              PERFORM 4100-EMITO-GRUPO
           END-PERFORM.

           MOVE WS-LIN-GUIONES   TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

       FIN-4000.
           EXIT.

       4100-EMITO-GRUPO.
      *-----------------

           MOVE WS-LIN-BLANCO    TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

           MOVE WGR-TITULO (WS-IDX-GRUPO) TO WLG-TITULO.
           IF WGE-HAY (WS-IDX-GRUPO, 1) = 'S'
              MOVE SPACES TO WLG-SIN-DATOS
              MOVE SPACES TO WLG-MOTIVO
           ELSE
              MOVE ' - SIN DATO HOY: '        TO WLG-SIN-DATOS
              MOVE WGE-MOTIVO (WS-IDX-GRUPO)  TO WLG-MOTIVO
           END-IF.
           MOVE WS-LIN-GRUPO     TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

           MOVE 0 TO WS-LINEAS-GRUPO.

           IF WGE-HAY (WS-IDX-GRUPO, 1) = 'S'
           OR WGE-HAY (WS-IDX-GRUPO, 2) = 'S'
           OR WGE-HAY (WS-IDX-GRUPO, 3) = 'S'
              PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                        UNTIL IDX-CONCEPTO > WCN-CANT-CONCEPTOS
                 IF WCO-GRUPO (IDX-CONCEPTO) = WGR-COD (WS-IDX-GRUPO)
                    PERFORM 4200-EMITO-CONCEPTO
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-LINEAS-GRUPO = 0
              MOVE WS-LIN-SIN-DATOS TO REG-RPTTABLERO-FD
              PERFORM 4900-GRABO-LINEA
           END-IF.

           IF WGR-COD (WS-IDX-GRUPO) = 'LOT'
           AND WGE-HAY (WS-IDX-GRUPO, 1) = 'S'
              PERFORM 4400-EMITO-MEZCLA-LOTE THRU FIN-4400
           END-IF.

           IF WGR-COD (WS-IDX-GRUPO) = 'BAT'
           AND WS-CANT-ABENDS > 0
              PERFORM 4500-EMITO-ABENDS
           END-IF.

       FIN-4100.
           EXIT.

      *------------------------------------------------------------
      * UN CONCEPTO: SE EMITEN SUS RENGLONES DE MENOR A MAYOR
      * CLAVE, MARCANDO CADA UNO COMO EMITIDO.
      *------------------------------------------------------------
       4200-EMITO-CONCEPTO.
      *--------------------

           PERFORM 4210-BUSCO-MENOR-CLAVE.

           PERFORM UNTIL WS-IDX-MENOR = 0
              PERFORM 4300-EMITO-RENGLON
              MOVE 'S' TO WIN-EMITIDO (WS-IDX-MENOR)
              PERFORM 4210-BUSCO-MENOR-CLAVE
           END-PERFORM.

       FIN-4200.
           EXIT.

       4210-BUSCO-MENOR-CLAVE.
      *-----------------------

           MOVE 0 TO WS-IDX-MENOR.

           PERFORM VARYING IDX-IND FROM 1 BY 1
                     UNTIL IDX-IND > WS-CANT-INDICADORES
              IF WIN-GRUPO (IDX-IND) = WCO-GRUPO (IDX-CONCEPTO)
              AND WIN-CONCEPTO (IDX-IND) = WCO-CONCEPTO (IDX-CONCEPTO)
              AND WIN-EMITIDO (IDX-IND) NOT = 'S'
                 IF WS-IDX-MENOR = 0
                    SET WS-IDX-MENOR TO IDX-IND
                 ELSE
                    IF WIN-CLAVE (IDX-IND)
                                      < WIN-CLAVE (WS-IDX-MENOR)
                       SET WS-IDX-MENOR TO IDX-IND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FIN-4210.
           EXIT.

       4300-EMITO-RENGLON.
      *-------------------

           MOVE WCO-DESCRIPCION (IDX-CONCEPTO) TO WLD-DESCRIPCION.
           MOVE WIN-CLAVE (WS-IDX-MENOR)       TO WLD-CLAVE.

           MOVE 1 TO WS-COL.
           PERFORM 4310-FORMATEO-VALOR.
           MOVE WS-VALOR-TXT TO WLD-HOY.

           MOVE 2 TO WS-COL.
           PERFORM 4310-FORMATEO-VALOR.
           MOVE WS-VALOR-TXT TO WLD-SEMANA.
           PERFORM 4320-FORMATEO-VARIACION THRU FIN-4320.
           MOVE WS-VARIACION-TXT TO WLD-VAR-SEMANA.

           MOVE 3 TO WS-COL.
           PERFORM 4310-FORMATEO-VALOR.
           MOVE WS-VALOR-TXT TO WLD-MES.
           PERFORM 4320-FORMATEO-VARIACION THRU FIN-4320.
           MOVE WS-VARIACION-TXT TO WLD-VAR-MES.

           MOVE WS-LIN-DETALLE TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.
           ADD 1 TO WS-LINEAS-GRUPO.

       FIN-4300.
           EXIT.

       4310-FORMATEO-VALOR.
      *--------------------

           MOVE SPACES TO WS-VALOR-TXT.

           IF WGE-HAY (WS-IDX-GRUPO, WS-COL) NOT = 'S'
              MOVE 'S/D' TO WS-VALOR-TXT (14:3)
           ELSE
              IF 88-WCO-IMPORTE (IDX-CONCEPTO)
                 MOVE WIN-VALOR (WS-IDX-MENOR, WS-COL)
                   TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED  TO WS-VALOR-TXT
              ELSE
                 MOVE WIN-VALOR (WS-IDX-MENOR, WS-COL)
                   TO WS-CANTIDAD-ED
                 MOVE WS-CANTIDAD-ED TO WS-VALOR-TXT (1:16)
              END-IF
           END-IF.

       FIN-4310.
           EXIT.

      *------------------------------------------------------------
      * VARIACION PORCENTUAL DE HOY CONTRA LA COLUMNA WS-COL. SIN
      * DATO EN ALGUNA DE LAS DOS, EN BLANCO; CONTRA CERO NO HAY
      * PORCENTAJE ('NUEVO' SI HOY HAY VALOR).
      *------------------------------------------------------------
       4320-FORMATEO-VARIACION.
      *------------------------

           MOVE SPACES TO WS-VARIACION-TXT.

           IF WGE-HAY (WS-IDX-GRUPO, 1) NOT = 'S'
           OR WGE-HAY (WS-IDX-GRUPO, WS-COL) NOT = 'S'
              GO TO FIN-4320
           END-IF.

           MOVE WIN-VALOR (WS-IDX-MENOR, 1)      TO WS-VALOR-HOY.
           MOVE WIN-VALOR (WS-IDX-MENOR, WS-COL) TO WS-VALOR-ANT.

           IF WS-VALOR-ANT = 0
              IF WS-VALOR-HOY NOT = 0
                 MOVE '   NUEVO' TO WS-VARIACION-TXT
              END-IF
              GO TO FIN-4320
           END-IF.

           COMPUTE WS-DIFERENCIA = WS-VALOR-HOY - WS-VALOR-ANT.
           COMPUTE WS-VARIACION ROUNDED =
                   WS-DIFERENCIA * 100 / WS-VALOR-ANT
              ON SIZE ERROR
                 MOVE '  >9999%' TO WS-VARIACION-TXT
                 GO TO FIN-4320
           END-COMPUTE.

           MOVE WS-VARIACION    TO WS-VARIACION-ED.
           MOVE WS-VARIACION-ED TO WS-VARIACION-TXT (1:7).
           MOVE '%'             TO WS-VARIACION-TXT (8:1).

       FIN-4320.
           EXIT.

      *------------------------------------------------------------
      * MEZCLA DEL STOCK DISPONIBLE DE HOY POR BANDA DE ANTIGUEDAD
      *------------------------------------------------------------
       4400-EMITO-MEZCLA-LOTE.
      *-----------------------

           MOVE 'LOT'  TO WS-ACU-GRUPO.
           MOVE SPACES TO WS-ACU-CLAVE.

           MOVE 'DISP' TO WS-ACU-CONCEPTO.
           PERFORM 5200-BUSCO-INDICADOR.
           IF WS-IDX-HALLADO = 0
              GO TO FIN-4400
           END-IF.
           MOVE WIN-VALOR (WS-IDX-HALLADO, 1) TO WS-TOTAL-DISPONIBLES.
           IF WS-TOTAL-DISPONIBLES = 0
              GO TO FIN-4400
           END-IF.

           MOVE 'B030' TO WS-ACU-CONCEPTO.
           PERFORM 4410-CALCULO-PORCENTAJE.
           MOVE WS-PORCENTAJE TO WLM-B030.

           MOVE 'B060' TO WS-ACU-CONCEPTO.
           PERFORM 4410-CALCULO-PORCENTAJE.
           MOVE WS-PORCENTAJE TO WLM-B060.

           MOVE 'B090' TO WS-ACU-CONCEPTO.
           PERFORM 4410-CALCULO-PORCENTAJE.
           MOVE WS-PORCENTAJE TO WLM-B090.

           MOVE 'B120' TO WS-ACU-CONCEPTO.
           PERFORM 4410-CALCULO-PORCENTAJE.
           MOVE WS-PORCENTAJE TO WLM-B120.

           MOVE WS-LIN-MIX TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

       FIN-4400.
           EXIT.

       4410-CALCULO-PORCENTAJE.
      *------------------------

           MOVE 0 TO WS-PORCENTAJE.
           PERFORM 5200-BUSCO-INDICADOR.
           IF WS-IDX-HALLADO NOT = 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WIN-VALOR (WS-IDX-HALLADO, 1) * 100
                                          / WS-TOTAL-DISPONIBLES
           END-IF.

       FIN-4410.
           EXIT.

       4500-EMITO-ABENDS.
      *------------------

           MOVE SPACES TO WLA-OTROS.
           PERFORM VARYING IDX-IND FROM 1 BY 1
                     UNTIL IDX-IND > WCN-TOPE-ABENDS
              IF IDX-IND > WS-CANT-ABENDS
                 MOVE SPACES TO WLA-PROGRAMA (IDX-IND)
              ELSE
                 MOVE WAB-PROGRAMA (IDX-IND) TO WLA-PROGRAMA (IDX-IND)
              END-IF
           END-PERFORM.

           IF WS-CANT-ABENDS > WCN-TOPE-ABENDS
              MOVE 'Y OTROS' TO WLA-OTROS
           END-IF.

           MOVE WS-LIN-ABENDS TO REG-RPTTABLERO-FD.
           PERFORM 4900-GRABO-LINEA.

       FIN-4500.
           EXIT.

       4900-GRABO-LINEA.
      *-----------------

           WRITE REG-RPTTABLERO-FD.

           EVALUATE TRUE
               WHEN 88-FS-RPTTABLERO-OK
                    ADD 1 TO WS-LINEAS-RPTTABLERO
               WHEN OTHER
                    DISPLAY 'ERROR EN WRITE RPTTABLERO FS: '
                                                     FS-RPTTABLERO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       FIN-4900.
           EXIT.

      *------------------------------------------------------------
      * SUMA WS-ACU-VALOR AL INDICADOR (WS-ACU-GRUPO, CONCEPTO,
      * CLAVE) EN LA COLUMNA WS-ACU-COL; SI NO EXISTE LO DA DE
      * ALTA EN CERO.
      *------------------------------------------------------------
       5000-ACUMULO-INDICADOR.
      *-----------------------

           PERFORM 5200-BUSCO-INDICADOR.

           IF WS-IDX-HALLADO = 0
              IF WS-CANT-INDICADORES < WCN-TOPE-INDICADORES
                 ADD 1 TO WS-CANT-INDICADORES
                 MOVE WS-CANT-INDICADORES TO WS-IDX-HALLADO
                 MOVE WS-ACU-GRUPO    TO WIN-GRUPO (WS-IDX-HALLADO)
                 MOVE WS-ACU-CONCEPTO TO WIN-CONCEPTO (WS-IDX-HALLADO)
                 MOVE WS-ACU-CLAVE    TO WIN-CLAVE (WS-IDX-HALLADO)
                 MOVE 0 TO WIN-VALOR (WS-IDX-HALLADO, 1)
                 MOVE 0 TO WIN-VALOR (WS-IDX-HALLADO, 2)
                 MOVE 0 TO WIN-VALOR (WS-IDX-HALLADO, 3)
                 MOVE 'N' TO WIN-EMITIDO (WS-IDX-HALLADO)
              ELSE
                 DISPLAY 'TABLA DE INDICADORES COMPLETA - SE OMITE: '
                         WS-ACU-GRUPO ' ' WS-ACU-CONCEPTO ' '
                         WS-ACU-CLAVE
              END-IF
           END-IF.

           IF WS-IDX-HALLADO NOT = 0
              ADD WS-ACU-VALOR TO WIN-VALOR (WS-IDX-HALLADO, WS-ACU-COL)
           END-IF.

       FIN-5000.
           EXIT.

       5100-BUSCO-GRUPO.
      *-----------------

           MOVE 0 TO WS-IDX-GRUPO.

           PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                     UNTIL IDX-GRUPO > WCN-CANT-GRUPOS
              IF WGR-COD (IDX-GRUPO) = WS-ACU-GRUPO
                 SET WS-IDX-GRUPO TO IDX-GRUPO
              END-IF
           END-PERFORM.

       FIN-5100.
           EXIT.

       5200-BUSCO-INDICADOR.
      *---------------------

           MOVE 0 TO WS-IDX-HALLADO.

           PERFORM VARYING IDX-IND FROM 1 BY 1
                     UNTIL IDX-IND > WS-CANT-INDICADORES
              IF WIN-GRUPO (IDX-IND) = WS-ACU-GRUPO
              AND WIN-CONCEPTO (IDX-IND) = WS-ACU-CONCEPTO
              AND WIN-CLAVE (IDX-IND) = WS-ACU-CLAVE
                 SET WS-IDX-HALLADO TO IDX-IND
              END-IF
           END-PERFORM.

       FIN-5200.
           EXIT.

      *------------------------------------------------------------
      * COLUMNA DEL TABLERO QUE CORRESPONDE A WS-FECHA-AUX
      * (0 SI NO ES NINGUNA DE LAS TRES FECHAS)
      *------------------------------------------------------------
       5300-UBICO-COLUMNA.
      *-------------------

           EVALUATE WS-FECHA-AUX
               WHEN WS-FECHA-PROCESO
                    MOVE 1 TO WS-COL
               WHEN WS-FECHA-SEMANA
                    MOVE 2 TO WS-COL
               WHEN WS-FECHA-MES
                    MOVE 3 TO WS-COL
               WHEN OTHER
                    MOVE 0 TO WS-COL
           END-EVALUATE.

       FIN-5300.
           EXIT.

      *------------------------------------------------------------
      * DIAS (ANIO COMERCIAL) DESDE WS-FECHA-AUX HASTA LA FECHA DE
      * PROCESO; UNA FECHA FUTURA CUENTA CERO
      *------------------------------------------------------------
       5400-CALCULO-ANTIGUEDAD.
      *------------------------

           COMPUTE WS-DIAS-AUX = WS-FECAUX-AAAA * 360
                               + WS-FECAUX-MM * 30
                               + WS-FECAUX-DD.
           COMPUTE WS-DIAS-ANTIGUEDAD = WS-DIAS-PROCESO - WS-DIAS-AUX.
           IF WS-DIAS-ANTIGUEDAD < 0
              MOVE 0 TO WS-DIAS-ANTIGUEDAD
           END-IF.

       FIN-5400.
           EXIT.

       5500-EDITO-FECHA.
      *-----------------

           MOVE WS-FECAUX-DD   TO WS-FECED-DD.
           MOVE WS-FECAUX-MM   TO WS-FECED-MM.
           MOVE WS-FECAUX-AAAA TO WS-FECED-AAAA.

       FIN-5500.
           EXIT.

       END PROGRAM PGMTABLERO.
