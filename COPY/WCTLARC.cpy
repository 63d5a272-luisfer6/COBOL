      *----------------------------------------------------------------*
      * REGISTROS DE CONTROL ESTANDAR DE LOS ARCHIVOS QUE PASAN DE UN  *
      * JOB A OTRO (GASTOSOK, SALCIERRE, ORDPAGO, DEBBANCO, RESXDIA,   *
      * PAGOS, VTAVEH, CLEARING). EL PRODUCTOR GRABA UN HEADER ANTES   *
      * DEL PRIMER REGISTRO Y UN TRAILER DESPUES DEL ULTIMO; EL        *
      * CONSUMIDOR LOS VERIFICA CON UTLCTLARC ANTES DE PROCESAR Y      *
      * LUEGO LOS SALTEA.                                              *
      * LREC = 40 (ENTRA EN EL REGISTRO MAS CORTO, PAGOS); EN LOS      *
      * ARCHIVOS DE REGISTRO MAS LARGO SE COMPLETA CON BLANCOS.        *
      *   HEADER : MARCA 'HEADER ', NOMBRE LOGICO DEL ARCHIVO, FECHA   *
      *            DE PROCESO (AAAAMMDD) Y PROGRAMA PRODUCTOR.         *
      *   TRAILER: MARCA 'TRAILER', CANTIDAD DE REGISTROS DE DATOS Y   *
      *            HASH DE IMPORTES (SUMA DEL VALOR ABSOLUTO DEL CAMPO *
      *            IMPORTE DE CADA REGISTRO, VER TABLA DE UTLCTLARC).  *
      * LOS ARCHIVOS DE ALTA ACUMULATIVA (PAGOS) Y EL CLEARING (UNA    *
      * TANDA POR RED) LLEVAN UN PAR HEADER / TRAILER POR CADA TANDA.  *
      * LOS ARCHIVOS QUE ENTRAN DE AFUERA (VTAVEH, TANDAS DE PAGOS,    *
      * CLEARING DE LAS REDES) DEBEN LLEGAR CON EL MISMO FORMATO.      *
      *----------------------------------------------------------------*
       01  REG-CTLARC.
           05 CTL-MARCA                    PIC  X(07).
              88 88-CTL-HEADER                       VALUE 'HEADER '.
              88 88-CTL-TRAILER                      VALUE 'TRAILER'.
           05 CTL-DATOS                    PIC  X(33).
           05 CTL-HEADER REDEFINES CTL-DATOS.
              07 CTL-ARCHIVO               PIC  X(12).
              07 CTL-FECHA-PROCESO         PIC  9(08).
              07 CTL-PRODUCTOR             PIC  X(12).
              07 FILLER                    PIC  X(01).
           05 CTL-TRAILER REDEFINES CTL-DATOS.
              07 CTL-CANT-REG              PIC  9(09).
              07 CTL-HASH-IMPORTE          PIC  9(15)V99.
              07 FILLER                    PIC  X(07).
