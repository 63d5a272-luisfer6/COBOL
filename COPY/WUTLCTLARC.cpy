      *----------------------------------------------------------------*
      * COPY DE COMUNICACION CON LA RUTINA DE HEADER / TRAILER DE      *
      * ARCHIVOS ENTRE JOBS (UTLCTLARC, REGISTROS EN WCTLARC.cpy).     *
      * UTLCTLARC-ARCHIVO ES SIEMPRE EL NOMBRE LOGICO (EL DE UTLPATH)  *
      * Y UTLCTLARC-PROGRAMA EL PROGRAMA QUE LLAMA.                    *
      * PRODUCTOR:                                                     *
      *   'H' ARMA EL HEADER EN UTLCTLARC-REGISTRO Y PONE EN CERO LOS  *
      *       ACUMULADORES (FECHA DE PROCESO EN CERO = HOY).           *
      *   'A' ACUMULA CANTIDAD E IMPORTE DEL REGISTRO DE DATOS QUE SE  *
      *       DEJA EN UTLCTLARC-REGISTRO ANTES DE CADA WRITE.          *
      *   'T' ARMA EL TRAILER EN UTLCTLARC-REGISTRO.                   *
      *   EL PRODUCTOR GRABA HEADER Y TRAILER CON WRITE ... FROM       *
      *   UTLCTLARC-REGISTRO.                                          *
      * CONSUMIDOR:                                                    *
      *   'V' LEE EL ARCHIVO DE UTLCTLARC-PATH Y VERIFICA HEADER,      *
      *       TRAILER, CANTIDAD E IMPORTE. LA FECHA DEL HEADER DEBE    *
      *       CAER ENTRE LA FECHA DE PROCESO (CERO = HOY) MENOS        *
      *       UTLCTLARC-DIAS-VIGENCIA (CERO = SEGUN LA FRECUENCIA DEL  *
      *       ARCHIVO EN LA TABLA DE LA RUTINA) Y LA FECHA DE PROCESO. *
      *       UN ARCHIVO RECHAZADO SE INFORMA POR CANCELA Y VUELVE RC  *
      *       08; EL LLAMADOR TERMINA SIN PROCESARLO. UN ARCHIVO       *
      *       INEXISTENTE VUELVE RC 04 Y LO TRATA EL LLAMADOR COMO     *
      *       SIEMPRE.                                                 *
      * INVOCAR: CALL 'UTLCTLARC' USING WUTLCTLARC.                    *
      *----------------------------------------------------------------*
       01  WUTLCTLARC.
           05 UTLCTLARC-FUNCION            PIC  X(01).
              88 88-UTLCTLARC-HEADER                 VALUE 'H'.
              88 88-UTLCTLARC-ACUMULO                VALUE 'A'.
              88 88-UTLCTLARC-TRAILER                VALUE 'T'.
              88 88-UTLCTLARC-VERIFICO               VALUE 'V'.
           05 UTLCTLARC-ARCHIVO            PIC  X(12).
           05 UTLCTLARC-PROGRAMA           PIC  X(12).
           05 UTLCTLARC-PATH               PIC  X(128).
           05 UTLCTLARC-FECHA-PROCESO      PIC  9(08).
           05 UTLCTLARC-DIAS-VIGENCIA      PIC  9(03).
           05 UTLCTLARC-REGISTRO           PIC  X(200).
           05 UTLCTLARC-CANT-REG           PIC  9(09).
           05 UTLCTLARC-HASH-IMPORTE       PIC  9(15)V99.
           05 UTLCTLARC-CANT-TANDAS        PIC  9(05).
           05 UTLCTLARC-RC                 PIC  X(02).
              88 88-UTLCTLARC-OK                     VALUE '00'.
              88 88-UTLCTLARC-NO-EXISTE              VALUE '04'.
              88 88-UTLCTLARC-RECHAZADO              VALUE '08'.
           05 UTLCTLARC-MSG                PIC  X(60).
