      *----------------------------------------------------------------*
      * COPY DE COMUNICACION CON LA RUTINA DE SITUACION KYC (UTLKYC,   *
      * MISMA CONVENCION QUE UTLVFEC / UTLDIAHAB).                     *
      * SE COMPLETAN CLI-ID, VENCIMIENTO DEL DOCUMENTO, ULTIMA         *
      * VERIFICACION Y FECHA DE PROCESO. LA RUTINA BUSCA LA BANDA DE   *
      * RIESGO DEL CLIENTE (MAESTRO RIESGO, CARGADO UNA VEZ POR        *
      * CORRIDA) Y RESPONDE:                                           *
      *   WUTLKYC-MESES-REVISION  FRECUENCIA DE REVISION DE LA BANDA   *
      *                           (A 36, B 24, C 12, D 6, E 3 MESES;   *
      *                           SIN CALIFICACION COMO C)             *
      *   WUTLKYC-FECHA-PROX-REV  VERIFICACION + FRECUENCIA            *
      *   WUTLKYC-ESTADO  'V' VIGENTE / 'D' DOCUMENTO VENCIDO /        *
      *                   'R' REVISION PERIODICA VENCIDA               *
      * INVOCAR: CALL 'UTLKYC' USING WUTLKYC.                          *
      *----------------------------------------------------------------*
       01  WUTLKYC.
           05 WUTLKYC-ENTRADA.
              07 WUTLKYC-CLI-ID            PIC  9(10).
              07 WUTLKYC-FECHA-VTO-DOC     PIC  9(08).
              07 WUTLKYC-FECHA-VERIF       PIC  9(08).
              07 WUTLKYC-FECHA-PROCESO     PIC  9(08).
           05 WUTLKYC-SALIDA.
              07 WUTLKYC-BANDA             PIC  X(01).
              07 WUTLKYC-MESES-REVISION    PIC  9(02).
              07 WUTLKYC-FECHA-PROX-REV    PIC  9(08).
              07 WUTLKYC-ESTADO            PIC  X(01).
                 88 88-WUTLKYC-VIGENTE               VALUE 'V'.
                 88 88-WUTLKYC-DOC-VENCIDO           VALUE 'D'.
                 88 88-WUTLKYC-REVISION-VENCIDA      VALUE 'R'.
                 88 88-WUTLKYC-VENCIDO               VALUE 'D' 'R'.
              07 WUTLKYC-RC                PIC  X(02).
                 88 88-WUTLKYC-OK                    VALUE '00'.
                 88 88-WUTLKYC-ERROR                 VALUE '08'.
              07 WUTLKYC-MSG               PIC  X(40).
