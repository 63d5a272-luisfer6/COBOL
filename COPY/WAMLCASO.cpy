      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE CASOS DE PREVENCION DE LAVADO DE ACTIVOS    *
      *LONGITUD DE REGISTRO (160)                                      *
      *UN REGISTRO POR ALERTA. LOS CASOS LOS ABRE PGMLAVADO (EN        *
      *EXTEND, NUMERO CORRELATIVO = MAYOR DEL ARCHIVO + 1) Y LOS       *
      *MANTIENE CUMPLIMIENTO CON ABMAMLCAS (AMLCASACT REEMPLAZA A      *
      *AMLCASOS PARA LA PROXIMA CORRIDA).                              *
      *  ACA-TIPO   = 'U' OPERACION UNICA IGUAL O MAYOR AL UMBRAL      *
      *               'E' ESTRUCTURACION: VARIAS OPERACIONES DEL       *
      *               MISMO CLIENTE APENAS BAJO EL UMBRAL DENTRO DE    *
      *               LA VENTANA MOVIL                                 *
      *  ACA-CLI-ID = CLIENTE (CERO SI LA OPERACION NO VINO           *
      *               IDENTIFICADA; ACA-NOMBRE TRAE LO QUE SE SEPA)    *
      *  ACA-CANAL  = CANAL DE LA OPERACION ('R'/'V'/'C', VER          *
      *               WAMLOPE.cpy) O 'M' SI LA ESTRUCTURACION USO      *
      *               VARIOS CANALES                                   *
      *  ACA-ESTADO = 'A' ABIERTO (ALERTA NUEVA) / 'I' EN ANALISIS /   *
      *               'D' DESCARTADO / 'C' CONFIRMADO SOSPECHOSO /     *
      *               'R' REPORTADO A LA UIF (ACA-FECHA-ROS). UN CASO  *
      *               CONFIRMADO SE REPORTA EN LA MISMA CORRIDA DE     *
      *               ABMAMLCAS Y PASA A 'R'.                          *
      *  ACA-USUARIO = ULTIMO OPERADOR QUE CAMBIO EL ESTADO           *
      *----------------------------------------------------------------*
       01  REG-AMLCASO.
           03 ACA-NRO-CASO                 PIC  9(08).
           03 ACA-FECHA-ALTA               PIC  9(08).
           03 ACA-TIPO                     PIC  X(01).
              88 88-ACA-UMBRAL                       VALUE 'U'.
              88 88-ACA-ESTRUCTURACION               VALUE 'E'.
           03 ACA-CLI-ID                   PIC  9(10).
           03 ACA-NOMBRE                   PIC  X(30).
           03 ACA-CANAL                    PIC  X(01).
           03 ACA-REFERENCIA               PIC  X(12).
           03 ACA-FECHA-DESDE              PIC  9(08).
           03 ACA-FECHA-HASTA              PIC  9(08).
           03 ACA-CANT-OPER                PIC  9(03).
           03 ACA-IMPORTE                  PIC  9(13)V99.
           03 ACA-ESTADO                   PIC  X(01).
              88 88-ACA-ABIERTO                      VALUE 'A'.
              88 88-ACA-EN-ANALISIS                  VALUE 'I'.
              88 88-ACA-DESCARTADO                   VALUE 'D'.
              88 88-ACA-CONFIRMADO                   VALUE 'C'.
              88 88-ACA-REPORTADO                    VALUE 'R'.
              88 88-ACA-PENDIENTE                    VALUE 'A' 'I'.
           03 ACA-FECHA-ESTADO             PIC  9(08).
           03 ACA-USUARIO                  PIC  X(08).
           03 ACA-FECHA-ROS                PIC  9(08).
           03 ACA-OBSERVACION              PIC  X(30).
           03 FILLER                       PIC  X(01).
