      *----------------------------------------------------------------*
      *COPY DEL ARCHIVO DE REPORTES DE OPERACION SOSPECHOSA (ROS)      *
      *LONGITUD DE REGISTRO (150)                                      *
      *LO GENERA ABMAMLCAS CON LOS CASOS CONFIRMADOS EN LA CORRIDA,    *
      *UN REGISTRO POR CASO, PARA PRESENTAR ANTE LA UNIDAD DE          *
      *INFORMACION FINANCIERA (UIF). IMPORTES SIN SEPARADOR, CON DOS   *
      *DECIMALES IMPLICITOS. ROS-CUIT-INFORMANTE ES EL CUIT DE LA      *
      *EMPRESA COMO SUJETO OBLIGADO.                                   *
      *----------------------------------------------------------------*
       01  REG-AMLROS.
           03 ROS-CUIT-INFORMANTE          PIC  9(11).
           03 ROS-NRO-CASO                 PIC  9(08).
           03 ROS-FECHA-REPORTE            PIC  9(08).
           03 ROS-TIPO                     PIC  X(01).
           03 ROS-CLI-ID                   PIC  9(10).
           03 ROS-NOMBRE                   PIC  X(30).
           03 ROS-CANAL                    PIC  X(01).
           03 ROS-FECHA-DESDE              PIC  9(08).
           03 ROS-FECHA-HASTA              PIC  9(08).
           03 ROS-CANT-OPER                PIC  9(03).
           03 ROS-IMPORTE                  PIC  9(13)V99.
           03 ROS-MOTIVO                   PIC  X(30).
           03 FILLER                       PIC  X(17).
