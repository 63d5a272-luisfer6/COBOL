      * AGREGA DESDE LAS FILAS DE VENDEDOR), MAS EL MOVIMIENTO DEL
      * TOP-5 DE VENDEDORES (QUIEN ENTRO Y QUIEN SALIO RESPECTO DE
      * LA SEMANA ANTERIOR).
      * LAS FILAS 'R' (DEVOLUCIONES POR SUCURSAL, PARA EL TABLERO
      * DIARIO) YA ESTAN NETEADAS EN LAS 'V' Y NO SE ACUMULAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVTACMP.
           PERFORM 2010-LEO-HISTORIA.

           PERFORM UNTIL 88-FS-VXVHIST-EOF
              IF VXH-TIPO = 'V' OR 'C'
                 PERFORM 2100-CLASIFICO-REGISTRO
              END-IF
              PERFORM 2010-LEO-HISTORIA
           END-PERFORM.

