              MOVE ZERO TO MOV-SUCURSAL
              MOVE ZERO TO MOV-CHEQUE
              MOVE CUENTA-MONEDA TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              ADD 1 TO TOTAL-COBRADAS
              ADD TAB-TAR-IMPORTE(IDX-TAR) TO TOTAL-COMISION
