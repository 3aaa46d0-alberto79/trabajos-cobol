           MOVE TAB-RHX-SUCURSAL(IDX-RHX) TO MOV-SUCURSAL.
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           MOVE TAB-RHX-CHEQUE(IDX-RHX) TO MOV-CHEQUE.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
