           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           ADD IMPORTE-BARRIDO TO TOTAL-IMPORTE.

