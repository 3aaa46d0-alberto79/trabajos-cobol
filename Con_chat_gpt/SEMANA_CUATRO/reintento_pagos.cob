           05 PAG-DIA            PIC 9(2).
           05 PAG-ACTIVO         PIC X(1).
           05 PAG-REINTENTOS     PIC 9(2).
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.
           MOVE TAB-RHX-SUCURSAL(IDX-RHX) TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG.

      *---- Renglón de fallo definitivo en el reporte a la sucursal.
