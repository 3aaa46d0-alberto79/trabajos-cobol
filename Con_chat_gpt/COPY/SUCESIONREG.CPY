      *> Layout de SUCESIONES.DAT: una sucesión por cliente fallecido
      *> liquidada en SUCESION-CLIENTES. Queda en 'E' (encolada)
      *> mientras BATCH-BANCO postea los movimientos del reparto, y
      *> CIERRE-SUCESIONES la pasa a 'C' cuando cierra las cuentas
      *> que quedaron en saldo cero.
       01 SUCESION-REG.
          05 SUC-CLIENTE        PIC 9(5).
          05 SUC-FECHA          PIC 9(8).
          05 SUC-ESTADO         PIC X(1).
          05 SUC-TOTAL-CUENTAS  PIC 9(2).
          05 SUC-CUENTA         PIC 9(6) OCCURS 10 TIMES.
      *> Activos (saldos acreedores más plazos con su interés),
      *> deudas (préstamos y sobregiros) y neto repartido.
          05 SUC-ACTIVOS        PIC 9(9)V99.
          05 SUC-DEUDAS         PIC 9(9)V99.
          05 SUC-NETO           PIC 9(9)V99.
          05 SUC-PAGOS          PIC 9(3).
          05 SUC-AUTORIZO       PIC X(8).
          05 SUC-FECHA-CIERRE   PIC 9(8).
