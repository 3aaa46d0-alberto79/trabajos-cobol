      *> Layout del saldo del mayor en SALDOS_GL.DAT: un renglón por
      *> periodo (AAAAMM), cuenta contable, moneda y sucursal, que
      *> CONTABILIDAD-GENERAL actualiza cada noche con las partidas
      *> de CONTABLE.DAT y que CONCILIACION-DEPOSITOS lee. Los saldos
      *> van con signo deudor: positivo deudor, negativo acreedor.
       01 SALDO-GL-REG.
          05 SGL-PERIODO       PIC 9(6).
          05 SGL-CUENTA        PIC 9(6).
          05 SGL-MONEDA        PIC X(3).
          05 SGL-SUCURSAL      PIC 9(3).
          05 SGL-SALDO-INICIAL PIC S9(11)V99.
          05 SGL-CARGOS        PIC 9(11)V99.
          05 SGL-ABONOS        PIC 9(11)V99.
          05 SGL-SALDO-FINAL   PIC S9(11)V99.
