      *> Acumulado del año por vendedor en VENTAS_ACUMULADO.DAT: un
      *> renglón por vendedor y ejercicio, al que TABLA-VENTAS le
      *> suma las ventas de cada día que registra. CIERRE-ANUAL lo
      *> pasa a la generación fechada VENTAS_ACUMULADO_AAAA.DAT al
      *> cerrar el ejercicio y deja el archivo vivo sin los renglones
      *> del año cerrado.
       01 VENTAS-ACUMULADO-REG.
          05 VAC-VENDEDOR   PIC 9(3).
          05 VAC-ANO        PIC 9(4).
          05 VAC-VENTAS     PIC 9(7).
          05 VAC-IMPORTE    PIC 9(11)V99.
