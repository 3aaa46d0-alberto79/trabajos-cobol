      *> Layout de COMISIONES_PAGADAS.DAT: un renglón por vendedor y
      *> mes liquidado por COMISION-VENTAS, con el volumen, la
      *> comisión y la tasa efectiva con que se pagó (comisión entre
      *> volumen, a cinco decimales), el empleado al que se depositó
      *> y si el depósito se hizo ('S') o el vendedor quedó sin
      *> empleado o sin cuenta ('N'). Con él TABLA-VENTAS sabe si la
      *> comisión de una venta devuelta ya se pagó y cuánto recuperar.
       01 COMISION-PAGADA-REG.
          05 CPG-VENDEDOR   PIC 9(3).
          05 CPG-MES        PIC 9(6).
          05 CPG-FECHA      PIC 9(8).
          05 CPG-EMPLEADO   PIC 9(4).
          05 CPG-VOLUMEN    PIC 9(9)V99.
          05 CPG-COMISION   PIC 9(7)V99.
          05 CPG-TASA       PIC V9(5).
          05 CPG-DEPOSITADA PIC X(1).
