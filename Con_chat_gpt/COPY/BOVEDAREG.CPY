      *> Layout del inventario de bóveda en BOVEDA.DAT: un renglón
      *> por sucursal con los billetes que guarda su bóveda por
      *> denominación (1000, 500, 200, 100, 50 y 20, en ese orden,
      *> las mismas del arqueo de CIERRE_CAJA) y la fecha del último
      *> movimiento que la tocó. Lo mueven la dotación y la
      *> concentración de efectivo de los cajeros en PROYECTO1 y los
      *> pedidos y remesas de TESORERIA-BOVEDA; lo lee CUADRE-BOVEDA
      *> para cuadrar la bóveda contra las cajas y la posición de la
      *> sucursal. Se reescribe completo en cada movimiento.
       01 BOVEDA-REG.
          05 BOV-SUCURSAL  PIC 9(3).
          05 BOV-FECHA     PIC 9(8).
          05 BOV-BILLETES  PIC 9(7) OCCURS 6 TIMES.
