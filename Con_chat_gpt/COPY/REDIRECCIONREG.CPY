      *> Layout de CUENTAS_REDIRECCION.DAT: una cuenta que se cambió
      *> de número o se consolidó en otra del mismo cliente en
      *> CONSOLIDACION-CUENTAS queda cerrada, y aquí se anota a qué
      *> cuenta pasó todo lo suyo. BATCH-BANCO y
      *> RECEPCION-MOVIMIENTOS desvían a RDR-CUENTA-NUEVA el
      *> movimiento que llega tarde dirigido al número anterior, en
      *> lugar de rechazarlo por cuenta cerrada. Las redirecciones no
      *> se encadenan: al cerrar una cuenta que ya era destino de
      *> otras, sus renglones se reapuntan a la cuenta nueva.
       01 REDIRECCION-REG.
          05 RDR-CUENTA-ANTERIOR PIC 9(6).
          05 RDR-CUENTA-NUEVA    PIC 9(6).
          05 RDR-FECHA           PIC 9(8).
      *> 'N' cambio de número, 'C' consolidación en otra cuenta.
          05 RDR-MOTIVO          PIC X(1).
             88 RDR-CAMBIO-NUMERO  VALUE 'N'.
             88 RDR-CONSOLIDACION  VALUE 'C'.
          05 RDR-AUTORIZO        PIC X(8).
