      *> movimiento cuya moneda no coincide con la de su cuenta se
      *> rechaza al postear.
          05 MOV-MONEDA         PIC X(3).
      *> Sólo para OPERACION 'X' (cambio de moneda entre dos cuentas
      *> del mismo titular): unidades de la moneda de la cuenta
      *> destino que se abonan por cada unidad cargada a la cuenta
      *> origen, ya con el diferencial de compra y venta aplicado.
      *> Cero en los demás movimientos; un 'X' que llega en cero se
      *> cotiza al postear con los tipos de cambio del día.
          05 MOV-TIPO-CAMBIO    PIC 9(4)V9(6).
