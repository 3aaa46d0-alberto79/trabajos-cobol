      *> Layout de VENTAS_DEVOLUCIONES.DAT, las devoluciones de
      *> mercancía: una por venta devuelta, referida por el folio de
      *> VENTAS_DETALLE.DAT (una venta se devuelve completa y una
      *> sola vez), con los datos de la venta original copiados, la
      *> fecha de la devolución y dos marcas de proceso:
      *>   DVV-NETEO    'N' falta restarla de las ventas del día en
      *>                TABLA-VENTAS, 'S' ya restada.
      *>   DVV-COMISION 'P' el mes de la venta aún no se liquida y
      *>                COMISION-VENTAS la descontará del volumen,
      *>                'L' ya descontada en la liquidación, 'D' la
      *>                comisión ya se había pagado y se recupera con
      *>                una deducción única en NOMINA_DEDUCCIONES.DAT
      *>                (el importe en DVV-RECUPERADO), 'N' no hubo
      *>                comisión depositada que recuperar. Salvo las
      *>                'D', COMISION-VENTAS descuenta del volumen toda
      *>                devolución del mes que liquida, también si el
      *>                mes se vuelve a liquidar.
       01 DEVOLUCION-VENTA-REG.
          05 DVV-FOLIO-VENTA PIC 9(8).
          05 DVV-FECHA       PIC 9(8).
          05 DVV-FECHA-VENTA PIC 9(8).
          05 DVV-VENDEDOR    PIC 9(3).
          05 DVV-IMPORTE     PIC 9(5)V99.
          05 DVV-PRODUCTO    PIC 9(6).
          05 DVV-CANTIDAD    PIC 9(5).
          05 DVV-LINEA       PIC 9(2).
          05 DVV-MOTIVO      PIC X(20).
          05 DVV-NETEO       PIC X(1).
          05 DVV-COMISION    PIC X(1).
          05 DVV-RECUPERADO  PIC 9(5)V99.
