      *> Layout de los movimientos de bóveda en MOVS_BOVEDA.DAT.
      *> PROYECTO1 agrega la dotación ('D', de la bóveda al cajón
      *> del cajero) y la concentración ('C', del cajón a la
      *> bóveda), firmadas por el cajero y por el custodio de la
      *> bóveda, que se aplican al inventario en el acto.
      *> TESORERIA-BOVEDA agrega el pedido de efectivo a la
      *> tesorería central ('P') y la remesa de sobrantes a la
      *> tesorería ('R'), que pasan por aprobación antes de tocar el
      *> inventario. CUADRE-BOVEDA y POSICION-CAJAS los leen.
       01 MOV-BOVEDA-REG.
          05 MBV-FOLIO     PIC 9(8).
          05 MBV-FECHA     PIC 9(8).
          05 MBV-HORA      PIC 9(6).
          05 MBV-SUCURSAL  PIC 9(3).
          05 MBV-TIPO      PIC X(1).
             88 MBV-DOTACION      VALUE 'D'.
             88 MBV-CONCENTRACION VALUE 'C'.
             88 MBV-PEDIDO        VALUE 'P'.
             88 MBV-REMESA        VALUE 'R'.
      *> Cajero que recibe o entrega (D/C), o quien captura el
      *> pedido o la remesa (P/R).
          05 MBV-OPERADOR  PIC X(8).
      *> Custodio que firma la entrega o recepción en la bóveda
      *> (D/C), o supervisor que aprueba o niega (P/R); nunca el
      *> mismo que MBV-OPERADOR.
          05 MBV-CUSTODIO  PIC X(8).
          05 MBV-BILLETES  PIC 9(5) OCCURS 6 TIMES.
          05 MBV-IMPORTE   PIC 9(9)V99.
      *> 'S' solicitado, 'A' aprobado, 'N' negado, 'E' ejecutado
      *> (ya aplicado al inventario; la dotación y la concentración
      *> nacen ejecutadas).
          05 MBV-ESTADO    PIC X(1).
             88 MBV-SOLICITADO    VALUE 'S'.
             88 MBV-APROBADO      VALUE 'A'.
             88 MBV-NEGADO        VALUE 'N'.
             88 MBV-EJECUTADO     VALUE 'E'.
      *> Fecha en que el efectivo entró o salió de la bóveda, y
      *> quién registró la recepción del pedido o el envío de la
      *> remesa.
          05 MBV-FECHA-EJEC PIC 9(8).
          05 MBV-EJECUTO   PIC X(8).
