      *> Layout de CLIENTES_NO_DUPLICADOS.DAT: parejas de clientes
      *> que DUPLICADOS-CLIENTES señaló como posible duplicado y que
      *> un supervisor revisó en MANTENIMIENTO-CLIENTES y descartó
      *> (dos personas distintas que comparten teléfono, homónimos
      *> nacidos el mismo día). El número menor va en NDP-CLIENTE-A;
      *> la pareja ya no vuelve a salir en la lista de revisión.
       01 NO-DUPLICADO-REG.
          05 NDP-CLIENTE-A PIC 9(5).
          05 NDP-CLIENTE-B PIC 9(5).
          05 NDP-FECHA     PIC 9(8).
          05 NDP-AUTORIZO  PIC X(8).
