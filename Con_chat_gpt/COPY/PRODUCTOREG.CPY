      *> Layout de PRODUCTOS.DAT, el catálogo de productos que se
      *> venden: código, descripción, línea de producto (la que fija
      *> la tasa de comisión en COMISION_LINEAS.CTL), precio de
      *> lista, existencia en almacén, punto de reorden y cantidad
      *> que se acostumbra pedir al proveedor, estado ('A' activo,
      *> 'B' baja) y fecha de alta. TABLA-VENTAS valida contra él
      *> cada venta capturada y le descuenta la existencia; un
      *> producto dado de baja se conserva por el detalle histórico,
      *> pero ya no se vende.
       01 PRODUCTO-REG.
          05 PRD-CODIGO           PIC 9(6).
          05 PRD-DESCRIPCION      PIC X(30).
          05 PRD-LINEA            PIC 9(2).
          05 PRD-PRECIO           PIC 9(5)V99.
          05 PRD-EXISTENCIA       PIC 9(7).
          05 PRD-PUNTO-REORDEN    PIC 9(7).
          05 PRD-CANTIDAD-REORDEN PIC 9(7).
          05 PRD-ESTADO           PIC X(1).
          05 PRD-FECHA-ALTA       PIC 9(8).
