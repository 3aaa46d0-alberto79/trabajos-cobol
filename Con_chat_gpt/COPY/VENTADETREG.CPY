      *> Detalle acumulado de todas las ventas en VENTAS_DETALLE.DAT,
      *> una por renglón y fechada, que escribe TABLA-VENTAS al
      *> registrar el día y de donde leen COMISION-VENTAS,
      *> REPORTE-METAS y REPORTE-PRODUCTOS. Desde que hay catálogo
      *> cada venta lleva el producto, la cantidad y la línea del
      *> producto al momento de venderse; los renglones anteriores
      *> al catálogo traen esos campos en blanco (no numéricos) y se
      *> tratan como venta sin producto. El folio, de
      *> VENTAS_FOLIO.CTL, identifica a la venta para su devolución
      *> en VENTAS_DEVOLUCIONES.DAT; las ventas registradas antes del
      *> folio no lo traen y no se pueden devolver por el sistema.
       01 DETALLE-REG.
          05 DET-FECHA    PIC 9(8).
          05 DET-VENDEDOR PIC 9(3).
          05 DET-IMPORTE  PIC 9(5)V99.
          05 DET-CONCEPTO PIC X(20).
          05 DET-PRODUCTO PIC 9(6).
          05 DET-CANTIDAD PIC 9(5).
          05 DET-LINEA    PIC 9(2).
          05 DET-FOLIO    PIC 9(8).
