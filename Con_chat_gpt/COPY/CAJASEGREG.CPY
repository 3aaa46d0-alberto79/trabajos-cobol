      *> Layout del inventario de cajas de seguridad en
      *> CAJAS_SEGURIDAD.DAT: un renglón por caja de cada sucursal,
      *> con su tamaño, la cuota anual que se cobra por rentarla y
      *> su estado. Lo mantiene MANTENIMIENTO-CAJAS (alta de cajas,
      *> contratos, cancelaciones y perforaciones); la ventanilla de
      *> PROYECTO1 lo consulta al dar acceso y COBRO-CAJAS-SEGURIDAD
      *> lo lee para el reporte de cajas libres. Se reescribe
      *> completo en cada cambio.
       01 CAJA-SEGURIDAD-REG.
          05 CSG-SUCURSAL  PIC 9(3).
          05 CSG-NUMERO    PIC 9(4).
          05 CSG-TAMANO    PIC X(1).
             88 CSG-CHICA   VALUE 'C'.
             88 CSG-MEDIANA VALUE 'M'.
             88 CSG-GRANDE  VALUE 'G'.
          05 CSG-CUOTA     PIC 9(5)V99.
      *> 'L' libre, 'R' rentada, 'F' fuera de servicio (perforada y
      *> en espera de cerradura nueva, o dada de baja).
          05 CSG-ESTADO    PIC X(1).
             88 CSG-LIBRE          VALUE 'L'.
             88 CSG-RENTADA        VALUE 'R'.
             88 CSG-FUERA-SERVICIO VALUE 'F'.
      *> Contrato vigente de la caja rentada; cero si está libre.
          05 CSG-CONTRATO  PIC 9(6).
