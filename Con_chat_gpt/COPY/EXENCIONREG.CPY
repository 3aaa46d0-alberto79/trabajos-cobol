      *> Layout de las cuentas exentas de comisiones por operación en
      *> EXENCIONES_COMISION.DAT: las marca y las desmarca
      *> MANTENIMIENTO-COMISIONES con visto bueno de supervisor, y
      *> TARIFA-OPERACION no le cobra ninguna comisión por operación
      *> a una cuenta marcada. No toca la comisión mensual por
      *> manejo de cuenta.
       01 EXENCION-REG.
          05 EXC-CUENTA    PIC 9(6).
          05 EXC-MOTIVO    PIC X(30).
          05 EXC-FECHA     PIC 9(8).
          05 EXC-AUTORIZO  PIC X(8).
