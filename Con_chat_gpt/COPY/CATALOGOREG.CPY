      *> Layout del catálogo de cuentas contables en
      *> CATALOGO_CONTABLE.CTL, compartido por
      *> MANTENIMIENTO-CATALOGO (que lo captura), CONTABILIDAD-GENERAL
      *> (que pasa CONTABLE.DAT al mayor) y CONCILIACION-DEPOSITOS.
      *> Lleva dos clases de renglón, como LIMITES_DIARIOS.CTL: 'C'
      *> da de alta una cuenta de mayor y 'M' liga un concepto de
      *> CONTABLE.DAT, en una moneda y sucursal, con la cuenta a la
      *> que se asienta.
       01 CATALOGO-REG.
          05 CAT-CLASE           PIC X(1).
             88 CAT-ES-CUENTA    VALUE 'C'.
             88 CAT-ES-MAPEO     VALUE 'M'.
          05 CAT-DATOS           PIC X(45).
      *> Cuenta de mayor. Naturaleza: 'A' activo, 'P' pasivo, 'K'
      *> capital, 'I' ingreso, 'G' gasto. CAT-CAPTACION 'S' marca las
      *> cuentas de pasivo que representan los saldos de clientes y
      *> que la conciliación compara contra CUENTAS.DAT.
          05 CAT-CUENTA-DATOS REDEFINES CAT-DATOS.
             10 CAT-CUENTA       PIC 9(6).
             10 CAT-NOMBRE       PIC X(30).
             10 CAT-NATURALEZA   PIC X(1).
                88 CAT-ACTIVO    VALUE 'A'.
                88 CAT-PASIVO    VALUE 'P'.
                88 CAT-CAPITAL   VALUE 'K'.
                88 CAT-INGRESO   VALUE 'I'.
                88 CAT-GASTO     VALUE 'G'.
             10 CAT-CAPTACION    PIC X(1).
             10 FILLER           PIC X(7).
      *> Regla de asiento. '***' en moneda o sucursal vale para
      *> cualquiera; gana la regla más precisa (moneda y sucursal,
      *> luego sólo moneda, luego sólo sucursal, luego ninguna).
          05 CAT-MAPEO-DATOS REDEFINES CAT-DATOS.
             10 MAP-CONCEPTO     PIC X(10).
             10 MAP-MONEDA       PIC X(3).
             10 MAP-SUCURSAL     PIC X(3).
             10 MAP-CUENTA       PIC 9(6).
             10 FILLER           PIC X(23).
