      *> Layout de la bitácora de comisiones por operación en
      *> COMISIONES_OPERACION.DAT, indexada por la referencia de la
      *> operación que disparó la comisión (la de la propia
      *> comisión cuando la operación no lleva referencia). La
      *> escribe TARIFA-OPERACION al cobrar, encolar, dar por
      *> cargada o devolver cada comisión; la lee
      *> REPORTE-COMISIONES-OPERACION para el ingreso por sucursal.
       01 COMISION-OP-REG.
          05 CMO-REF-ORIGEN   PIC 9(8).
      *> Referencia de la comisión, del rango 71xxxxxx; cero en un
      *> uso libre dentro de la franquicia del mes.
          05 CMO-REFERENCIA   PIC 9(8).
          05 CMO-CUENTA       PIC 9(6).
          05 CMO-SUCURSAL     PIC 9(3).
          05 CMO-EVENTO       PIC X(1).
          05 CMO-TIPO-CUENTA  PIC X(1).
          05 CMO-IMPORTE      PIC 9(3)V99.
          05 CMO-FECHA        PIC 9(8).
      *> 'C' cobrada, 'E' encolada en espera del posteo, 'L' uso
      *> libre sin cargo, 'R' devuelta por extorno o anulación.
          05 CMO-ESTADO       PIC X(1).
             88 CMO-COBRADA  VALUE 'C'.
             88 CMO-ENCOLADA VALUE 'E'.
             88 CMO-USO-LIBRE VALUE 'L'.
             88 CMO-DEVUELTA VALUE 'R'.
          05 CMO-FECHA-REVERSO PIC 9(8).
          05 CMO-REF-REVERSO  PIC 9(8).
