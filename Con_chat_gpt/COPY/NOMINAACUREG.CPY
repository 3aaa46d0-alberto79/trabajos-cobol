      *> Acumulado del año por empleado en NOMINA_ACUMULADO.DAT: un
      *> renglón por empleado y ejercicio, al que NOMINA le suma cada
      *> pago que hace. CIERRE-ANUAL lo pasa a la generación fechada
      *> NOMINA_ACUMULADO_AAAA.DAT al cerrar el ejercicio y deja el
      *> archivo vivo sin los renglones del año cerrado.
       01 NOMINA-ACUMULADO-REG.
          05 NAC-EMPLEADO   PIC 9(4).
          05 NAC-ANO        PIC 9(4).
          05 NAC-PAGOS      PIC 9(3).
          05 NAC-BRUTO      PIC 9(9)V99.
          05 NAC-IMPUESTO   PIC 9(9)V99.
          05 NAC-SEGURO     PIC 9(9)V99.
      *> Deducciones del catálogo (pensiones, caja de ahorro, etc.).
          05 NAC-OTRAS      PIC 9(9)V99.
          05 NAC-NETO       PIC 9(9)V99.
