      *> Layout del devengo de intereses en DEVENGOS.DAT: un renglón
      *> por contrato que devenga (cuenta de ahorro, cuenta
      *> sobregirada, plazo fijo o préstamo), con el interés devengado
      *> y todavía no pagado. DEVENGO-INTERESES lo actualiza cada
      *> noche y lo libera cuando el pago mensual o el del
      *> vencimiento ya se posteó.
       01 DEVENGO-REG.
      *> 'A' interés de ahorro, 'S' interés deudor de sobregiro,
      *> 'F' plazo fijo, 'P' préstamo. En 'A' y 'S' el contrato es
      *> la cuenta; en 'F' y 'P' el folio del plazo o del préstamo.
          05 DEV-TIPO           PIC X(1).
             88 DEV-AHORRO      VALUE 'A'.
             88 DEV-SOBREGIRO   VALUE 'S'.
             88 DEV-PLAZO       VALUE 'F'.
             88 DEV-PRESTAMO    VALUE 'P'.
          05 DEV-CONTRATO       PIC 9(6).
          05 DEV-CUENTA         PIC 9(6).
      *> Moneda y sucursal de la cuenta al abrir el devengo; las
      *> partidas del devengo y su liberación van siempre a ellas.
          05 DEV-MONEDA         PIC X(3).
          05 DEV-SUCURSAL       PIC 9(3).
      *> Devengado a cuatro decimales, y la parte ya asentada en
      *> CONTABLE.DAT (al centavo): cada noche se asienta sólo la
      *> diferencia, así el redondeo diario no se acumula.
          05 DEV-DEVENGADO      PIC 9(7)V9(4).
          05 DEV-ASENTADO       PIC 9(7)V99.
          05 DEV-TASA           PIC V999.
      *> Fecha hasta la que ya se devengó (30/360).
          05 DEV-ULTIMO-DEVENGO PIC 9(8).
          05 DEV-ULTIMA-LIBERACION PIC 9(8).
          05 DEV-ULTIMO-PAGADO  PIC 9(7)V99.
