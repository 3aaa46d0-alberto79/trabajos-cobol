      *> Pagos especiales de nómina en NOMINA_ESPECIAL.DAT: un
      *> renglón por aguinaldo, prima vacacional o finiquito que
      *> NOMINA-ESPECIAL paga, para que una corrida relanzada no
      *> pague dos veces al mismo empleado y para que el finiquito
      *> sepa si el aguinaldo del año ya se pagó.
       01 PAGO-ESPECIAL-REG.
      *> 'A' aguinaldo, 'V' prima vacacional, 'F' finiquito.
          05 PES-TIPO        PIC X(1).
          05 PES-EMPLEADO    PIC 9(4).
      *> Ejercicio del aguinaldo, año del aniversario de la prima o
      *> año de la baja.
          05 PES-ANO         PIC 9(4).
          05 PES-FECHA       PIC 9(8).
      *> Días que sirvieron de base: laborados en el año para el
      *> aguinaldo, días de vacaciones para la prima.
          05 PES-DIAS        PIC 9(3)V99.
          05 PES-BRUTO       PIC 9(7)V99.
          05 PES-EXENTO      PIC 9(7)V99.
          05 PES-IMPUESTO    PIC 9(7)V99.
      *> Deducciones del catálogo que el finiquito liquidó.
          05 PES-DEDUCCIONES PIC 9(7)V99.
          05 PES-NETO        PIC 9(7)V99.
      *> Referencia del depósito en MOVIMIENTOS.DAT; cero si el
      *> empleado no tiene cuenta con nosotros.
          05 PES-REFERENCIA  PIC 9(8).
