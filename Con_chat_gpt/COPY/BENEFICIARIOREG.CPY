      *> Layout de BENEFICIARIOS.DAT: un renglón por beneficiario
      *> designado sobre una cuenta, capturado por PROYECTO1 al abrir
      *> la cuenta y mantenido después en MANTENIMIENTO-CLIENTES. Los
      *> porcentajes de una misma cuenta suman 100. SUCESION-CLIENTES
      *> reparte con ellos el remanente de la cuenta cuando el
      *> titular fallece.
       01 BENEFICIARIO-REG.
          05 BEN-CUENTA         PIC 9(6).
          05 BEN-NOMBRE         PIC X(40).
          05 BEN-PARENTESCO     PIC X(12).
      *> Cuenta del banco donde se le abona su parte al beneficiario.
          05 BEN-CUENTA-PAGO    PIC 9(6).
          05 BEN-PORCENTAJE     PIC 9(3)V99.
          05 BEN-FECHA-ALTA     PIC 9(8).
          05 BEN-OPERADOR       PIC X(8).
