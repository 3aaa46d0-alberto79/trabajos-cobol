      *> por TABLA-SALARIOS, SALARIO-PROMEDIO, NOMINA y el
      *> mantenimiento de empleados. EMP-CUENTA es la cuenta bancaria
      *> del empleado en CUENTAS.DAT para el depósito de su nómina;
      *> cero si no tiene cuenta con nosotros. EMP-FECHA-INGRESO es
      *> la fecha de contratación (AAAAMMDD) de la que NOMINA-ESPECIAL
      *> saca la antigüedad para aguinaldo, vacaciones y finiquito;
      *> cero en los renglones capturados antes de que existiera.
       01 EMPLEADO-REG.
          05 EMP-NUMERO   PIC 9(4).
          05 EMP-NOMBRE   PIC X(20).
          05 EMP-SALARIO  PIC 9(5)V99.
          05 EMP-CUENTA   PIC 9(6).
          05 EMP-FECHA-INGRESO PIC 9(8).
