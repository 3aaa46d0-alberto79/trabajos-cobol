      *> Asistencia del periodo por empleado en NOMINA_ASISTENCIA.DAT:
      *> un renglón por empleado y día de pago, que recursos humanos
      *> captura en MANTENIMIENTO-ASISTENCIA antes de la corrida.
      *> NOMINA calcula con él el bruto del empleado (CALCULO-
      *> ASISTENCIA) y PRENOMINA-ASISTENCIA lo revisa antes del pago.
      *> Los renglones de periodos ya pagados se quedan como historia.
       01 ASISTENCIA-REG.
      *> Día de pago del periodo, AAAAMMDD.
          05 ASI-PERIODO          PIC 9(8).
          05 ASI-EMPLEADO         PIC 9(4).
      *> Horas ordinarias trabajadas en el periodo.
          05 ASI-HORAS-TRABAJADAS PIC 9(3)V9.
      *> Tiempo extra por tipo: el que se paga doble y el que pasa
      *> del límite semanal y se paga triple.
          05 ASI-HORAS-DOBLES     PIC 9(3)V9.
          05 ASI-HORAS-TRIPLES    PIC 9(3)V9.
      *> Horas trabajadas en turno nocturno (llevan prima) y en día
      *> festivo o de descanso obligatorio (se pagan aparte).
          05 ASI-HORAS-NOCTURNAS  PIC 9(3)V9.
          05 ASI-HORAS-FESTIVO    PIC 9(3)V9.
      *> Días de falta sin goce de sueldo y días de incapacidad.
          05 ASI-FALTAS           PIC 9(2).
          05 ASI-INCAPACIDAD      PIC 9(2).
