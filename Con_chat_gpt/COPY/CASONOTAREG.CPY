      *> Layout de CASOS_NOTAS.DAT: bitácora de cada caso de
      *> cumplimiento, quién hizo qué y cuándo. Se agrega, nunca se
      *> reescribe.
       01 CASO-NOTA-REG.
          05 NOT-CASO      PIC 9(6).
          05 NOT-FECHA     PIC 9(8).
          05 NOT-HORA      PIC 9(6).
          05 NOT-OPERADOR  PIC X(8).
      *> 'L' alta del caso, 'A' asignación, 'N' nota, 'E'
      *> escalamiento, 'D' cierre descartado, 'R' cierre reportable.
          05 NOT-ACCION    PIC X(1).
          05 NOT-TEXTO     PIC X(60).
