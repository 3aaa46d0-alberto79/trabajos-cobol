      *> Layout de ASIGNACIONES.DAT: qué ejecutivo atiende a cada
      *> cliente y desde cuándo. Cada cambio cierra el renglón
      *> vigente (ASG-FECHA-HASTA, exclusiva) y abre otro desde la
      *> misma fecha, así que la historia completa de quién llevó al
      *> cliente queda en el archivo; el renglón vigente es el que
      *> tiene ASG-FECHA-HASTA en cero. Motivo 'A' asignación o
      *> cambio individual, 'B' reasignación de la cartera completa
      *> por baja del ejecutivo.
       01 ASIGNACION-REG.
          05 ASG-CLIENTE      PIC 9(5).
          05 ASG-EJECUTIVO    PIC 9(4).
          05 ASG-FECHA-DESDE  PIC 9(8).
          05 ASG-FECHA-HASTA  PIC 9(8).
          05 ASG-MOTIVO       PIC X(1).
          05 ASG-USUARIO      PIC X(8).
