      *> Layout de EMPLEADOS_DEPTOS.DAT: en qué departamento está
      *> cada empleado y desde cuándo. Igual que ASIGNACIONES.DAT,
      *> cada cambio cierra el renglón vigente (ADP-FECHA-HASTA,
      *> exclusiva) y abre otro desde la misma fecha; el vigente es
      *> el que tiene ADP-FECHA-HASTA en cero. Motivo 'A'
      *> asignación o cambio individual, 'B' traslado de toda la
      *> plantilla por baja del departamento.
       01 ASIGNACION-DEPTO-REG.
          05 ADP-EMPLEADO     PIC 9(4).
          05 ADP-DEPARTAMENTO PIC 9(3).
          05 ADP-FECHA-DESDE  PIC 9(8).
          05 ADP-FECHA-HASTA  PIC 9(8).
          05 ADP-MOTIVO       PIC X(1).
          05 ADP-USUARIO      PIC X(8).
