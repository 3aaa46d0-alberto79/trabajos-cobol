      *> Efecto de un movimiento sobre el saldo de una cuenta, tal
      *> como lo aplicó BATCH-BANCO (POSTEOS_DIA.DAT): un renglón
      *> por cuenta tocada (una transferencia o un cambio de moneda
      *> dejan dos, el cargo y el abono; el extorno de una
      *> transferencia deja también los dos), con el saldo en que
      *> quedó la cuenta después de aplicarlo. El primer corte del
      *> día reescribe el archivo y los cortes intradía agregan a él,
      *> así que en la noche lleva el día completo en el orden en que
      *> se posteó. Lo consume SALDOS-CANAL.
       01 POSTEO-DIA-REG.
          05 PDI-FECHA      PIC 9(8).
          05 PDI-CORTE      PIC 9(2).
      *> Orden de aplicación dentro del corte.
          05 PDI-SECUENCIA  PIC 9(6).
          05 PDI-REFERENCIA PIC 9(8).
          05 PDI-CUENTA     PIC 9(6).
          05 PDI-OPERACION  PIC X(1).
          05 PDI-EFECTO     PIC S9(7)V99.
          05 PDI-SALDO      PIC S9(6)V99.
