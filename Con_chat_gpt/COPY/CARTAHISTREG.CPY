      *> Layout de CARTAS_HIST.DAT: historia de la correspondencia
      *> mandada a cada cliente, un renglón por carta emitida por
      *> CORRESPONDENCIA-CLIENTES. Se agrega, nunca se reescribe; el
      *> generador la consulta para no repetir la misma carta dentro
      *> de la ventana de reenvío.
       01 CARTA-HIST-REG.
          05 CHI-FOLIO      PIC 9(6).
          05 CHI-FECHA      PIC 9(8).
          05 CHI-CLIENTE    PIC 9(5).
          05 CHI-CUENTA     PIC 9(6).
          05 CHI-SUCURSAL   PIC 9(3).
          05 CHI-TIPO       PIC X(10).
          05 CHI-IMPORTE    PIC 9(9)V99.
          05 CHI-FECHA-DATO PIC 9(8).
          05 CHI-PROGRAMA   PIC X(15).
