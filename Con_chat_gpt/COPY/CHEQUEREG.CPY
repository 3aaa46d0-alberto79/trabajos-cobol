      *> Layout de CHEQUES.DAT en su formato INDEXED con llave
      *> CHQ-LLAVE (cuenta y numero de cheque), compartido por
      *> MANTENIMIENTO-CHEQUES, PROYECTO1, BATCH-BANCO y los
      *> reportes, para que el pago o la reapertura de un cheque se
      *> lea y se regrabe por llave en vez de reescribir el archivo.
       01 CHEQUE-REG.
          05 CHQ-LLAVE.
             10 CHQ-CUENTA PIC 9(6).
             10 CHQ-NUMERO PIC 9(6).
      *> 'P' en circulacion, 'C' pagado, 'S' suspendido.
          05 CHQ-ESTADO PIC X(1).
