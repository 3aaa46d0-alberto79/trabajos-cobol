      *> Layout de RETENCIONES.DAT en su formato INDEXED, compartido
      *> por todos los programas que consultan o mueven el padron de
      *> retenciones. Una cuenta puede cargar varias retenciones (la
      *> orden legal y las de cheques certificados o en camara), asi
      *> que la llave es la cuenta mas el motivo: las retenciones de
      *> una cuenta quedan juntas y BATCH-BANCO las lee por llave con
      *> START en vez de cargar el padron completo.
       01 RETENCION-REG.
          05 RET-LLAVE.
             10 RET-CUENTA  PIC 9(6).
      *> Texto de la orden legal, o "CERT CHQ " / "CAM CHQ " mas el
      *> numero de cheque o la referencia que la origino.
             10 RET-MOTIVO  PIC X(20).
          05 RET-IMPORTE PIC 9(6)V99.
      *> 'S' bloqueo total de cargos; el importe viene en cero.
          05 RET-BLOQUEO PIC X(1).
          05 RET-FECHA   PIC 9(8).
