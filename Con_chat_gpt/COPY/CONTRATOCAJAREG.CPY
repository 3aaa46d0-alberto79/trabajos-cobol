      *> Layout de los contratos de renta de cajas de seguridad en
      *> CONTRATOS_CAJAS.DAT. Cada contrato liga una caja de una
      *> sucursal con el cliente que la renta (CLI-NUMERO) y con la
      *> cuenta de la que se cobra la cuota anual. Lo da de alta y
      *> lo cancela MANTENIMIENTO-CAJAS; COBRO-CAJAS-SEGURIDAD
      *> encola el cargo de la cuota en cada aniversario, resuelve
      *> la noche siguiente si se cobró o rebotó, y lleva la mora.
      *> La ventanilla de PROYECTO1 niega el acceso a la caja de un
      *> contrato en mora.
       01 CONTRATO-CAJA-REG.
          05 CCS-CONTRATO    PIC 9(6).
          05 CCS-SUCURSAL    PIC 9(3).
          05 CCS-CAJA        PIC 9(4).
          05 CCS-CLIENTE     PIC 9(5).
          05 CCS-CUENTA      PIC 9(6).
          05 CCS-CUOTA       PIC 9(5)V99.
          05 CCS-FECHA-ALTA  PIC 9(8).
      *> Próximo aniversario: la fecha en que se cobra la siguiente
      *> cuota anual; avanza un año cada vez que se carga la cuota.
          05 CCS-ANIVERSARIO PIC 9(8).
      *> 'V' vigente, 'M' en mora, 'C' cancelado, 'P' caja
      *> perforada por falta de pago.
          05 CCS-ESTADO      PIC X(1).
             88 CCS-VIGENTE   VALUE 'V'.
             88 CCS-EN-MORA   VALUE 'M'.
             88 CCS-CANCELADO VALUE 'C'.
             88 CCS-PERFORADO VALUE 'P'.
      *> Cuotas cargadas y todavía no cobradas, la fecha en que el
      *> primer cargo rebotó (cero al corriente) y la fecha del
      *> último cobro que sí se aplicó.
          05 CCS-ADEUDO      PIC 9(6)V99.
          05 CCS-FECHA-MORA  PIC 9(8).
          05 CCS-ULTIMO-COBRO PIC 9(8).
      *> 'E' cargo encolado en MOVIMIENTOS.DAT esperando el posteo,
      *> con su referencia; espacio sin cargo en tránsito.
          05 CCS-COBRO       PIC X(1).
             88 CCS-COBRO-ENCOLADO VALUE 'E'.
          05 CCS-REFERENCIA  PIC 9(8).
