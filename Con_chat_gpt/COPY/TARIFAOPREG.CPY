      *> Layout del tarifario de comisiones por operación en
      *> TARIFAS_OPERACION.CTL, mantenido por MANTENIMIENTO-COMISIONES
      *> y leído por TARIFA-OPERACION en cada llamada. Un renglón por
      *> evento y TIPO-CUENTA; el tipo '*' vale para cualquier tipo
      *> que no tenga renglón propio.
       01 TARIFA-OP-REG.
      *> Mismos códigos de evento que TFP-EVENTO en TARIFAPARREG.
          05 TOP-EVENTO       PIC X(1).
          05 TOP-TIPO-CUENTA  PIC X(1).
          05 TOP-IMPORTE      PIC 9(3)V99.
      *> Operaciones del evento sin cargo cada mes calendario; la
      *> comisión se cobra a partir de la siguiente.
          05 TOP-LIBRES       PIC 9(3).
