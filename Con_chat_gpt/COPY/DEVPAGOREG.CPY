      *> Layout del aviso de interés pagado en DEVENGO_PAGOS.DAT: lo
      *> agregan INTERES-MENSUAL, INTERES-SOBREGIRO,
      *> VENCIMIENTO-PLAZOS y COBRANZA-PRESTAMOS por cada interés que
      *> pagan o cobran, y DEVENGO-INTERESES lo consume para liberar
      *> el devengo del contrato cuando el movimiento ya se posteó.
       01 DEVENGO-PAGO-REG.
      *> Mismos tipos de contrato que DEV-TIPO en DEVENGOREG.
          05 DPG-TIPO        PIC X(1).
          05 DPG-CONTRATO    PIC 9(6).
          05 DPG-FECHA       PIC 9(8).
      *> Referencia del movimiento que paga el interés; cero cuando
      *> no hay movimiento (plazo que capitaliza el interés) y el
      *> devengo se libera sin esperar al posteo.
          05 DPG-REFERENCIA  PIC 9(8).
          05 DPG-INTERES     PIC 9(7)V99.
