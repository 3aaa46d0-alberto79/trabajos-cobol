      *> Layout de FONDOS_NO_RECLAMADOS.DAT: el registro permanente
      *> de cada cuenta cuyo saldo FONDOS-NO-RECLAMADOS traspasó a la
      *> cuenta concentradora para remitirlo a la Beneficencia, con
      *> la identidad del titular tal como estaba al traspasar. Queda
      *> en 'T' (traspasada) hasta que el cliente se presenta y
      *> MANTENIMIENTO-NO-RECLAMADOS le devuelve el importe ('R').
       01 NO-RECLAMADO-REG.
          05 NRC-CUENTA          PIC 9(6).
          05 NRC-NOMBRE-CUENTA   PIC X(20).
          05 NRC-CLIENTE         PIC 9(5).
          05 NRC-NOMBRE          PIC X(20).
          05 NRC-APELLIDO1       PIC X(15).
          05 NRC-APELLIDO2       PIC X(15).
          05 NRC-DOC-TIPO        PIC X(3).
          05 NRC-DOC-NUMERO      PIC X(18).
          05 NRC-FECHA-NAC       PIC 9(8).
          05 NRC-MONEDA          PIC X(3).
          05 NRC-IMPORTE         PIC 9(7)V99.
          05 NRC-ULTIMO-MOVTO    PIC 9(8).
          05 NRC-FECHA-TRASPASO  PIC 9(8).
          05 NRC-CONCENTRADORA   PIC 9(6).
          05 NRC-REFERENCIA      PIC 9(8).
          05 NRC-ESTADO          PIC X(1).
      *> Devolución al cliente: fecha, cuenta donde se le abonó,
      *> referencia del traspaso de regreso y supervisor que autorizó.
          05 NRC-FECHA-RECLAMO   PIC 9(8).
          05 NRC-CUENTA-RECLAMO  PIC 9(6).
          05 NRC-REF-RECLAMO     PIC 9(8).
          05 NRC-AUTORIZO        PIC X(8).
