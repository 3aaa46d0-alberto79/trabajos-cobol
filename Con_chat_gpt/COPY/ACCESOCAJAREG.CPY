      *> Layout de la bitácora de accesos a cajas de seguridad en
      *> ACCESOS_CAJAS.DAT: la ventanilla de PROYECTO1 agrega un
      *> renglón por cada solicitud de acceso, se haya permitido o
      *> negado, con el cliente que se presentó y el cajero que lo
      *> atendió. Sólo se agrega.
       01 ACCESO-CAJA-REG.
          05 ACS-FECHA     PIC 9(8).
          05 ACS-HORA      PIC 9(6).
          05 ACS-SUCURSAL  PIC 9(3).
          05 ACS-CAJA      PIC 9(4).
          05 ACS-CONTRATO  PIC 9(6).
          05 ACS-CLIENTE   PIC 9(5).
      *> 'T' titular del contrato, o el rol que el cliente tiene en
      *> FIRMANTES.DAT sobre la cuenta del contrato ('C' cotitular,
      *> 'F' firmante autorizado); espacio si no está autorizado.
          05 ACS-ROL       PIC X(1).
          05 ACS-OPERADOR  PIC X(8).
      *> 'P' permitido, 'N' negado.
          05 ACS-RESULTADO PIC X(1).
             88 ACS-PERMITIDO VALUE 'P'.
          05 ACS-MOTIVO    PIC X(30).
