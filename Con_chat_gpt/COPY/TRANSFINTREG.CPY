      *> Layout de la orden de transferencia interbancaria en
      *> TRANSF_ORDENES.DAT, compartido por PROYECTO1 (que la captura
      *> en ventanilla) y TRANSFERENCIAS-INTERBANCARIAS (que la envía
      *> y procesa sus devoluciones). La orden viaja ligada por
      *> OTI-REFERENCIA al movimiento 'I' que PROYECTO1 encola en
      *> MOVIMIENTOS.DAT: BATCH-BANCO debita la cuenta con ese
      *> movimiento y la orden carga los datos del beneficiario que
      *> MOV-REG no tiene dónde llevar.
       01 ORDEN-TRANSF-REG.
          05 OTI-REFERENCIA    PIC 9(8).
          05 OTI-CUENTA        PIC 9(6).
          05 OTI-IMPORTE       PIC 9(7)V99.
      *> Banco beneficiario (clave de tres dígitos del sistema de
      *> pagos) y su CLABE de 18 dígitos; las tres primeras
      *> posiciones de la CLABE son la misma clave de banco.
          05 OTI-BANCO         PIC 9(3).
          05 OTI-CLABE         PIC X(18).
          05 OTI-BENEFICIARIO  PIC X(30).
          05 OTI-FECHA         PIC 9(8).
          05 OTI-SUCURSAL      PIC 9(3).
          05 OTI-OPERADOR      PIC X(8).
      *> 'C' capturada (esperando a BATCH-BANCO), 'E' enviada al
      *> sistema de pagos, 'R' rechazada al postear (el cargo nunca
      *> se aplicó), 'D' devuelta por el banco destino (el cargo se
      *> extornó a la cuenta del cliente).
          05 OTI-ESTADO        PIC X(1).
             88 ORDEN-CAPTURADA VALUE 'C'.
             88 ORDEN-ENVIADA   VALUE 'E'.
             88 ORDEN-RECHAZADA VALUE 'R'.
             88 ORDEN-DEVUELTA  VALUE 'D'.
      *> Fecha del archivo de salida que llevó la orden, y motivo de
      *> rechazo o devolución.
          05 OTI-FECHA-ENVIO   PIC 9(8).
          05 OTI-MOTIVO        PIC X(20).
