      *> Layout de CASOS_OPERACIONES.DAT: las operaciones de
      *> AUDITORIA.LOG que sustentan cada caso de cumplimiento, una
      *> por renglón, copiadas al abrir el caso para que el caso no
      *> dependa de que la bitácora siga sin rotar.
       01 CASO-OPERACION-REG.
          05 OPC-CASO       PIC 9(6).
          05 OPC-SECUENCIA  PIC 9(8).
          05 OPC-FECHA      PIC 9(8).
          05 OPC-HORA       PIC 9(6).
          05 OPC-PROGRAMA   PIC X(15).
          05 OPC-OPERADOR   PIC X(8).
          05 OPC-CUENTA     PIC 9(6).
          05 OPC-OPERACION  PIC X(1).
          05 OPC-IMPORTE    PIC 9(7)V99.
