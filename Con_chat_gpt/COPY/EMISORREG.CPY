      *> Layout del catálogo de emisores de servicios (luz, agua,
      *> teléfono, gas...) en EMISORES_SERVICIO.CTL, mantenido por
      *> MANTENIMIENTO-EMISORES. Lo leen VALIDA-REFERENCIA, que
      *> valida la referencia de pago de cada emisor antes de cobrar,
      *> y LIQUIDACION-SERVICIOS, que arma el archivo de pago de
      *> cada emisor.
       01 EMISOR-REG.
          05 EMI-CODIGO      PIC 9(4).
          05 EMI-NOMBRE      PIC X(30).
      *> Largo exacto de la referencia que imprime el emisor en su
      *> recibo, y si sólo lleva cifras ('N') o también letras
      *> ('A').
          05 EMI-LONGITUD    PIC 9(2).
          05 EMI-FORMATO     PIC X(1).
             88 EMI-NUMERICA     VALUE 'N'.
             88 EMI-ALFANUMERICA VALUE 'A'.
      *> Regla del dígito verificador, que es la última posición de
      *> la referencia: 'N' sin dígito, 'L' módulo 10 (Luhn), 'O'
      *> módulo 11 con pesos 2 a 7 desde la derecha. Las reglas con
      *> dígito sólo aplican a referencias numéricas.
          05 EMI-DIGITO      PIC X(1).
             88 EMI-SIN-DIGITO   VALUE 'N'.
             88 EMI-MODULO-10    VALUE 'L'.
             88 EMI-MODULO-11    VALUE 'O'.
      *> Comisión fija que cobramos al cliente por cada pago, aparte
      *> del importe que se le paga al emisor.
          05 EMI-COMISION    PIC 9(3)V99.
          05 EMI-ACTIVO      PIC X(1).
             88 EMI-ES-ACTIVO    VALUE 'S'.
