      *> Layout de la bitácora de coincidencias en
      *> LISTAS_COINCIDENCIAS.DAT: CRIBA-LISTAS agrega un renglón
      *> cada vez que un cliente coincide con una persona de la lista
      *> de vigilancia, sea en la captura o en la criba nocturna del
      *> padrón, y el cliente queda retenido para revisión de
      *> cumplimiento (CLI-KYC-ESTADO 'R').
       01 COINCIDENCIA-REG.
          05 COI-FECHA      PIC 9(8).
          05 COI-CLIENTE    PIC 9(5).
      *> Programa donde se cribó al cliente.
          05 COI-ORIGEN     PIC X(15).
          05 COI-LISTA      PIC X(3).
          05 COI-CLAVE      PIC 9(6).
      *> 'D' mismo número de documento, 'S' nombre semejante.
          05 COI-TIPO       PIC X(1).
          05 COI-PUNTAJE    PIC 9(3).
          05 COI-VERSION    PIC 9(4).
          05 COI-NOMBRE     PIC X(20).
          05 COI-APELLIDO1  PIC X(15).
          05 COI-APELLIDO2  PIC X(15).
