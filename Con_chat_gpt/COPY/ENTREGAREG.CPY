      *> Renglón de control de un archivo que un paso nocturno le
      *> entrega a otro (CONTROL_ENTREGAS.CTL), mantenido por
      *> CONTROL-ENTREGAS. Lleva lo que el productor dijo haber
      *> grabado (conteo de registros, suma de importes y suma de
      *> referencias como hash) y lo que el último consumidor halló
      *> al verificarlo. Un renglón por corrida del productor y
      *> bloque de referencias cuando cada corrida agrega su propio
      *> rango (MOVIMIENTOS.DAT), o uno solo por archivo cuando el
      *> renglón describe el archivo completo.
       01 ENTREGA-REG.
          05 ENT-ARCHIVO        PIC X(30).
          05 ENT-PRODUCTOR      PIC X(30).
          05 ENT-TIPO           PIC X(1).
             88 ENT-POR-CORRIDA      VALUE 'C'.
             88 ENT-ARCHIVO-COMPLETO VALUE 'T'.
      *> 'A' mientras el productor graba; si el consumidor lo halla
      *> así, el productor murió a medio archivo y queda 'I'.
          05 ENT-ESTADO         PIC X(1).
             88 ENT-EN-ESCRITURA VALUE 'A'.
             88 ENT-CUADRADA     VALUE 'C'.
             88 ENT-DESCUADRADA  VALUE 'D'.
             88 ENT-INCOMPLETA   VALUE 'I'.
          05 ENT-FECHA          PIC 9(8).
          05 ENT-HORA           PIC 9(6).
      *> Rango de referencias que cubre el renglón; el archivo
      *> completo va de cero a 99999999.
          05 ENT-REF-DESDE      PIC 9(8).
          05 ENT-REF-HASTA      PIC 9(8).
          05 ENT-REGISTROS      PIC 9(9).
          05 ENT-IMPORTE        PIC 9(13)V99.
          05 ENT-HASH           PIC 9(18).
          05 ENT-HAL-REGISTROS  PIC 9(9).
          05 ENT-HAL-IMPORTE    PIC 9(13)V99.
          05 ENT-HAL-HASH       PIC 9(18).
          05 ENT-CONSUMIDOR     PIC X(30).
