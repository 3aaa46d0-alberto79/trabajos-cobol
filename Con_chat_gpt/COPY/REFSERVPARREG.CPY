      *> Parámetros de VALIDA-REFERENCIA, la validación de la
      *> referencia de un pago de servicios contra el catálogo de
      *> emisores. Quien llama llena el emisor y la referencia
      *> capturada; VALIDA-REFERENCIA devuelve el resultado, y si el
      *> emisor existe, su nombre y la comisión por pago.
       01 REFERENCIA-PARAMETROS.
          05 RSP-EMISOR      PIC 9(4).
          05 RSP-REFERENCIA  PIC X(20).
          05 RSP-RESULTADO   PIC X(1).
             88 RSP-VALIDA          VALUE 'S'.
             88 RSP-EMISOR-INVALIDO VALUE 'E'.
             88 RSP-LARGO-INVALIDO  VALUE 'L'.
             88 RSP-FORMATO-INVALIDO VALUE 'F'.
             88 RSP-DIGITO-INVALIDO VALUE 'D'.
             88 RSP-SIN-CATALOGO    VALUE 'X'.
          05 RSP-NOMBRE      PIC X(30).
          05 RSP-COMISION    PIC 9(3)V99.
          05 RSP-MOTIVO      PIC X(30).
