      *> Parámetros de CRIBA-LISTAS, el cotejo de un cliente contra
      *> la lista de vigilancia. Quien llama llena los datos del
      *> cliente (número en cero si todavía no tiene) y el programa
      *> de origen; CRIBA-LISTAS devuelve el resultado y, si hubo
      *> coincidencia, la persona de la lista que más se parece.
       01 CRIBA-PARAMETROS.
          05 CRB-CLIENTE     PIC 9(5).
          05 CRB-ORIGEN      PIC X(15).
          05 CRB-NOMBRE      PIC X(20).
          05 CRB-APELLIDO1   PIC X(15).
          05 CRB-APELLIDO2   PIC X(15).
          05 CRB-DOC-TIPO    PIC X(3).
          05 CRB-DOC-NUMERO  PIC X(18).
          05 CRB-RESULTADO   PIC X(1).
             88 CRB-SIN-COINCIDENCIA  VALUE 'N'.
             88 CRB-COINCIDE-DOCUMENTO VALUE 'D'.
             88 CRB-COINCIDE-NOMBRE   VALUE 'S'.
             88 CRB-SIN-LISTA         VALUE 'X'.
          05 CRB-LISTA       PIC X(3).
          05 CRB-CLAVE       PIC 9(6).
          05 CRB-PUNTAJE     PIC 9(3).
          05 CRB-VERSION     PIC 9(4).
