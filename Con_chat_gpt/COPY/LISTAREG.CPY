      *> Layout de la lista de vigilancia en LISTAS_VIGILANCIA.DAT:
      *> las personas de las listas oficiales de sancionados y de
      *> personas políticamente expuestas que cumplimiento carga con
      *> CARGA-LISTAS. CRIBA-LISTAS coteja contra ella a cada
      *> cliente que se captura y CRIBA-PADRON al padrón completo
      *> cada vez que entra una versión nueva.
       01 LISTA-REG.
      *> Lista de origen: 'SAN' sancionados, 'PEP' persona
      *> políticamente expuesta; la clave es la de la persona en la
      *> lista oficial.
          05 LIS-LISTA       PIC X(3).
          05 LIS-CLAVE       PIC 9(6).
          05 LIS-NOMBRE      PIC X(20).
          05 LIS-APELLIDO1   PIC X(15).
          05 LIS-APELLIDO2   PIC X(15).
      *> Documento de identidad cuando la lista lo publica; en
      *> blanco si sólo trae el nombre.
          05 LIS-DOC-TIPO    PIC X(3).
          05 LIS-DOC-NUMERO  PIC X(18).
