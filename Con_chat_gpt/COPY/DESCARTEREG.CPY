      *> Layout de LISTAS_DESCARTES.DAT: parejas cliente/persona de
      *> la lista de vigilancia que cumplimiento revisó y descartó
      *> como homónimo al liberar a un cliente retenido, con el
      *> supervisor que lo autorizó. CRIBA-LISTAS ya no vuelve a
      *> contar esa persona para ese cliente.
       01 DESCARTE-REG.
          05 DSC-CLIENTE   PIC 9(5).
          05 DSC-LISTA     PIC X(3).
          05 DSC-CLAVE     PIC 9(6).
          05 DSC-FECHA     PIC 9(8).
          05 DSC-AUTORIZO  PIC X(8).
