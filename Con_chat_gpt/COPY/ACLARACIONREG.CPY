      *> Layout de ACLARACIONES.DAT: una aclaración por cargo que el
      *> cliente desconoce, registrada en MANTENIMIENTO-ACLARACIONES
      *> contra la referencia del movimiento original en
      *> MOVIMIENTOS_HIST.DAT. ABONO-ACLARACIONES le da el abono
      *> provisional al cumplirse el plazo en días hábiles y
      *> REPORTE-ACLARACIONES vigila el plazo de respuesta.
       01 ACLARACION-REG.
          05 ACL-FOLIO          PIC 9(6).
          05 ACL-CUENTA         PIC 9(6).
      *> Movimiento que se desconoce, tal como quedó en el histórico.
          05 ACL-REFERENCIA     PIC 9(8).
          05 ACL-OPERACION      PIC X(1).
          05 ACL-FECHA-MOV      PIC 9(8).
          05 ACL-IMPORTE        PIC 9(7)V99.
          05 ACL-MOTIVO         PIC X(30).
          05 ACL-FECHA-ALTA     PIC 9(8).
          05 ACL-OPERADOR       PIC X(8).
      *> Día hábil en que toca el abono provisional y día hábil
      *> límite para dar respuesta al cliente, ambos calculados al
      *> registrar con los plazos de ACLARACIONES.CTL.
          05 ACL-FECHA-PROVISIONAL PIC 9(8).
          05 ACL-FECHA-LIMITE   PIC 9(8).
      *> 'A' abierta sin abono, 'P' abierta con abono provisional,
      *> 'F' resuelta a favor del cliente (el abono queda firme),
      *> 'C' resuelta en contra (el abono provisional, si lo hubo,
      *> se extorna).
          05 ACL-ESTADO         PIC X(1).
      *> Referencia del abono (provisional o definitivo) y del
      *> extorno que lo revirtió; cero mientras no existan.
          05 ACL-REF-ABONO      PIC 9(8).
          05 ACL-FECHA-ABONO    PIC 9(8).
          05 ACL-REF-EXTORNO    PIC 9(8).
          05 ACL-FECHA-RESOLUCION PIC 9(8).
          05 ACL-RESOLVIO       PIC X(8).
