      *> Expediente KYC que el regulador exige antes de abrir
      *> cuentas: documento de identidad (tipo, número y fecha de
      *> vencimiento), fecha de nacimiento y ocupación, más el
      *> estado de la revisión ('C' completo, 'P' pendiente, 'R'
      *> retenido para revisión de cumplimiento por coincidir con la
      *> lista de vigilancia; sólo se libera con visto bueno de
      *> supervisor). Los padrones anteriores a la dimensión traen
      *> los campos en blanco y se tratan como expediente pendiente.
          05 CLI-DOC-TIPO      PIC X(3).
          05 CLI-DOC-NUMERO    PIC X(18).
          05 CLI-DOC-VENCE     PIC 9(8).
