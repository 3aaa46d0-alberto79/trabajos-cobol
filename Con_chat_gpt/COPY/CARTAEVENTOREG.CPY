      *> Layout de CARTAS_EVENTOS.DAT: cola de eventos que piden
      *> carta al cliente. La alimentan REPORTE-KYC (documento
      *> vencido o por vencer), INACTIVIDAD-CUENTAS (aviso previo de
      *> cuenta por dormirse), COBRANZA-SOBREGIROS (cuenta en
      *> sobregiro), VENCIMIENTO-PLAZOS (plazo fijo vencido) y
      *> COBRANZA-PRESTAMOS (cuota rechazada); CORRESPONDENCIA-
      *> CLIENTES la vacía cada noche contra la plantilla del tipo
      *> (CARTA_<tipo>.TXT). Se agrega, y sólo el generador la
      *> reescribe con el estado que le tocó a cada evento.
       01 CARTA-EVENTO-REG.
          05 CEV-FECHA      PIC 9(8).
      *> "KYC", "INACTIVA", "COBRANZA", "PLAZO" o "PRESTAMO"; da el
      *> nombre de la plantilla.
          05 CEV-TIPO       PIC X(10).
      *> Cero cuando el productor sólo conoce la cuenta; el
      *> generador lo toma de CUENTA-CLIENTE.
          05 CEV-CLIENTE    PIC 9(5).
          05 CEV-CUENTA     PIC 9(6).
      *> Importe y fecha que la plantilla cita como <IMPORTE> y
      *> <FECHA>: vencimiento del documento, último movimiento,
      *> primer día en sobregiro, vencimiento del plazo o de la
      *> cuota, según el tipo.
          05 CEV-IMPORTE    PIC 9(9)V99.
          05 CEV-FECHA-DATO PIC 9(8).
          05 CEV-PROGRAMA   PIC X(15).
      *> 'P' pendiente, 'G' carta generada, 'O' omitida (ya se le
      *> mandó la misma carta hace poco, titular fallecido o sin
      *> domicilio).
          05 CEV-ESTADO     PIC X(1).
             88 CEV-PENDIENTE VALUE 'P'.
          05 CEV-FOLIO      PIC 9(6).
