      *> Layout del registro de pagos de servicios en
      *> PAGOS_SERVICIOS.DAT. Lo graban PROYECTO1 (pago en
      *> ventanilla, en efectivo o con cargo a la cuenta del
      *> cliente) y GENERADOR-PAGOS (pagos domiciliados de
      *> PAGOS_PROGRAMADOS.DAT), y lo cierra LIQUIDACION-SERVICIOS,
      *> que arma cada noche el archivo de pago de cada emisor.
      *> PSV-REFERENCIA es el folio del pago, del rango 74xxxxxx de
      *> SERVICIOS_REF.CTL; cuando el pago es con cargo a cuenta es
      *> también la referencia del cargo '-' encolado en
      *> MOVIMIENTOS.DAT por el importe más la comisión.
       01 PAGO-SERVICIO-REG.
          05 PSV-REFERENCIA   PIC 9(8).
          05 PSV-FECHA        PIC 9(8).
          05 PSV-EMISOR       PIC 9(4).
          05 PSV-REF-SERVICIO PIC X(20).
          05 PSV-IMPORTE      PIC 9(7)V99.
          05 PSV-COMISION     PIC 9(3)V99.
      *> 'E' efectivo en ventanilla, 'C' cargo a cuenta en
      *> ventanilla, 'D' domiciliado.
          05 PSV-ORIGEN       PIC X(1).
             88 PSV-EN-EFECTIVO   VALUE 'E'.
             88 PSV-CON-CARGO     VALUE 'C'.
             88 PSV-DOMICILIADO   VALUE 'D'.
      *> Cuenta cargada; cero en los pagos en efectivo.
          05 PSV-CUENTA       PIC 9(6).
          05 PSV-SUCURSAL     PIC 9(3).
          05 PSV-OPERADOR     PIC X(8).
      *> 'C' capturado (el de efectivo ya cobrado, el de cargo
      *> esperando a BATCH-BANCO), 'L' liquidado al emisor, 'R'
      *> rechazado porque el cargo rebotó al postear.
          05 PSV-ESTADO       PIC X(1).
             88 PSV-CAPTURADO     VALUE 'C'.
             88 PSV-LIQUIDADO     VALUE 'L'.
             88 PSV-RECHAZADO     VALUE 'R'.
      *> Fecha del archivo de pago que lo llevó al emisor, y motivo
      *> del rechazo.
          05 PSV-FECHA-LIQ    PIC 9(8).
          05 PSV-MOTIVO       PIC X(20).
