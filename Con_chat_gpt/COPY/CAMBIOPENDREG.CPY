      *> Layout de CAMBIOS_PENDIENTES.DAT, la cola de doble control
      *> sobre los maestros sensibles. MANTENIMIENTO-TASAS,
      *> MANTENIMIENTO-CUENTAS, MANTENIMIENTO-MONEDAS,
      *> MANTENIMIENTO-RETENCIONES y MANTENIMIENTO-SUCURSALES ya no
      *> tocan su maestro: cada alta, cambio o baja queda aquí como
      *> solicitud pendiente con la imagen del registro antes y
      *> después del cambio y quién la capturó. APROBACION-CAMBIOS
      *> la aprueba o la rechaza con un operador distinto del que la
      *> capturó, y sólo al aprobarse aterriza en el maestro.
      *> REPORTE-CAMBIOS lista la cola completa.
       01 CAMBIO-PEND-REG.
      *> Folio ascendente de la solicitud dentro de la cola.
          05 CMB-FOLIO          PIC 9(6).
      *> Maestro que se cambia.
          05 CMB-MAESTRO        PIC X(1).
             88 CMB-DE-TASAS       VALUE 'T'.
             88 CMB-DE-CUENTAS     VALUE 'C'.
             88 CMB-DE-MONEDAS     VALUE 'M'.
             88 CMB-DE-RETENCIONES VALUE 'R'.
             88 CMB-DE-SUCURSALES  VALUE 'S'.
          05 CMB-ACCION         PIC X(1).
             88 CMB-ALTA           VALUE 'A'.
             88 CMB-CAMBIO         VALUE 'C'.
             88 CMB-BAJA           VALUE 'B'.
      *> Llave del registro en su maestro: número de cuenta, código
      *> de moneda o de sucursal, o tipo y fecha desde de la tasa.
          05 CMB-LLAVE          PIC X(9).
      *> Imagen completa del registro del maestro antes del cambio
      *> (espacios en un alta) y como debe quedar (espacios en una
      *> baja). Al aprobar se compara la imagen anterior contra el
      *> maestro vigente: si alguien lo movió entretanto, la
      *> solicitud se rechaza en vez de pisar el dato nuevo.
          05 CMB-ANTES          PIC X(80).
          05 CMB-DESPUES        PIC X(80).
          05 CMB-ESTADO         PIC X(1).
             88 CMB-PENDIENTE      VALUE 'P'.
             88 CMB-APROBADO       VALUE 'A'.
             88 CMB-RECHAZADO      VALUE 'R'.
          05 CMB-CAPTURO        PIC X(8).
          05 CMB-FECHA-CAPTURA  PIC 9(8).
          05 CMB-HORA-CAPTURA   PIC 9(6).
          05 CMB-REVISO         PIC X(8).
          05 CMB-FECHA-REVISION PIC 9(8).
          05 CMB-MOTIVO-RECHAZO PIC X(30).
