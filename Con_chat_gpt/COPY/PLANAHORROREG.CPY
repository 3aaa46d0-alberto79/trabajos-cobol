      *> Layout de los planes de ahorro programado en
      *> PLANES_AHORRO.DAT. El cliente se compromete a aportar cada
      *> mes una cantidad fija de su cuenta de cheques a su cuenta
      *> de ahorro durante un número de meses, hacia una meta. Lo da
      *> de alta y lo rompe MANTENIMIENTO-AHORRO; AHORRO-PROGRAMADO
      *> encola cada mes la aportación como transferencia, resuelve
      *> la noche siguiente si se aplicó o rebotó y, al cumplirse el
      *> plazo, paga el bono si no faltó ninguna aportación.
       01 PLAN-AHORRO-REG.
          05 PAH-FOLIO           PIC 9(6).
          05 PAH-CLIENTE         PIC 9(5).
      *> Cuenta de cheques de la que sale la aportación y cuenta de
      *> ahorro a la que llega; las dos del mismo titular.
          05 PAH-CUENTA-CARGO    PIC 9(6).
          05 PAH-CUENTA-AHORRO   PIC 9(6).
          05 PAH-APORTACION      PIC 9(5)V99.
          05 PAH-MESES           PIC 9(3).
          05 PAH-META            PIC 9(7)V99.
      *> Día del mes en que se encola la aportación (1 a 28) y la
      *> fecha de la próxima; avanza un mes con cada aportación.
          05 PAH-DIA-CARGO       PIC 9(2).
          05 PAH-FECHA-ALTA      PIC 9(8).
          05 PAH-PROXIMO-CARGO   PIC 9(8).
      *> Tasas pactadas al abrir el plan, como fracción de lo
      *> ahorrado: bono si se cumplen todas las aportaciones y
      *> penalización si el plan se rompe antes de tiempo.
          05 PAH-TASA-BONO       PIC V999.
          05 PAH-TASA-PENALIZACION PIC V999.
      *> Aportaciones aplicadas, aportaciones que rebotaron y lo
      *> que el plan lleva ahorrado con las aplicadas.
          05 PAH-APORTES-HECHOS  PIC 9(3).
          05 PAH-APORTES-FALLIDOS PIC 9(3).
          05 PAH-ACUMULADO       PIC 9(7)V99.
      *> 'A' activo, 'T' terminado al cumplir el plazo, 'R' roto
      *> antes de tiempo.
          05 PAH-ESTADO          PIC X(1).
             88 PAH-ACTIVO    VALUE 'A'.
             88 PAH-TERMINADO VALUE 'T'.
             88 PAH-ROTO      VALUE 'R'.
      *> 'E' aportación encolada en MOVIMIENTOS.DAT esperando el
      *> posteo, con su referencia; espacio sin aportación en
      *> tránsito.
          05 PAH-COBRO           PIC X(1).
             88 PAH-COBRO-ENCOLADO VALUE 'E'.
          05 PAH-REFERENCIA      PIC 9(8).
      *> Al cerrarse el plan: fecha, bono pagado o penalización
      *> cobrada.
          05 PAH-FECHA-FIN       PIC 9(8).
          05 PAH-BONO            PIC 9(6)V99.
          05 PAH-PENALIZACION    PIC 9(6)V99.
