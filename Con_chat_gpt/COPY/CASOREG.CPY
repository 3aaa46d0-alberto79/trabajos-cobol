      *> Layout de CASOS_CUMPLIMIENTO.DAT: un caso por cada alerta
      *> que REPORTE-CUMPLIMIENTO levanta (operación de efectivo en o
      *> sobre el umbral, o fraccionamiento del día en una cuenta).
      *> Cumplimiento lo trabaja en MANTENIMIENTO-CASOS: lo asigna a
      *> un analista, le agrega notas (CASOS_NOTAS.DAT), lo escala y
      *> lo cierra descartado o reportado; EXTRACTO-REGULADOR manda
      *> al regulador los reportados y REPORTE-CASOS da la
      *> antigüedad de los abiertos por analista.
       01 CASO-REG.
          05 CAS-NUMERO        PIC 9(6).
          05 CAS-FECHA-ALERTA  PIC 9(8).
      *> 'G' operación grande, 'F' fraccionamiento.
          05 CAS-TIPO          PIC X(1).
          05 CAS-CUENTA        PIC 9(6).
          05 CAS-CLIENTE       PIC 9(5).
          05 CAS-IMPORTE       PIC 9(9)V99.
          05 CAS-OPERACIONES   PIC 9(5).
      *> Folio de AUDITORIA.LOG de la operación grande; cero en los
      *> de fraccionamiento, que ligan todas las del día en
      *> CASOS_OPERACIONES.DAT.
          05 CAS-SECUENCIA-AUD PIC 9(8).
      *> 'A' abierto, 'E' escalado, 'D' cerrado descartado, 'R'
      *> cerrado reportable (va en el extracto al regulador).
          05 CAS-ESTADO        PIC X(1).
          05 CAS-NIVEL         PIC 9(1).
          05 CAS-ANALISTA      PIC X(8).
          05 CAS-FECHA-ASIGNA  PIC 9(8).
          05 CAS-FECHA-CIERRE  PIC 9(8).
          05 CAS-CERRO         PIC X(8).
      *> 'S' cuando el caso reportable ya salió en un extracto al
      *> regulador, con la fecha y el folio del envío.
          05 CAS-PRESENTADO    PIC X(1).
          05 CAS-FECHA-PRESENTA PIC 9(8).
          05 CAS-ENVIO         PIC 9(6).
