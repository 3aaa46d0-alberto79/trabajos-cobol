      *> que persiste CIERRE_CAJA de ventanilla) por sucursal, y
      *> arrastra la posición de ayer de POSICION_CAJAS.DAT para
      *> dejar la de hoy: posición anterior más el movimiento neto
      *> de las cajas de la sucursal, más el efectivo que llegó hoy
      *> de la tesorería central y menos el que se le remesó
      *> (MOVS_BOVEDA.DAT, pedidos y remesas ejecutados). La
      *> dotación y la concentración entre bóveda y cajas no mueven
      *> la posición: el efectivo no sale de la sucursal. Las
      *> sucursales sin cierre ni tesorería hoy conservan su
      *> posición. El resumen queda en
      *> POSICION_CAJAS.RPT: cierres, depósitos, retiros, efectivo
      *> contado, sobrantes/faltantes y posición de bóveda; por fin
      *> se sabe cuánto efectivo carga cada sucursal. Lo corre
           SELECT REPORTE-FILE ASSIGN TO 'POSICION_CAJAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT MOVS-BOVEDA-FILE ASSIGN TO 'MOVS_BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVS-BOVEDA.

       DATA DIVISION.
       FILE SECTION.
           05 CCJ-BILLETES  PIC 9(5) OCCURS 6 TIMES.
           05 CCJ-EFECTIVO  PIC 9(9)V99.
           05 CCJ-DIFERENCIA PIC S9(9)V99.
           05 CCJ-DOTACION  PIC S9(8)V99.
           05 CCJ-CONCENTRACION PIC S9(8)V99.

      *---- Posición de bóveda por sucursal, con la fecha del último
      *---- día en que se actualizó; se reescribe completa cada
           05 POS-POSICION PIC S9(11)V99.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(130).

       FD MOVS-BOVEDA-FILE.
           COPY MOVBOVEDAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CIERRES  PIC X(2).
       01 WS-ESTADO-POSICION PIC X(2).
       01 WS-ESTADO-REPORTE  PIC X(2).
       01 WS-ESTADO-MOVS-BOVEDA PIC X(2).

       01 EOF-CCJ PIC X VALUE 'N'.
          88 FIN-CCJ VALUE 'S'.
       01 EOF-POS PIC X VALUE 'N'.
          88 FIN-POS VALUE 'S'.
       01 EOF-MBV PIC X VALUE 'N'.
          88 FIN-MBV VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 IDX PIC 9(3) VALUE 1.
             10 TAB-SUC-RETIROS   PIC S9(9)V99.
             10 TAB-SUC-EFECTIVO  PIC S9(11)V99.
             10 TAB-SUC-DIFERENCIA PIC S9(9)V99.
             10 TAB-SUC-TESORERIA PIC S9(11)V99.
             10 TAB-SUC-POSICION  PIC S9(11)V99.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 SUCURSAL-BUSCADA PIC 9(3) VALUE 0.
          05 POS-DET-RET     PIC ---,---,--9.99.
          05 FILLER          PIC X(6) VALUE " DIFS ".
          05 POS-DET-DIF     PIC ---,---,--9.99.
          05 FILLER          PIC X(5) VALUE " TES ".
          05 POS-DET-TES     PIC ----,---,--9.99.
          05 FILLER          PIC X(8) VALUE " BOVEDA ".
          05 POS-DET-POS     PIC -----,---,--9.99.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-POSICIONES.
            PERFORM ACUMULAR-CIERRES-DEL-DIA.
            PERFORM ACUMULAR-TESORERIA-DEL-DIA.

      *---- Posición de hoy: la anterior más el neto de las cajas y
      *---- el neto con la tesorería central.
            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCURSALES
               COMPUTE TAB-SUC-POSICION(IDX-SUC)
                  = TAB-SUC-ANTERIOR(IDX-SUC)
                  + TAB-SUC-DEPOSITOS(IDX-SUC)
                  - TAB-SUC-RETIROS(IDX-SUC)
                  + TAB-SUC-TESORERIA(IDX-SUC)
            END-PERFORM.

            PERFORM GRABAR-POSICIONES.
                       MOVE ZERO TO TAB-SUC-EFECTIVO(TOTAL-SUCURSALES)
                       MOVE ZERO
                         TO TAB-SUC-DIFERENCIA(TOTAL-SUCURSALES)
                       MOVE ZERO
                         TO TAB-SUC-TESORERIA(TOTAL-SUCURSALES)
                       MOVE ZERO TO TAB-SUC-POSICION(TOTAL-SUCURSALES)
                 END-READ
              END-PERFORM
           END-PERFORM.
           CLOSE CIERRES-CAJA-FILE.

      *---- Suma el efectivo recibido hoy de la tesorería central y
      *---- resta el remesado hoy, por sucursal; sólo cuentan los
      *---- pedidos y remesas ya ejecutados en la bóveda.
        ACUMULAR-TESORERIA-DEL-DIA.
           OPEN INPUT MOVS-BOVEDA-FILE.
           IF WS-ESTADO-MOVS-BOVEDA NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-MBV
              READ MOVS-BOVEDA-FILE
                 AT END MOVE 'S' TO EOF-MBV
                 NOT AT END
                    IF MBV-EJECUTADO
                          AND MBV-FECHA-EJEC = WS-FECHA-HOY
                          AND (MBV-PEDIDO OR MBV-REMESA)
                       MOVE MBV-SUCURSAL TO SUCURSAL-BUSCADA
                       PERFORM UBICAR-SUCURSAL
                       IF MBV-PEDIDO
                          ADD MBV-IMPORTE
                             TO TAB-SUC-TESORERIA(IDX-SUC)
                       ELSE
                          SUBTRACT MBV-IMPORTE
                             FROM TAB-SUC-TESORERIA(IDX-SUC)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MOVS-BOVEDA-FILE.

      *---- Ubica (o abre en ceros) el renglón de SUCURSAL-BUSCADA.
        UBICAR-SUCURSAL.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
              MOVE ZERO TO TAB-SUC-RETIROS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-EFECTIVO(IDX-SUC)
              MOVE ZERO TO TAB-SUC-DIFERENCIA(IDX-SUC)
              MOVE ZERO TO TAB-SUC-TESORERIA(IDX-SUC)
              MOVE ZERO TO TAB-SUC-POSICION(IDX-SUC)
           END-IF.

              MOVE TAB-SUC-DEPOSITOS(IDX) TO POS-DET-DEP
              MOVE TAB-SUC-RETIROS(IDX) TO POS-DET-RET
              MOVE TAB-SUC-DIFERENCIA(IDX) TO POS-DET-DIF
              MOVE TAB-SUC-TESORERIA(IDX) TO POS-DET-TES
              MOVE TAB-SUC-POSICION(IDX) TO POS-DET-POS
              WRITE LINEA-REPORTE FROM LINEA-POSICION
           END-PERFORM.
