      *> las que van camino a dormirse (INA-MESES-AVISO meses) con
      *> el teléfono y la dirección del titular de clientes.txt,
      *> para que la sucursal lo busque antes de que la cuenta se
      *> bloquee; a esas mismas se les encola carta en
      *> CARTAS_EVENTOS.DAT para CORRESPONDENCIA-CLIENTES.
      *> Los umbrales viven en INACTIVIDAD.CTL, con el
      *> mismo patrón que CUENTAS_INACTIVAS.CTL; sin archivo aplican
      *> 36 y 30 meses. Las cuentas sin fecha de último movimiento
      *> (anteriores a la dimensión) no se tocan hasta que vuelvan a
           SELECT REPORTE-FILE ASSIGN TO 'INACTIVIDAD_AVISOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT CARTAS-EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       FD CARTAS-EVENTOS-FILE.
           COPY CARTAEVENTOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS  PIC X(2).
       01 WS-ESTADO-CLIENTES PIC X(2).
       01 WS-ESTADO-CONTROL  PIC X(2).
       01 WS-ESTADO-CERROJO  PIC X(2).
       01 WS-ESTADO-REPORTE  PIC X(2).
       01 WS-ESTADO-CARTAS   PIC X(2).
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.

             10 TAB-MAR-CLIENTE PIC 9(5).
             10 TAB-MAR-MESES   PIC 9(5).
             10 TAB-MAR-ACCION  PIC X(1).
             10 TAB-MAR-ULTIMO  PIC 9(8).
             10 TAB-MAR-SALDO   PIC S9(6)V99.
       01 TOTAL-MARCAJE PIC 9(5) VALUE 0.
       01 IDX PIC 9(5) VALUE 1.


       01 TOTAL-DORMIDAS PIC 9(5) VALUE 0.
       01 TOTAL-AVISOS   PIC 9(5) VALUE 0.
       01 TOTAL-CARTAS   PIC 9(5) VALUE 0.

      *> --- Renglón del reporte de avisos previos.
       01 LINEA-AVISO.
            PERFORM APLICAR-MARCAJE.
            PERFORM SOLTAR-CERROJO.
            PERFORM IMPRIMIR-AVISOS.
            PERFORM ENCOLAR-CARTAS-AVISO.

            DISPLAY "--------------------------------".
            DISPLAY "CUENTAS DORMIDAS HOY: " TOTAL-DORMIDAS.
            DISPLAY "AVISOS PREVIOS EMITIDOS: " TOTAL-AVISOS.
            DISPLAY "CARTAS ENCOLADAS: " TOTAL-CARTAS.
            DISPLAY "--------------------------------".

            GOBACK.
                 MOVE 'A' TO TAB-MAR-ACCION(TOTAL-MARCAJE)
              END-IF
           END-IF.
           IF MESES-SIN-MOVTO >= MESES-AVISO
              MOVE CUENTA-ULTIMO-MOVTO TO TAB-MAR-ULTIMO(TOTAL-MARCAJE)
              MOVE SALDO TO TAB-MAR-SALDO(TOTAL-MARCAJE)
           END-IF.

      *---- Segundo pase: duerme por llave las cuentas marcadas 'D'.
        APLICAR-MARCAJE.
           END-PERFORM.
           CLOSE REPORTE-FILE.

      *---- Carta al titular de cada cuenta con aviso previo, con
      *---- la fecha de su último movimiento y su saldo.
        ENCOLAR-CARTAS-AVISO.
           OPEN EXTEND CARTAS-EVENTOS-FILE.
           IF WS-ESTADO-CARTAS NOT = '00'
              OPEN OUTPUT CARTAS-EVENTOS-FILE
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-MARCAJE
              IF TAB-MAR-ACCION(IDX) = 'A'
                 MOVE WS-FECHA-HOY TO CEV-FECHA
                 MOVE "INACTIVA" TO CEV-TIPO
                 MOVE TAB-MAR-CLIENTE(IDX) TO CEV-CLIENTE
                 MOVE TAB-MAR-NUMERO(IDX) TO CEV-CUENTA
                 IF TAB-MAR-SALDO(IDX) > 0
                    MOVE TAB-MAR-SALDO(IDX) TO CEV-IMPORTE
                 ELSE
                    MOVE ZERO TO CEV-IMPORTE
                 END-IF
                 MOVE TAB-MAR-ULTIMO(IDX) TO CEV-FECHA-DATO
                 MOVE "INACTIVIDAD-CTA" TO CEV-PROGRAMA
                 MOVE 'P' TO CEV-ESTADO
                 MOVE ZERO TO CEV-FOLIO
                 WRITE CARTA-EVENTO-REG
                 ADD 1 TO TOTAL-CARTAS
              END-IF
           END-PERFORM.
           CLOSE CARTAS-EVENTOS-FILE.

        IMPRIMIR-RENGLON-AVISO.
           PERFORM BUSCAR-CONTACTO-TITULAR.
           MOVE TAB-MAR-NUMERO(IDX) TO AVI-CUENTA.
