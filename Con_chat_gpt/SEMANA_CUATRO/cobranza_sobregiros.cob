      *> imprime en COBRANZA.RPT el envejecimiento: cuenta, titular,
      *> saldo negativo, límite de sobregiro, porcentaje del límite
      *> usado y días en sobregiro, de peor a mejor. Cobranza deja
      *> de trabajar a ciegas sobre el LISTAR_CUENTAS. Cada cuenta
      *> en sobregiro se encola además en CARTAS_EVENTOS.DAT para la
      *> carta de cobranza de CORRESPONDENCIA-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDARIO-FILE ASSIGN TO 'CALENDARIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALENDARIO.
           SELECT CARTAS-EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       FD CARTAS-EVENTOS-FILE.
           COPY CARTAEVENTOREG.

      *---- Calendario de días no hábiles que Operaciones mantiene;
      *---- con él los días en sobregiro también se cuentan en días
      *---- hábiles, que es como cobranza negocia los plazos.
       01 WS-ESTADO-CUENTAS PIC X(2).
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-ESTADO-REPORTE PIC X(2).
       01 WS-ESTADO-CARTAS  PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
            PERFORM ORDENAR-PEOR-PRIMERO.
            PERFORM GRABAR-CONTROL.
            PERFORM IMPRIMIR-REPORTE.
            PERFORM ENCOLAR-CARTAS-COBRANZA.

            DISPLAY "CUENTAS EN SOBREGIRO: " TOTAL-NEGATIVAS
               "; REPORTE EN COBRANZA.RPT".
           END-PERFORM.
           CLOSE REPORTE-FILE.

      *---- Carta de cobranza por cada cuenta en sobregiro, con lo
      *---- que debe y el día en que cayó a negativo; el generador
      *---- no la repite mientras siga dentro de su ventana.
        ENCOLAR-CARTAS-COBRANZA.
           OPEN EXTEND CARTAS-EVENTOS-FILE.
           IF WS-ESTADO-CARTAS NOT = '00'
              OPEN OUTPUT CARTAS-EVENTOS-FILE
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-NEGATIVAS
              MOVE WS-FECHA-HOY TO CEV-FECHA
              MOVE "COBRANZA" TO CEV-TIPO
              MOVE ZERO TO CEV-CLIENTE
              MOVE TAB-NEG-NUMERO(IDX) TO CEV-CUENTA
              COMPUTE CEV-IMPORTE = 0 - TAB-NEG-SALDO(IDX)
              MOVE TAB-NEG-FECHA(IDX) TO CEV-FECHA-DATO
              MOVE "COBRANZA-SOBREG" TO CEV-PROGRAMA
              MOVE 'P' TO CEV-ESTADO
              MOVE ZERO TO CEV-FOLIO
              WRITE CARTA-EVENTO-REG
           END-PERFORM.
           CLOSE CARTAS-EVENTOS-FILE.

      *---- Cuenta los días hábiles transcurridos desde la fecha de
      *---- primer negativo hasta hoy, caminando el calendario real
      *---- (con tope de vueltas por si la fecha viene corrupta).
