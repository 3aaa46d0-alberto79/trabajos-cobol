      *> o con documento por vencer en los proximos 30 dias (conteo
      *> 30/360, la misma convencion de fechas de COBRANZA-SOBREGIROS)
      *> para que las sucursales persigan las renovaciones antes de
      *> que lo haga cumplimiento. Los documentos vencidos o por
      *> vencer ademas se encolan en CARTAS_EVENTOS.DAT para que
      *> CORRESPONDENCIA-CLIENTES le mande carta al cliente. Lo
      *> corre PROCESO-NOCTURNO el primer dia habil del mes, como los
      *> demas pasos mensuales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORTE-FILE ASSIGN TO 'KYC_VENCIMIENTOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT CARTAS-EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

       FD CARTAS-EVENTOS-FILE.
           COPY CARTAEVENTOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CLIENTES PIC X(2).
       01 WS-ESTADO-REPORTE  PIC X(2).
       01 WS-ESTADO-CARTAS   PIC X(2).

       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 TOTAL-PENDIENTES PIC 9(5) VALUE 0.
       01 TOTAL-VENCIDOS   PIC 9(5) VALUE 0.
       01 TOTAL-POR-VENCER PIC 9(5) VALUE 0.
       01 TOTAL-CARTAS     PIC 9(5) VALUE 0.
       01 SITUACION-WS PIC X(12) VALUE SPACES.

      *> --- Paginado, mismo criterio que BALANCE.RPT.

            PERFORM IMPRIMIR-ENCABEZADO

            OPEN EXTEND CARTAS-EVENTOS-FILE
            IF WS-ESTADO-CARTAS NOT = '00'
               OPEN OUTPUT CARTAS-EVENTOS-FILE
            END-IF

            PERFORM UNTIL FIN-CLI
               READ CLIENTES-FILE
                  AT END MOVE 'S' TO EOF-CLI

            CLOSE CLIENTES-FILE
            CLOSE REPORTE-FILE
            CLOSE CARTAS-EVENTOS-FILE

            DISPLAY "--------------------------------"
            DISPLAY "CLIENTES REPORTADOS:  " TOTAL-LISTADOS
            DISPLAY "EXPEDIENTE PENDIENTE: " TOTAL-PENDIENTES
            DISPLAY "DOCUMENTO VENCIDO:    " TOTAL-VENCIDOS
            DISPLAY "POR VENCER (30 DIAS): " TOTAL-POR-VENCER
            DISPLAY "CARTAS ENCOLADAS:     " TOTAL-CARTAS
            DISPLAY "REPORTE EN KYC_VENCIMIENTOS.RPT"
            DISPLAY "--------------------------------"

           IF SITUACION-WS NOT = SPACES
              ADD 1 TO TOTAL-LISTADOS
              PERFORM IMPRIMIR-DETALLE
           END-IF
           IF SITUACION-WS = "VENCIDO" OR SITUACION-WS = "POR VENCER"
              PERFORM ENCOLAR-CARTA-KYC
           END-IF.

      *---- Carta al cliente para que renueve su documento; la
      *---- cuenta es la primera del cliente, para ubicar la
      *---- sucursal que la manda.
        ENCOLAR-CARTA-KYC.
           IF CLI-NUMERO NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY TO CEV-FECHA
           MOVE "KYC" TO CEV-TIPO
           MOVE CLI-NUMERO TO CEV-CLIENTE
           MOVE ZERO TO CEV-CUENTA
           IF CLI-TOTAL-CUENTAS NUMERIC AND CLI-TOTAL-CUENTAS > 0
                 AND CLI-CUENTA(1) NUMERIC
              MOVE CLI-CUENTA(1) TO CEV-CUENTA
           END-IF
           MOVE ZERO TO CEV-IMPORTE
           MOVE CLI-DOC-VENCE TO CEV-FECHA-DATO
           MOVE "REPORTE-KYC" TO CEV-PROGRAMA
           MOVE 'P' TO CEV-ESTADO
           MOVE ZERO TO CEV-FOLIO
           WRITE CARTA-EVENTO-REG
           ADD 1 TO TOTAL-CARTAS.

        IMPRIMIR-DETALLE.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
