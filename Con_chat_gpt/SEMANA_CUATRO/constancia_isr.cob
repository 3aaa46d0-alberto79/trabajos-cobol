      *> acumulado ISR_ACUMULADO.DAT que INTERES-MENSUAL alimenta
      *> cada mes, con el nombre resuelto del padron de clientes.
      *> Sale a CONSTANCIAS_ISR.RPT con una constancia por pagina.
      *> Un ejercicio que CIERRE-ANUAL ya cerro se lee de su
      *> generacion ISR_ACUMULADO_AAAA.DAT, porque el acumulado vivo
      *> ya no lo trae.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
       01 WS-ESTADO-ACUMULADO PIC X(2).
       01 WS-ESTADO-CLIENTES  PIC X(2).
       01 WS-ESTADO-REPORTE   PIC X(2).
       01 WS-NOMBRE-ACUMULADO PIC X(30) VALUE SPACES.

       01 EOF-ACU PIC X VALUE 'N'.
          88 FIN-ACU VALUE 'S'.

            PERFORM CARGAR-NOMBRES.

            MOVE SPACES TO WS-NOMBRE-ACUMULADO.
            STRING "ISR_ACUMULADO_" DELIMITED BY SIZE
                   ANO-PEDIDO DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-ACUMULADO.
            OPEN INPUT ACUMULADO-FILE.
            IF WS-ESTADO-ACUMULADO NOT = '00'
               MOVE "ISR_ACUMULADO.DAT" TO WS-NOMBRE-ACUMULADO
               OPEN INPUT ACUMULADO-FILE
            END-IF.
            IF WS-ESTADO-ACUMULADO NOT = '00'
               DISPLAY "ISR_ACUMULADO.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-ACUMULADO "), SIN RETENCIONES"
               STOP RUN
            END-IF.
            DISPLAY "RETENCIONES LEIDAS DE " WS-NOMBRE-ACUMULADO.

            OPEN OUTPUT REPORTE-FILE.
            IF WS-ESTADO-REPORTE NOT = '00'
