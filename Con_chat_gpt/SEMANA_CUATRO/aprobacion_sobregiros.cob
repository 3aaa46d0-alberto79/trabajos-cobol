      *> LIMITE-SOBREGIRO del maestro, bajo el mismo cerrojo que
      *> cualquier escritor; BATCH-BANCO trata la linea como cero
      *> cuando su vencimiento ya paso. Cada resolucion deja su
      *> renglon en AUDITORIA.LOG. Quien capturo la solicitud no
      *> puede aprobarla ni negarla: hace falta una segunda persona.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF SUPERVISOR-ID = TAB-SOL-CAPTURO(RENGLON-PEDIDO)
              DISPLAY "QUIEN CAPTURO LA SOLICITUD NO PUEDE RESOLVERLA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "VENCIMIENTO DE LA LINEA (AAAAMMDD)".
           ACCEPT VENCE-CAPTURADO.
           IF VENCE-CAPTURADO <= WS-FECHA-HOY
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF SUPERVISOR-ID = TAB-SOL-CAPTURO(RENGLON-PEDIDO)
              DISPLAY "QUIEN CAPTURO LA SOLICITUD NO PUEDE RESOLVERLA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO TAB-SOL-ESTADO(RENGLON-PEDIDO).
           MOVE SUPERVISOR-ID TO TAB-SOL-AUTORIZO(RENGLON-PEDIDO).
           PERFORM GRABAR-SOLICITUDES.
