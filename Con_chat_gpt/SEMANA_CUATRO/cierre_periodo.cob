      *> PERIODO_AAAAMM.RPT. Reabrir un periodo exige la
      *> autorizacion de un supervisor del padron de operadores y
      *> queda asentado en AUDITORIA.LOG, para que quede huella de
      *> quien volvio a abrir la historia. Los meses de un ejercicio
      *> que CIERRE-ANUAL ya cerro (renglon AAAA00 'C') no se
      *> reabren: sus resultados ya se pasaron a resultados
      *> acumulados y sus acumulados ya se archivaron.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 MES-PEDIDO PIC 9(6).
       01 FILLER REDEFINES MES-PEDIDO.
          05 MES-PEDIDO-ANO PIC 9(4).
          05 MES-PEDIDO-MES PIC 9(2).
       01 MARCA-EJERCICIO PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES MARCA-EJERCICIO.
          05 MARCA-ANO PIC 9(4).
          05 MARCA-MES PIC 9(2).
       01 EJERCICIO-CERRADO PIC X(1) VALUE 'N'.
          88 ES-EJERCICIO-CERRADO VALUE 'S'.
       01 MES-ARCHIVO PIC 9(6) VALUE ZERO.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

              DISPLAY "EL PERIODO NO ESTA CERRADO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM REVISAR-EJERCICIO-CERRADO.
           IF ES-EJERCICIO-CERRADO
              DISPLAY "EL EJERCICIO " MES-PEDIDO-ANO " YA TIENE "
                 "CIERRE ANUAL, SUS PERIODOS NO SE REABREN"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, PERIODO SIGUE CERRADO"
           END-PERFORM.
           DISPLAY "TOTAL DE PERIODOS REGISTRADOS: " TOTAL-PERIODOS.

      *---- El ejercicio del mes pedido está cerrado si PERIODOS.CTL
      *---- trae su renglón AAAA00 en 'C'.
        REVISAR-EJERCICIO-CERRADO.
           MOVE 'N' TO EJERCICIO-CERRADO.
           MOVE MES-PEDIDO-ANO TO MARCA-ANO.
           MOVE 0 TO MARCA-MES.
           PERFORM VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > TOTAL-PERIODOS
              IF TAB-PER-MES(IDX-PER) = MARCA-EJERCICIO
                    AND TAB-PER-ESTADO(IDX-PER) = 'C'
                 MOVE 'S' TO EJERCICIO-CERRADO
              END-IF
           END-PERFORM.

        UBICAR-PERIODO.
           MOVE 0 TO RENGLON-PERIODO.
           PERFORM VARYING IDX-PER FROM 1 BY 1
