      *> 81xxxxxx, el mismo camino de GENERADOR-PAGOS, para que
      *> BATCH-BANCO lo aplique contra la cuenta del cliente. Los
      *> préstamos con cuotas morosas quedan en PRESTAMOS_MORA.RPT
      *> para que la sucursal persiga al cliente, y cada cuota que
      *> rebota se encola en CARTAS_EVENTOS.DAT para la carta de
      *> CORRESPONDENCIA-CLIENTES. Lo corre PROCESO-NOCTURNO antes
      *> de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZOS-HIST-FILE ASSIGN TO 'RECHAZOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REPORTE-FILE ASSIGN TO 'PRESTAMOS_MORA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.
           SELECT CARTAS-EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

       DATA DIVISION.
       FILE SECTION.
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-CUOTAS-MORA    PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
           05 PRE-REESTRUCTURAS  PIC 9(2).
           05 PRE-FECHA-REESTRUCTURA PIC 9(8).

       FD PLAN-FILE.
       01 PLAN-REG.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

      *---- Aviso del interés cobrado en cada cuota, para que
      *---- DEVENGO-INTERESES libere el devengo del préstamo.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       FD CARTAS-EVENTOS-FILE.
           COPY CARTAEVENTOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PRESTAMOS   PIC X(2).
       01 WS-ESTADO-PLAN        PIC X(2).
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-RECHAZOS    PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).
       01 WS-ESTADO-CARTAS      PIC X(2).

       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
             10 TAB-PRE-PAGADAS  PIC 9(3).
             10 TAB-PRE-MORA     PIC 9(3).
             10 TAB-PRE-ESTADO   PIC X(1).
             10 TAB-PRE-REESTRUCTURAS PIC 9(2).
             10 TAB-PRE-FECHA-REESTR  PIC 9(8).
       01 TOTAL-PRESTAMOS PIC 9(5) VALUE 0.
       01 RENGLON-PRESTAMO PIC 9(5) VALUE 0.
       01 FOLIO-BUSCADO PIC 9(6) VALUE ZERO.
      *> Interés que lleva cada cuota: capital por tasa mensual, el
      *> mismo interés simple con que se armó el plan.
       01 INTERES-CUOTA PIC 9(7)V99 VALUE ZERO.

      *> --- Plan de amortización en memoria.
       01 PLAN-TABLA.
       01 TOTAL-LIQUIDADOS PIC 9(5) VALUE 0.
       01 TOTAL-EN-MORA    PIC 9(5) VALUE 0.

      *> --- Cifras de control de MOVS_POSTEADOS.DAT, que se
      *> verifica antes de usarlo, y de lo que esta corrida agrega a
      *> MOVIMIENTOS.DAT.
           COPY ENTREGAPARREG.

      *> --- Renglón del reporte de morosidad.
       01 LINEA-MORA.
          05 FILLER        PIC X(9) VALUE "PRESTAMO ".
            END-IF
            PERFORM CARGAR-PLAN
            PERFORM CARGAR-POSTEADOS
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE COBRA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-RECHAZOS
            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA

      *---- Primer pase: resolver la suerte de las cuotas encoladas
            OPEN EXTEND DEVENGO-PAGOS-FILE
            IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
               OPEN OUTPUT DEVENGO-PAGOS-FILE
            END-IF
            OPEN EXTEND CARTAS-EVENTOS-FILE
            IF WS-ESTADO-CARTAS NOT = '00'
               OPEN OUTPUT CARTAS-EVENTOS-FILE
            END-IF
            PERFORM VARYING IDX-PLN FROM 1 BY 1
                    UNTIL IDX-PLN > TOTAL-CUOTAS
               IF TAB-PLN-ESTADO(IDX-PLN) = 'E'
                  PERFORM RESOLVER-CUOTA-ENCOLADA
               END-IF
            END-PERFORM
            CLOSE DEVENGO-PAGOS-FILE
            CLOSE CARTAS-EVENTOS-FILE

      *---- Segundo pase: encolar las cuotas que vencen hoy y los
      *---- reintentos de las morosas
               END-IF
            END-PERFORM
            CLOSE MOVIMIENTOS-FILE
            MOVE 'C' TO EPA-OPERACION
            CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS

            PERFORM GRABAR-ULTIMA-REFERENCIA
            PERFORM GRABAR-PLAN
                    MOVE 'L' TO TAB-PRE-ESTADO(RENGLON-PRESTAMO)
                    ADD 1 TO TOTAL-LIQUIDADOS
                 END-IF
                 PERFORM AVISAR-INTERES-COBRADO
              END-IF
           ELSE
              PERFORM BUSCAR-EN-RECHAZOS
                 PERFORM BUSCAR-PRESTAMO
                 IF RENGLON-PRESTAMO > 0
                    ADD 1 TO TAB-PRE-MORA(RENGLON-PRESTAMO)
                    PERFORM ENCOLAR-CARTA-MORA
                 END-IF
              END-IF
           END-IF.

      *---- Carta al cliente por la cuota que rebotó: su importe y
      *---- la fecha en que vencía.
        ENCOLAR-CARTA-MORA.
           MOVE WS-FECHA-HOY TO CEV-FECHA
           MOVE "PRESTAMO" TO CEV-TIPO
           MOVE TAB-PRE-CLIENTE(RENGLON-PRESTAMO) TO CEV-CLIENTE
           MOVE TAB-PRE-CUENTA(RENGLON-PRESTAMO) TO CEV-CUENTA
           MOVE TAB-PLN-IMPORTE(IDX-PLN) TO CEV-IMPORTE
           MOVE TAB-PLN-FECHA(IDX-PLN) TO CEV-FECHA-DATO
           MOVE "COBRANZA-PREST" TO CEV-PROGRAMA
           MOVE 'P' TO CEV-ESTADO
           MOVE ZERO TO CEV-FOLIO
           WRITE CARTA-EVENTO-REG.

      *---- Avisa en DEVENGO_PAGOS.DAT el interés de la cuota recién
      *---- cobrada, con su referencia ya posteada.
        AVISAR-INTERES-COBRADO.
           COMPUTE INTERES-CUOTA ROUNDED
              = TAB-PRE-CAPITAL(RENGLON-PRESTAMO)
                * TAB-PRE-TASA(RENGLON-PRESTAMO)
           MOVE 'P' TO DPG-TIPO
           MOVE TAB-PRE-FOLIO(RENGLON-PRESTAMO) TO DPG-CONTRATO
           MOVE WS-FECHA-HOY TO DPG-FECHA
           MOVE TAB-PLN-REFERENCIA(IDX-PLN) TO DPG-REFERENCIA
           MOVE INTERES-CUOTA TO DPG-INTERES
           WRITE DEVENGO-PAGO-REG.

      *---- Encola el cargo de la cuota del renglón IDX-PLN con
      *---- referencia fresca y la deja marcada como encolada; una
      *---- morosa que se reencola no vuelve a contar mora.
           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           MOVE 'R' TO EPA-OPERACION
           MOVE MOV-REFERENCIA TO EPA-REFERENCIA
           MOVE IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'E' TO TAB-PLN-ESTADO(IDX-PLN)
           MOVE ULTIMA-REFERENCIA TO TAB-PLN-REFERENCIA(IDX-PLN)
           ADD 1 TO TOTAL-ENCOLADAS.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'C' TO EPA-MODO
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "COBRANZA-PRESTAMOS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Referencias del rango 81xxxxxx compartidas con
      *---- MANTENIMIENTO-PRESTAMOS.
                         TO TAB-PRE-MORA(TOTAL-PRESTAMOS)
                       MOVE PRE-ESTADO
                         TO TAB-PRE-ESTADO(TOTAL-PRESTAMOS)
                       IF PRE-REESTRUCTURAS NUMERIC
                          MOVE PRE-REESTRUCTURAS
                            TO TAB-PRE-REESTRUCTURAS(TOTAL-PRESTAMOS)
                          MOVE PRE-FECHA-REESTRUCTURA
                            TO TAB-PRE-FECHA-REESTR(TOTAL-PRESTAMOS)
                       ELSE
                          MOVE ZERO
                            TO TAB-PRE-REESTRUCTURAS(TOTAL-PRESTAMOS)
                          MOVE ZERO
                            TO TAB-PRE-FECHA-REESTR(TOTAL-PRESTAMOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRESTAMOS-FILE
              CLOSE PLAN-FILE
           END-IF.

      *---- Carga las referencias posteadas y de paso las cuenta
      *---- contra las cifras de control que dejó BATCH-BANCO.
        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "COBRANZA-PRESTAMOS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                       ADD 1 TO TOTAL-POSTEADOS
                       MOVE PST-REFERENCIA
                         TO TAB-PST-REFERENCIA(TOTAL-POSTEADOS)
                       MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Sólo interesan los rechazos del rango de préstamos.
        CARGAR-RECHAZOS.
              MOVE TAB-PRE-PAGADAS(IDX)  TO PRE-CUOTAS-PAGADAS
              MOVE TAB-PRE-MORA(IDX)     TO PRE-CUOTAS-MORA
              MOVE TAB-PRE-ESTADO(IDX)   TO PRE-ESTADO
              MOVE TAB-PRE-REESTRUCTURAS(IDX) TO PRE-REESTRUCTURAS
              MOVE TAB-PRE-FECHA-REESTR(IDX)
                TO PRE-FECHA-REESTRUCTURA
              WRITE PRESTAMO-REG
           END-PERFORM
           CLOSE PRESTAMOS-FILE.
