      *> extornos 'R' de la bitácora se aplican con el signo
      *> contrario de la operación original, resuelta por la
      *> referencia original que el extorno dejó en su descripción.
      *> La reimpresión del estado de un mes ya cerrado encola la
      *> comisión del tarifario (TARIFA-OPERACION, evento 'E').

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ARCHIVO-MOVS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT REPORTE-FILE ASSIGN TO 'ESTADO_CUENTA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

      *---- Movimientos ya archivados por BATCH-BANCO, en su formato
      *---- indexado por referencia: el lado destino de una
      *---- transferencia se toma del recorrido secuencial, y los
       01 WS-ESTADO-ARCHIVO-MOVS PIC X(2).
       01 WS-ESTADO-POSTEADOS    PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).

       01 EOF-HIST PIC X VALUE 'N'.
          88 FIN-HIST VALUE 'S'.

       01 TOTAL-MOVIMIENTOS PIC 9(5) VALUE 0.

      *> --- Comisión por reimpresión de un estado ya emitido.
           COPY TARIFAPARREG.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
            DISPLAY "ESTADO DE CUENTA GENERADO EN ESTADO_CUENTA.RPT, "
               TOTAL-MOVIMIENTOS " MOVIMIENTOS".

            IF MES-PEDIDO < MES-ACTUAL
               PERFORM COBRAR-REIMPRESION-ESTADO
            END-IF.

            STOP RUN.

      *---- El estado de un mes ya cerrado es una reimpresión: se
      *---- encola la comisión del tarifario según el tipo y la
      *---- sucursal de la cuenta, que BATCH-BANCO carga en su
      *---- siguiente corte.
        COBRAR-REIMPRESION-ESTADO.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-PEDIDA TO NUMERO-CUENTA.
           READ CUENTAS-FILE KEY IS NUMERO-CUENTA
              INVALID KEY
                 CLOSE CUENTAS-FILE
                 EXIT PARAGRAPH
           END-READ.
           CLOSE CUENTAS-FILE.
           MOVE 'E' TO TFP-ACCION.
           MOVE 'E' TO TFP-EVENTO.
           MOVE CUENTA-PEDIDA TO TFP-CUENTA.
           MOVE TIPO-CUENTA TO TFP-TIPO-CUENTA.
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO TFP-SUCURSAL
           ELSE
              MOVE ZERO TO TFP-SUCURSAL
           END-IF.
           MOVE WS-FECHA-HOY-AUD TO TFP-FECHA.
           MOVE ZERO TO TFP-REF-ORIGEN.
           MOVE ZERO TO TFP-REF-REVERSO.
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS.
           IF TFP-COBRAR
              DISPLAY "COMISION POR REIMPRESION " TFP-COMISION
                 ", SE CARGA EN EL SIGUIENTE CORTE (REF "
                 TFP-REFERENCIA ")"
           END-IF.

      *---- Recorre CUENTAS_HIST.DAT quedándose con la última foto
      *---- de la cuenta anterior al mes pedido; ese es el saldo de
      *---- apertura. Si la cuenta no tiene foto previa (se abrió en
                    COMPUTE LIN-EFECTO(IDX-LIN) = 0 - AUD-IMPORTE
                 WHEN 'R'
                    PERFORM EFECTO-DE-EXTORNO
      *---- Traspaso de saldo por cambio de número o consolidación:
      *---- "SALDO A CTA" sale de la cuenta, "SALDO DE CTA" entra.
                 WHEN 'M'
                    IF AUD-DESCRIPCION(1:8) = "SALDO A "
                       COMPUTE LIN-EFECTO(IDX-LIN) = 0 - AUD-IMPORTE
                    ELSE
                       MOVE AUD-IMPORTE TO LIN-EFECTO(IDX-LIN)
                    END-IF
                 WHEN OTHER
                    MOVE ZERO TO LIN-EFECTO(IDX-LIN)
              END-EVALUATE
