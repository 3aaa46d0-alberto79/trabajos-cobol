           SELECT ACUMULADO-FILE ASSIGN TO 'ISR_ACUMULADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.

       DATA DIVISION.
       FILE SECTION.
           05 ISR-INTERES  PIC 9(9)V99.
           05 ISR-RETENIDO PIC 9(9)V99.

      *---- Aviso del interés pagado a cada contrato, para que
      *---- DEVENGO-INTERESES libere su devengo cuando se postee.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-ISR          PIC X(2).
       01 WS-ESTADO-ISR-REF      PIC X(2).
       01 WS-ESTADO-ACUMULADO    PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 RENGLON-ACUMULADO PIC 9(4) VALUE 0.
       01 CLIENTE-INTERES PIC 9(5) VALUE ZERO.

      *> --- Cifras de control de lo que esta corrida agrega a
      *> MOVIMIENTOS.DAT, para que BATCH-BANCO lo verifique.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            END-PERFORM
            CLOSE CUENTAS-FILE
            CLOSE MOVIMIENTOS-FILE
            MOVE 'C' TO EPA-OPERACION
            CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
            CLOSE DEVENGO-PAGOS-FILE
            PERFORM GRABAR-ULTIMA-REFERENCIA
            PERFORM GRABAR-REFERENCIA-ISR
            PERFORM GRABAR-ACUMULADOS
              MOVE ZERO TO MOV-SUCURSAL
              MOVE ZERO TO MOV-CHEQUE
              MOVE CUENTA-MONEDA TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              MOVE 'R' TO EPA-OPERACION
              MOVE MOV-REFERENCIA TO EPA-REFERENCIA
              MOVE IMPORTE TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
              ADD ISR-IMPORTE TO TOTAL-RETENIDO
           END-IF
           PERFORM ACUMULAR-ISR-CLIENTE.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'C' TO EPA-MODO
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "INTERES-MENSUAL" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           OPEN EXTEND DEVENGO-PAGOS-FILE
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.

      *---- Calcula el interés de la cuenta activa, redondeado al
                 MOVE ZERO TO MOV-SUCURSAL
                 MOVE ZERO TO MOV-CHEQUE
                 MOVE CUENTA-MONEDA TO MOV-MONEDA
                 MOVE ZERO TO MOV-TIPO-CAMBIO
                 WRITE MOV-REG
                 MOVE 'R' TO EPA-OPERACION
                 MOVE MOV-REFERENCIA TO EPA-REFERENCIA
                 MOVE IMPORTE TO EPA-IMPORTE
                 CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
                 ADD INTERES-IMPORTE TO TOTAL-INTERES
                 MOVE 'A' TO DPG-TIPO
                 MOVE NUMERO-CUENTA TO DPG-CONTRATO
                 MOVE WS-FECHA-HOY TO DPG-FECHA
                 MOVE ULTIMA-REFERENCIA TO DPG-REFERENCIA
                 MOVE INTERES-IMPORTE TO DPG-INTERES
                 WRITE DEVENGO-PAGO-REG
                 PERFORM RETENER-IMPUESTO-INTERES
              ELSE
                 ADD 1 TO TOTAL-SIN-SALDO
