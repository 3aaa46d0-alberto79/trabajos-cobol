           SELECT TASA-FILE ASSIGN TO 'TASA_SOBREGIRO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASA.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.

       DATA DIVISION.
       FILE SECTION.
           05 TSH-OPERADOR PIC X(8).
           05 TSH-CAPTURA  PIC 9(8).

      *---- Aviso del interés pagado a cada contrato, para que
      *---- DEVENGO-INTERESES libere su devengo cuando se postee.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ESTADO-TASA         PIC X(2).
       01 WS-ESTADO-TASAS-HIST   PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
            END-PERFORM
            CLOSE CUENTAS-FILE
            CLOSE MOVIMIENTOS-FILE
            CLOSE DEVENGO-PAGOS-FILE
            PERFORM GRABAR-ULTIMA-REFERENCIA

            DISPLAY "--------------------------------"
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           OPEN EXTEND DEVENGO-PAGOS-FILE
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.

      *---- Calcula el interés deudor sobre el saldo negativo de la
                 MOVE ZERO TO MOV-SUCURSAL
                 MOVE ZERO TO MOV-CHEQUE
                 MOVE CUENTA-MONEDA TO MOV-MONEDA
                 MOVE ZERO TO MOV-TIPO-CAMBIO
                 WRITE MOV-REG
                 MOVE 'S' TO DPG-TIPO
                 MOVE NUMERO-CUENTA TO DPG-CONTRATO
                 MOVE WS-FECHA-HOY TO DPG-FECHA
                 MOVE ULTIMA-REFERENCIA TO DPG-REFERENCIA
                 MOVE INTERES-IMPORTE TO DPG-INTERES
                 WRITE DEVENGO-PAGO-REG
                 ADD 1 TO TOTAL-SOBREGIRADAS
                 ADD INTERES-IMPORTE TO TOTAL-INTERES
              END-IF
