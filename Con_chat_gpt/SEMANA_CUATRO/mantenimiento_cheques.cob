      *> retención en RETENCIONES.DAT) y lista el registro de una
      *> cuenta. BATCH-BANCO y PROYECTO1 validan contra este
      *> registro y marcan 'C' los cheques pagados; al pagarse un
      *> cheque certificado el batch libera su retención. La
      *> suspensión causa la comisión por operación del tarifario,
      *> que TARIFA-OPERACION encola para el siguiente corte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.
      *---- importe del cheque, con el motivo cargando su número
      *---- para que el batch sepa qué retención liberar al pagarse.
       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CHEQUES PIC X(2).
             10 TAB-CHQ-ESTADO PIC X(1).
       01 TOTAL-CHEQUES PIC 9(5) VALUE 0.

      *> Comisión por operación de la suspensión de pago.
           COPY TARIFAPARREG.

       PROCEDURE DIVISION.

            PERFORM CARGAR_CHEQUES.
                 WHEN OTHER
                    MOVE 'S' TO TAB-CHQ-ESTADO(RENGLON-CHEQUE)
                    DISPLAY "PAGO SUSPENDIDO"
                    PERFORM COBRAR-SUSPENSION
              END-EVALUATE
           END-IF.

      *---- Encola la comisión de la suspensión contra la cuenta del
      *---- cheque; BATCH-BANCO la carga en el siguiente corte.
        COBRAR-SUSPENSION.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-PEDIDA TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE SPACE TO TIPO-CUENTA
                 MOVE ZERO TO CUENTA-SUCURSAL
           END-READ.
           CLOSE CUENTAS-FILE.
           MOVE 'E' TO TFP-ACCION.
           MOVE 'S' TO TFP-EVENTO.
           MOVE CUENTA-PEDIDA TO TFP-CUENTA.
           MOVE TIPO-CUENTA TO TFP-TIPO-CUENTA.
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO TFP-SUCURSAL
           ELSE
              MOVE ZERO TO TFP-SUCURSAL
           END-IF.
           ACCEPT TFP-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO TFP-REF-ORIGEN.
           MOVE ZERO TO TFP-REF-REVERSO.
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS.
           IF TFP-COBRAR
              DISPLAY "COMISION POR SUSPENSION " TFP-COMISION
                 ", SE CARGA EN EL SIGUIENTE CORTE (REF "
                 TFP-REFERENCIA ")"
           END-IF.

      *---- Certifica un cheque en circulación: verifica que el
      *---- importe quepa en el saldo disponible (saldo menos lo ya
      *---- retenido, sin contar el límite de sobregiro: un cheque
           MOVE 'N' TO EOF-RET.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES = '00'
              MOVE CUENTA-PEDIDA TO RET-CUENTA
              MOVE LOW-VALUES TO RET-MOTIVO
              START RETENCIONES-FILE KEY IS NOT LESS THAN RET-LLAVE
                 INVALID KEY MOVE 'S' TO EOF-RET
              END-START
              PERFORM UNTIL FIN-RET
                 READ RETENCIONES-FILE NEXT
                    AT END MOVE 'S' TO EOF-RET
                    NOT AT END
                       IF RET-CUENTA NOT = CUENTA-PEDIDA
                          MOVE 'S' TO EOF-RET
                       ELSE
                          IF RET-IMPORTE NUMERIC
                             ADD RET-IMPORTE TO IMPORTE-RETENIDO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
      *---- Aparta el importe certificado como retención, con el
      *---- número de cheque en el motivo.
        APARTAR-IMPORTE-CERTIFICADO.
           OPEN I-O RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES = '35'
              OPEN OUTPUT RETENCIONES-FILE
           END-IF.
           MOVE CUENTA-PEDIDA TO RET-CUENTA.
                  CHEQUE-PEDIDO DELIMITED BY SIZE
                  INTO RET-MOTIVO.
           ACCEPT RET-FECHA FROM DATE YYYYMMDD.
           WRITE RETENCION-REG
              INVALID KEY
                 DISPLAY "EL CHEQUE YA TENIA IMPORTE APARTADO; "
                    "NO SE APARTO DE NUEVO"
           END-WRITE.
           CLOSE RETENCIONES-FILE.

      *---- Lista el registro de cheques de una cuenta.
           OPEN INPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES = '00'
              PERFORM UNTIL FIN-CHQ
                 READ CHEQUES-FILE NEXT
                    AT END MOVE 'S' TO EOF-CHQ
                    NOT AT END
                       ADD 1 TO TOTAL-CHEQUES
              MOVE TAB-CHQ-NUMERO(IDX) TO CHQ-NUMERO
              MOVE TAB-CHQ-ESTADO(IDX) TO CHQ-ESTADO
              WRITE CHEQUE-REG
                 INVALID KEY
                    DISPLAY "CHEQUE " CHQ-NUMERO " DE LA CUENTA "
                       CHQ-CUENTA " DUPLICADO, NO SE GRABO"
              END-WRITE
           END-PERFORM.
           CLOSE CHEQUES-FILE.
