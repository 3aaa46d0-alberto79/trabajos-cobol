      *> Mismo patrón que INTERES-MENSUAL con INTERES_REF.CTL, pero
      *> manejado por el padrón que el cliente mantiene en
      *> PAGOS_PROGRAMADOS.DAT. Lo corre PROCESO-NOCTURNO antes de
      *> BATCH-BANCO. Un pago programado de servicio (luz, agua,
      *> teléfono...) no es transferencia: se revalida la referencia
      *> del recibo con VALIDA-REFERENCIA, se encola un cargo '-' por
      *> el importe más la comisión del emisor con folio del rango
      *> de servicios (SERVICIOS_REF.CTL) y se anota el pago en
      *> PAGOS_SERVICIOS.DAT para que LIQUIDACION-SERVICIOS se lo
      *> pague al emisor una vez posteado el cargo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT SERVICIOS-REF-FILE ASSIGN TO 'SERVICIOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SERV-REF.
           SELECT PAGOS-SERVICIOS-FILE
               ASSIGN TO 'PAGOS_SERVICIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS-SERV.

       DATA DIVISION.
       FILE SECTION.
      *---- Reintentos pactados si el pago rebota; los consume
      *---- REINTENTO-PAGOS, aquí sólo viaja en el registro.
           05 PAG-REINTENTOS     PIC 9(2).
      *---- Pago de servicio: clave del emisor en
      *---- EMISORES_SERVICIO.CTL y referencia del recibo; el pago
      *---- sale a ese emisor y no lleva cuenta destino. Cero (o en
      *---- blanco) es un pago entre cuentas.
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Folio de los pagos de servicios, compartido con la
      *---- ventanilla de PROYECTO1.
       FD SERVICIOS-REF-FILE.
       01 SERVICIOS-REF-REG.
           05 CTL-ULTIMA-REF-SERVICIO PIC 9(8).

       FD PAGOS-SERVICIOS-FILE.
           COPY PAGOSERVREG.

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS PIC X(2).
       01 WS-ESTADO-SERV-REF   PIC X(2).
       01 WS-ESTADO-PAGOS-SERV PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "PAGOS".
          05 WS-DIA-HOY  PIC 9(2).

       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 ULTIMA-REF-SERVICIO PIC 9(8) VALUE ZERO.

       01 TOTAL-PROGRAMADOS PIC 9(5) VALUE 0.
       01 TOTAL-GENERADOS   PIC 9(5) VALUE 0.
       01 TOTAL-IMPORTE     PIC 9(8)V99 VALUE ZERO.
       01 TOTAL-SERVICIOS   PIC 9(5) VALUE 0.
       01 TOTAL-SERV-RECHAZADOS PIC 9(5) VALUE 0.

      *> --- Revalidación de la referencia de los pagos de servicio.
           COPY REFSERVPARREG.

      *> --- Cifras de control de lo que esta corrida agrega a
      *> MOVIMIENTOS.DAT, para que BATCH-BANCO lo verifique.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.


            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA
            PERFORM LEER-REFERENCIA-SERVICIO
            PERFORM VERIFICAR-RANGO-SERVICIO
            PERFORM ABRIR-ARCHIVOS
            PERFORM UNTIL FIN-PAG
               READ PAGOS-FILE
            END-PERFORM
            CLOSE PAGOS-FILE
            CLOSE MOVIMIENTOS-FILE
            CLOSE PAGOS-SERVICIOS-FILE
            MOVE 'C' TO EPA-OPERACION
            CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
            PERFORM GRABAR-ULTIMA-REFERENCIA
            PERFORM GRABAR-REFERENCIA-SERVICIO

            DISPLAY "--------------------------------"
            DISPLAY "PAGOS PROGRAMADOS LEIDOS: " TOTAL-PROGRAMADOS
            DISPLAY "PAGOS GENERADOS HOY: " TOTAL-GENERADOS
            DISPLAY "IMPORTE TOTAL GENERADO: " TOTAL-IMPORTE
            DISPLAY "  DE ELLOS PAGOS DE SERVICIOS: " TOTAL-SERVICIOS
            DISPLAY "SERVICIOS CON REFERENCIA RECHAZADA: "
               TOTAL-SERV-RECHAZADOS
            DISPLAY "--------------------------------".

            GOBACK.
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.

      *---- Folio de servicios: rango 74xxxxxx, para que BATCH-BANCO
      *---- contabilice el cargo como pago de servicio.
        LEER-REFERENCIA-SERVICIO.
           OPEN INPUT SERVICIOS-REF-FILE
           IF WS-ESTADO-SERV-REF = '00'
              READ SERVICIOS-REF-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REF-SERVICIO
                      TO ULTIMA-REF-SERVICIO
              END-READ
              CLOSE SERVICIOS-REF-FILE
           ELSE
              MOVE 74000000 TO ULTIMA-REF-SERVICIO
           END-IF.

      *---- Mismo contrato del registro central para el folio de los
      *---- pagos de servicios (fuente SERVICIOS).
        VERIFICAR-RANGO-SERVICIO.
           MOVE 'N' TO EOF-RNG
           MOVE ZERO TO RANGO-DESDE
           MOVE ZERO TO RANGO-HASTA
           OPEN INPUT RANGOS-FILE
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RNG
              READ RANGOS-FILE
                 AT END MOVE 'S' TO EOF-RNG
                 NOT AT END
                    IF RNG-FUENTE = "SERVICIOS"
                          AND RNG-DESDE NUMERIC
                          AND RNG-HASTA NUMERIC
                       MOVE RNG-DESDE TO RANGO-DESDE
                       MOVE RNG-HASTA TO RANGO-HASTA
                       MOVE 'S' TO EOF-RNG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGOS-FILE
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF
           IF ULTIMA-REF-SERVICIO < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REF-SERVICIO
              SUBTRACT 1 FROM ULTIMA-REF-SERVICIO
           END-IF
           IF ULTIMA-REF-SERVICIO >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 "SERVICIOS ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

        GRABAR-REFERENCIA-SERVICIO.
           OPEN OUTPUT SERVICIOS-REF-FILE
           MOVE ULTIMA-REF-SERVICIO TO CTL-ULTIMA-REF-SERVICIO
           WRITE SERVICIOS-REF-REG
           CLOSE SERVICIOS-REF-FILE.

        ABRIR-ARCHIVOS.
           OPEN INPUT PAGOS-FILE
           IF WS-ESTADO-PAGOS NOT = '00'
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF

           OPEN EXTEND PAGOS-SERVICIOS-FILE
           IF WS-ESTADO-PAGOS-SERV NOT = '00'
              OPEN OUTPUT PAGOS-SERVICIOS-FILE
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'C' TO EPA-MODO
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "GENERADOR-PAGOS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Si el pago está activo y hoy es su día del mes, encola
      *---- la transferencia con referencia nueva. Un pago con día 31
      *---- mes que sí tenga ese día.
        GENERAR-PAGO-VENCIDO.
           ADD 1 TO TOTAL-PROGRAMADOS
           IF PAG-ACTIVO = 'S' AND PAG-DIA = WS-DIA-HOY
                 AND PAG-EMISOR NUMERIC AND PAG-EMISOR > 0
              PERFORM GENERAR-PAGO-SERVICIO
              EXIT PARAGRAPH
           END-IF
           IF PAG-ACTIVO = 'S' AND PAG-DIA = WS-DIA-HOY
              ADD 1 TO ULTIMA-REFERENCIA
              MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
              MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
              MOVE SPACES TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              MOVE 'R' TO EPA-OPERACION
              MOVE MOV-REFERENCIA TO EPA-REFERENCIA
              MOVE IMPORTE TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
              ADD 1 TO TOTAL-GENERADOS
              ADD PAG-IMPORTE TO TOTAL-IMPORTE
           END-IF.

      *---- Pago domiciliado de servicio: la referencia se revalida
      *---- cada vez, porque el emisor pudo darse de baja o cambiar su
      *---- regla desde el alta. El cargo lleva la comisión del
      *---- emisor vigente hoy, y el pago queda capturado en
      *---- PAGOS_SERVICIOS.DAT con el folio del cargo.
        GENERAR-PAGO-SERVICIO.
           MOVE PAG-EMISOR TO RSP-EMISOR
           MOVE PAG-REF-SERVICIO TO RSP-REFERENCIA
           CALL 'VALIDA-REFERENCIA' USING REFERENCIA-PARAMETROS
           IF NOT RSP-VALIDA
              DISPLAY "PAGO DE SERVICIO NO GENERADO, CUENTA "
                 PAG-CUENTA " EMISOR " PAG-EMISOR ": " RSP-MOTIVO
              ADD 1 TO TOTAL-SERV-RECHAZADOS
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO ULTIMA-REF-SERVICIO
           MOVE ULTIMA-REF-SERVICIO TO MOV-REFERENCIA
           MOVE PAG-CUENTA TO MOV-CUENTA
           MOVE '-' TO OPERACION
           COMPUTE IMPORTE = PAG-IMPORTE + RSP-COMISION
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           MOVE 'R' TO EPA-OPERACION
           MOVE MOV-REFERENCIA TO EPA-REFERENCIA
           MOVE IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS

           MOVE MOV-REFERENCIA TO PSV-REFERENCIA
           MOVE WS-FECHA-HOY TO PSV-FECHA
           MOVE PAG-EMISOR TO PSV-EMISOR
           MOVE PAG-REF-SERVICIO TO PSV-REF-SERVICIO
           MOVE PAG-IMPORTE TO PSV-IMPORTE
           MOVE RSP-COMISION TO PSV-COMISION
           MOVE 'D' TO PSV-ORIGEN
           MOVE PAG-CUENTA TO PSV-CUENTA
           MOVE ZERO TO PSV-SUCURSAL
           MOVE "NOCTURNO" TO PSV-OPERADOR
           MOVE 'C' TO PSV-ESTADO
           MOVE ZERO TO PSV-FECHA-LIQ
           MOVE SPACES TO PSV-MOTIVO
           WRITE PAGO-SERVICIO-REG

           ADD 1 TO TOTAL-GENERADOS
           ADD 1 TO TOTAL-SERVICIOS
           ADD IMPORTE TO TOTAL-IMPORTE.
