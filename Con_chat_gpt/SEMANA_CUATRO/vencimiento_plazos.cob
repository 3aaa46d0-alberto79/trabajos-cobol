      *> que usa INTERES-MENSUAL, para que BATCH-BANCO los postee y
      *> los audite como cualquier otro movimiento. Las renovaciones
      *> corren la fecha de vencimiento un plazo más en convención
      *> 30/360. Cada vencimiento se encola en CARTAS_EVENTOS.DAT
      *> para que CORRESPONDENCIA-CLIENTES le avise al cliente. Lo
      *> corre PROCESO-NOCTURNO antes de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.
           SELECT CARTAS-EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo trazado que captura PROYECTO1 al abrir el plazo.
      *---- Sólo se procesan los vigentes ('V'); los cancelados
      *---- antes de tiempo ('X') ya se pagaron al cancelarse.
       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

      *---- Aviso del interés pagado a cada contrato, para que
      *---- DEVENGO-INTERESES libere su devengo cuando se postee.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       FD CARTAS-EVENTOS-FILE.
           COPY CARTAEVENTOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PLAZOS      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).
       01 WS-ESTADO-CARTAS PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "PLAZOS".
      *> centavo; el pago se encola ya con centavos.
       01 INTERES-CALC    PIC S9(6)V99 VALUE ZERO.
       01 IMPORTE-PAGO    PIC 9(7)V99 VALUE ZERO.
       01 REFERENCIA-AVISO PIC 9(8) VALUE ZERO.

      *> --- Aritmética de fechas 30/360 para correr el vencimiento
      *> de una renovación, la misma que usa PROYECTO1 al abrir.
            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA
            PERFORM ABRIR-MOVIMIENTOS
            OPEN EXTEND CARTAS-EVENTOS-FILE
            IF WS-ESTADO-CARTAS NOT = '00'
               OPEN OUTPUT CARTAS-EVENTOS-FILE
            END-IF

            PERFORM VARYING IDX-PFJ FROM 1 BY 1
                    UNTIL IDX-PFJ > TOTAL-PLAZOS
            END-PERFORM

            CLOSE MOVIMIENTOS-FILE
            CLOSE DEVENGO-PAGOS-FILE
            CLOSE CARTAS-EVENTOS-FILE
            PERFORM GRABAR-ULTIMA-REFERENCIA
            PERFORM GRABAR-PLAZOS

      *---- Despacha el plazo vencido del renglón IDX-PFJ según su
      *---- instrucción: 'P' paga capital más interés y lo liquida,
      *---- 'C' paga el interés y renueva el capital, 'T' capitaliza
      *---- el interés y renueva todo sin encolar movimiento. En los
      *---- tres casos el interés del plazo queda avisado para que
      *---- DEVENGO-INTERESES libere su devengo.
        LIQUIDAR-PLAZO.
           COMPUTE INTERES-CALC ROUNDED
              = TAB-PFJ-CAPITAL(IDX-PFJ) * TAB-PFJ-TASA(IDX-PFJ)
           PERFORM ENCOLAR-CARTA-PLAZO
           MOVE ZERO TO REFERENCIA-AVISO
           EVALUATE TAB-PFJ-INSTRUCCION(IDX-PFJ)
              WHEN 'C'
                 COMPUTE IMPORTE-PAGO ROUNDED = INTERES-CALC
                 IF IMPORTE-PAGO > 0
                    PERFORM ENCOLAR-PAGO-PLAZO
                    MOVE ULTIMA-REFERENCIA TO REFERENCIA-AVISO
                 END-IF
                 PERFORM AVISAR-INTERES-PAGADO
                 PERFORM RENOVAR-PLAZO
              WHEN 'T'
                 PERFORM AVISAR-INTERES-PAGADO
                 COMPUTE TAB-PFJ-CAPITAL(IDX-PFJ)
                    = TAB-PFJ-CAPITAL(IDX-PFJ) + INTERES-CALC
                 PERFORM RENOVAR-PLAZO
                 COMPUTE IMPORTE-PAGO ROUNDED
                    = TAB-PFJ-CAPITAL(IDX-PFJ) + INTERES-CALC
                 PERFORM ENCOLAR-PAGO-PLAZO
                 MOVE ULTIMA-REFERENCIA TO REFERENCIA-AVISO
                 PERFORM AVISAR-INTERES-PAGADO
                 MOVE 'L' TO TAB-PFJ-ESTADO(IDX-PFJ)
                 ADD 1 TO TOTAL-PAGADOS
           END-EVALUATE.

      *---- Carta al cliente con lo que le rindió el plazo y la
      *---- fecha en que venció, antes de que la renovación corra
      *---- el vencimiento.
        ENCOLAR-CARTA-PLAZO.
           MOVE WS-FECHA-HOY TO CEV-FECHA
           MOVE "PLAZO" TO CEV-TIPO
           MOVE ZERO TO CEV-CLIENTE
           MOVE TAB-PFJ-CUENTA(IDX-PFJ) TO CEV-CUENTA
           COMPUTE CEV-IMPORTE
              = TAB-PFJ-CAPITAL(IDX-PFJ) + INTERES-CALC
           MOVE TAB-PFJ-VENCIMIENTO(IDX-PFJ) TO CEV-FECHA-DATO
           MOVE "VENCIM-PLAZOS" TO CEV-PROGRAMA
           MOVE 'P' TO CEV-ESTADO
           MOVE ZERO TO CEV-FOLIO
           WRITE CARTA-EVENTO-REG.

      *---- Avisa en DEVENGO_PAGOS.DAT el interés del plazo vencido
      *---- con la referencia del pago que lo lleva (cero si se
      *---- capitalizó y no hay movimiento).
        AVISAR-INTERES-PAGADO.
           MOVE 'F' TO DPG-TIPO
           MOVE TAB-PFJ-FOLIO(IDX-PFJ) TO DPG-CONTRATO
           MOVE WS-FECHA-HOY TO DPG-FECHA
           MOVE REFERENCIA-AVISO TO DPG-REFERENCIA
           MOVE INTERES-CALC TO DPG-INTERES
           WRITE DEVENGO-PAGO-REG.

      *---- Encola en MOVIMIENTOS.DAT el depósito del plazo a la
      *---- cuenta del cliente, con referencia fresca del rango
      *---- 82xxxxxx que BATCH-BANCO reconoce como PLAZOS-VTO.
           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           ADD IMPORTE-PAGO TO TOTAL-IMPORTE.

           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           OPEN EXTEND DEVENGO-PAGOS-FILE
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.

      *---- Carga PLAZOS_FIJOS.DAT completo a la tabla.
