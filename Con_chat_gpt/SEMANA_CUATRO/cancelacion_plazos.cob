       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELACION-PLAZOS.

      *> --- Cancelación anticipada de un plazo fijo, con autorización
      *> de supervisor: recalcula el interés por los días que el
      *> depósito estuvo realmente (30/360, sobre la tasa pactada
      *> para el plazo completo), cobra la penalización vigente
      *> sobre el capital (tipo 'P' de TASAS_HISTORIA.CTL, o
      *> PENALIZACION_PLAZOS.CTL) y encola el neto a PFJ-CUENTA en
      *> MOVIMIENTOS.DAT con referencia del rango 82xxxxxx, el mismo
      *> de VENCIMIENTO-PLAZOS, para que BATCH-BANCO lo abone. El
      *> plazo queda en estado 'X' con la fecha de cancelación como
      *> vencimiento, la operación en PLAZOS_CANCELADOS.DAT y en
      *> AUDITORIA.LOG, y el recibo en CANCELACION_PLAZO.RPT. Atiende
      *> un plazo por llamada; lo llaman PROYECTO1 desde ventanilla y
      *> MANTENIMIENTO-PLAZOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'PLAZOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT TASAS-HIST-FILE ASSIGN TO 'TASAS_HISTORIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS-HIST.
           SELECT PENALIZACION-FILE
               ASSIGN TO 'PENALIZACION_PLAZOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENALIZACION.
           SELECT CANCELADOS-FILE ASSIGN TO 'PLAZOS_CANCELADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANCELADOS.
           SELECT RECIBO-FILE ASSIGN TO 'CANCELACION_PLAZO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECIBO.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo trazado que captura PROYECTO1 al abrir el plazo.
       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 PFJ-CUENTA            PIC 9(6).
           05 PFJ-CAPITAL           PIC 9(5)V99.
           05 PFJ-TASA              PIC V999.
           05 PFJ-PLAZO-DIAS        PIC 9(3).
           05 PFJ-FECHA-APERTURA    PIC 9(8).
           05 PFJ-FECHA-VENCIMIENTO PIC 9(8).
           05 PFJ-INSTRUCCION       PIC X(1).
           05 PFJ-ESTADO            PIC X(1).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
      *---- su folio al rango registrado y se niega a rebasarlo.
       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

      *---- Mismo trazado que mantiene MANTENIMIENTO-TASAS.
       FD TASAS-HIST-FILE.
       01 TASA-HIST-REG.
           05 TSH-TIPO     PIC X(1).
           05 TSH-DESDE    PIC 9(8).
           05 TSH-TASA     PIC V999.
           05 TSH-OPERADOR PIC X(8).
           05 TSH-CAPTURA  PIC 9(8).

      *---- Penalización vigente: fracción del capital que se cobra
      *---- al romper un plazo antes de su vencimiento.
       FD PENALIZACION-FILE.
       01 PENALIZACION-REG.
           05 CTL-TASA PIC V999.

      *---- Un renglón por plazo cancelado, con su vencimiento
      *---- original y el desglose de lo pagado.
       FD CANCELADOS-FILE.
       01 CANCELADO-REG.
           05 CAN-FOLIO            PIC 9(6).
           05 CAN-CUENTA           PIC 9(6).
           05 CAN-FECHA            PIC 9(8).
           05 CAN-VENCIMIENTO      PIC 9(8).
           05 CAN-DIAS-PACTADOS    PIC 9(3).
           05 CAN-DIAS-TRANSCURRIDOS PIC 9(3).
           05 CAN-CAPITAL          PIC 9(5)V99.
           05 CAN-INTERES          PIC 9(5)V99.
           05 CAN-TASA-PENALIZACION PIC V999.
           05 CAN-PENALIZACION     PIC 9(5)V99.
           05 CAN-NETO             PIC 9(6)V99.
           05 CAN-REFERENCIA       PIC 9(8).
           05 CAN-AUTORIZO         PIC X(8).

       FD RECIBO-FILE.
       01 LINEA-RECIBO PIC X(60).

      *---- Aviso del interés pagado al cancelar, para que
      *---- DEVENGO-INTERESES libere el devengo del plazo.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       FD OPERADORES-FILE.
       01 OPERADOR-REG.
           05 OPR-ID         PIC X(8).
           05 OPR-NOMBRE     PIC X(20).
           05 OPR-ACTIVO     PIC X(1).
           05 OPR-SUPERVISOR PIC X(1).
           05 OPR-ROL        PIC X(1).
           05 OPR-CLAVE      PIC X(8).
           05 OPR-CLAVE-FECHA PIC 9(8).
           05 OPR-INTENTOS   PIC 9(1).
           05 OPR-BLOQUEADO  PIC X(1).

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PLAZOS      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS      PIC X(2).
       01 WS-ESTADO-TASAS-HIST  PIC X(2).
       01 WS-ESTADO-PENALIZACION PIC X(2).
       01 WS-ESTADO-CANCELADOS  PIC X(2).
       01 WS-ESTADO-RECIBO      PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 EOF-TSH PIC X VALUE 'N'.
          88 FIN-TSH VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 FUENTE-RANGO PIC X(12) VALUE "PLAZOS".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 RANGO-AGOTADO PIC X(1) VALUE 'N'.
          88 ES-RANGO-AGOTADO VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 REFERENCIA-PAGO PIC 9(8) VALUE ZERO.
       01 FOLIO-PEDIDO PIC 9(6) VALUE ZERO.
       01 RENGLON-PLAZO PIC 9(5) VALUE 0.
       01 CONFIRMACION PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 IDX PIC 9(5) VALUE 1.

      *> --- Penalización: la de la historia con vigencia más
      *> reciente ya cumplida; si no hay, la del archivo de control;
      *> y si tampoco, uno por ciento del capital.
       01 TASA-PENALIZACION PIC V999 VALUE .010.
       01 DESDE-PENALIZACION PIC 9(8) VALUE ZERO.

      *> --- Liquidación de la cancelación.
       01 DIAS-TRANSCURRIDOS PIC S9(7) VALUE ZERO.
       01 INTERES-CALC     PIC 9(5)V99 VALUE ZERO.
       01 PENALIZACION-CALC PIC 9(5)V99 VALUE ZERO.
       01 NETO-PAGO        PIC 9(6)V99 VALUE ZERO.
       01 BRUTO-PAGO       PIC 9(6)V99 VALUE ZERO.
       01 VENCIMIENTO-ORIGINAL PIC 9(8) VALUE ZERO.

      *> --- Fechas para la diferencia en días 30/360, la misma
      *> convención con que PROYECTO1 fija el vencimiento.
       01 FECHA-DESDE PIC 9(8).
       01 FILLER REDEFINES FECHA-DESDE.
          05 FD-ANO PIC 9(4).
          05 FD-MES PIC 9(2).
          05 FD-DIA PIC 9(2).
       01 FECHA-HASTA PIC 9(8).
       01 FILLER REDEFINES FECHA-HASTA.
          05 FH-ANO PIC 9(4).
          05 FH-MES PIC 9(2).
          05 FH-DIA PIC 9(2).

      *> --- Maestro de plazos en memoria; se reescribe completo.
       01 PLAZOS-TABLA.
          05 PLAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLAZOS
                INDEXED BY IDX-PFJ.
             10 TAB-PFJ-FOLIO       PIC 9(6).
             10 TAB-PFJ-CUENTA      PIC 9(6).
             10 TAB-PFJ-CAPITAL     PIC 9(5)V99.
             10 TAB-PFJ-TASA        PIC V999.
             10 TAB-PFJ-DIAS        PIC 9(3).
             10 TAB-PFJ-APERTURA    PIC 9(8).
             10 TAB-PFJ-VENCIMIENTO PIC 9(8).
             10 TAB-PFJ-INSTRUCCION PIC X(1).
             10 TAB-PFJ-ESTADO      PIC X(1).
       01 TOTAL-PLAZOS PIC 9(5) VALUE 0.

      *> --- Renglones del recibo.
       01 REC-TITULO.
          05 FILLER PIC X(40)
             VALUE "RECIBO DE CANCELACION ANTICIPADA".
          05 FILLER PIC X(7) VALUE "FECHA ".
          05 RT-FECHA PIC 9(8).
       01 REC-TEXTO.
          05 RX-ETIQUETA PIC X(30).
          05 RX-VALOR    PIC X(20).
       01 REC-IMPORTE.
          05 RI-ETIQUETA PIC X(30).
          05 RI-IMPORTE  PIC ZZZ,ZZ9.99.
       01 REC-NUMERO.
          05 RN-ETIQUETA PIC X(30).
          05 RN-NUMERO   PIC Z(7)9.
       01 REC-TASA.
          05 RA-ETIQUETA PIC X(30).
          05 RA-TASA     PIC .999.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CANCELAR_PLAZO.
            GOBACK.

      *---- Una cancelación completa: ubica el plazo, liquida, pide
      *---- al supervisor, encola el neto, marca el plazo y deja el
      *---- recibo. Cualquier rechazo sale sin tocar nada.
        CANCELAR_PLAZO.
           MOVE 0 TO TOTAL-PLAZOS.
           MOVE 0 TO RENGLON-PLAZO.
           MOVE ZERO TO REFERENCIA-PAGO.
           PERFORM CARGAR-PLAZOS.
           IF TOTAL-PLAZOS = 0
              DISPLAY "SIN PLAZOS FIJOS REGISTRADOS"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE FOLIO DEL PLAZO FIJO A CANCELAR".
           ACCEPT FOLIO-PEDIDO.
           PERFORM VARYING IDX-PFJ FROM 1 BY 1
                   UNTIL IDX-PFJ > TOTAL-PLAZOS
              IF TAB-PFJ-FOLIO(IDX-PFJ) = FOLIO-PEDIDO
                 MOVE IDX-PFJ TO RENGLON-PLAZO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-PLAZO = 0
              DISPLAY "PLAZO FIJO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-PFJ-ESTADO(RENGLON-PLAZO) NOT = 'V'
              DISPLAY "EL PLAZO NO ESTA VIGENTE (ESTADO "
                 TAB-PFJ-ESTADO(RENGLON-PLAZO) ")"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-PFJ-VENCIMIENTO(RENGLON-PLAZO) <= WS-FECHA-HOY
              DISPLAY "EL PLAZO YA VENCIO; LO LIQUIDA "
                 "VENCIMIENTO-PLAZOS EN LA CORRIDA NOCTURNA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-TASA-PENALIZACION.
           PERFORM LIQUIDAR-CANCELACION.
           PERFORM MOSTRAR-LIQUIDACION.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "SUPERVISOR NO AUTORIZADO, NO SE CANCELA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA LA CANCELACION (S/N)".
           ACCEPT CONFIRMACION.
           IF CONFIRMACION NOT = 'S'
              DISPLAY "CANCELACION ABANDONADA"
              EXIT PARAGRAPH
           END-IF.
           IF NETO-PAGO > 0
              PERFORM LEER-ULTIMA-REFERENCIA
              PERFORM VERIFICAR-RANGO-REFERENCIA
              IF ES-RANGO-AGOTADO
                 EXIT PARAGRAPH
              END-IF
              PERFORM ENCOLAR-PAGO-CANCELACION
              PERFORM GRABAR-ULTIMA-REFERENCIA
           END-IF.
           PERFORM AVISAR-INTERES-PAGADO.
           MOVE TAB-PFJ-VENCIMIENTO(RENGLON-PLAZO)
             TO VENCIMIENTO-ORIGINAL.
           MOVE 'X' TO TAB-PFJ-ESTADO(RENGLON-PLAZO).
           MOVE WS-FECHA-HOY TO TAB-PFJ-VENCIMIENTO(RENGLON-PLAZO).
           PERFORM GRABAR-PLAZOS.
           PERFORM GRABAR-CANCELADO.
           PERFORM GRABAR-AUDITORIA-CANCELACION.
           PERFORM IMPRIMIR-RECIBO.
           DISPLAY "PLAZO " FOLIO-PEDIDO " CANCELADO; NETO "
              NETO-PAGO " ENCOLADO CON REFERENCIA " REFERENCIA-PAGO.
           DISPLAY "RECIBO EN CANCELACION_PLAZO.RPT".

      *---- Interés por los días transcurridos desde la apertura
      *---- (o la última renovación) sobre el plazo pactado; la
      *---- penalización es la fracción vigente del capital y nunca
      *---- pasa de lo que el cliente tiene que recibir.
        LIQUIDAR-CANCELACION.
           MOVE TAB-PFJ-APERTURA(RENGLON-PLAZO) TO FECHA-DESDE.
           MOVE WS-FECHA-HOY TO FECHA-HASTA.
           PERFORM CALCULAR-DIAS-30-360.
           IF DIAS-TRANSCURRIDOS < 0
              MOVE 0 TO DIAS-TRANSCURRIDOS
           END-IF.
           IF DIAS-TRANSCURRIDOS > TAB-PFJ-DIAS(RENGLON-PLAZO)
              MOVE TAB-PFJ-DIAS(RENGLON-PLAZO) TO DIAS-TRANSCURRIDOS
           END-IF.
           MOVE ZERO TO INTERES-CALC.
           IF TAB-PFJ-DIAS(RENGLON-PLAZO) > 0
              COMPUTE INTERES-CALC ROUNDED
                 = TAB-PFJ-CAPITAL(RENGLON-PLAZO)
                   * TAB-PFJ-TASA(RENGLON-PLAZO)
                   * DIAS-TRANSCURRIDOS / TAB-PFJ-DIAS(RENGLON-PLAZO)
           END-IF.
           COMPUTE PENALIZACION-CALC ROUNDED
              = TAB-PFJ-CAPITAL(RENGLON-PLAZO) * TASA-PENALIZACION.
           COMPUTE BRUTO-PAGO
              = TAB-PFJ-CAPITAL(RENGLON-PLAZO) + INTERES-CALC.
           IF PENALIZACION-CALC > BRUTO-PAGO
              MOVE BRUTO-PAGO TO PENALIZACION-CALC
           END-IF.
           COMPUTE NETO-PAGO = BRUTO-PAGO - PENALIZACION-CALC.

        MOSTRAR-LIQUIDACION.
           DISPLAY "-----------------------------------".
           DISPLAY "PLAZO " FOLIO-PEDIDO " CUENTA "
              TAB-PFJ-CUENTA(RENGLON-PLAZO).
           DISPLAY "APERTURA " TAB-PFJ-APERTURA(RENGLON-PLAZO)
              " VENCE " TAB-PFJ-VENCIMIENTO(RENGLON-PLAZO).
           DISPLAY "DIAS TRANSCURRIDOS " DIAS-TRANSCURRIDOS
              " DE " TAB-PFJ-DIAS(RENGLON-PLAZO).
           DISPLAY "CAPITAL:            "
              TAB-PFJ-CAPITAL(RENGLON-PLAZO).
           DISPLAY "INTERES RECALCULADO: " INTERES-CALC.
           DISPLAY "PENALIZACION (" TASA-PENALIZACION "): "
              PENALIZACION-CALC.
           DISPLAY "NETO A PAGAR:       " NETO-PAGO.
           DISPLAY "-----------------------------------".

      *---- Días 30/360 de FECHA-DESDE a FECHA-HASTA; el día 31
      *---- cuenta como 30.
        CALCULAR-DIAS-30-360.
           IF FD-DIA > 30
              MOVE 30 TO FD-DIA
           END-IF.
           IF FH-DIA > 30
              MOVE 30 TO FH-DIA
           END-IF.
           COMPUTE DIAS-TRANSCURRIDOS = (FH-ANO - FD-ANO) * 360
              + (FH-MES - FD-MES) * 30 + FH-DIA - FD-DIA.

      *---- Toma la penalización del archivo de control y la deja
      *---- sustituir por la entrada 'P' de la historia con la
      *---- vigencia más reciente que ya se cumplió.
        LEER-TASA-PENALIZACION.
           MOVE .010 TO TASA-PENALIZACION.
           MOVE ZERO TO DESDE-PENALIZACION.
           OPEN INPUT PENALIZACION-FILE.
           IF WS-ESTADO-PENALIZACION = '00'
              READ PENALIZACION-FILE
                 NOT AT END
                    IF CTL-TASA NUMERIC
                       MOVE CTL-TASA TO TASA-PENALIZACION
                    END-IF
              END-READ
              CLOSE PENALIZACION-FILE
           END-IF.
           MOVE 'N' TO EOF-TSH.
           OPEN INPUT TASAS-HIST-FILE.
           IF WS-ESTADO-TASAS-HIST NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-TSH
              READ TASAS-HIST-FILE
                 AT END MOVE 'S' TO EOF-TSH
                 NOT AT END
                    IF TSH-TIPO = 'P'
                          AND TSH-DESDE <= WS-FECHA-HOY
                          AND TSH-DESDE >= DESDE-PENALIZACION
                       MOVE TSH-DESDE TO DESDE-PENALIZACION
                       MOVE TSH-TASA TO TASA-PENALIZACION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TASAS-HIST-FILE.

      *---- Encola el depósito del neto a la cuenta del plazo con
      *---- referencia fresca del rango 82xxxxxx que BATCH-BANCO
      *---- reconoce como PLAZOS-VTO.
        ENCOLAR-PAGO-CANCELACION.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO REFERENCIA-PAGO.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE TAB-PFJ-CUENTA(RENGLON-PLAZO) TO MOV-CUENTA.
           MOVE '+' TO OPERACION.
           MOVE NETO-PAGO TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

      *---- Avisa el interés recalculado con la referencia del pago
      *---- (cero si la penalización se comió todo y no hay pago).
        AVISAR-INTERES-PAGADO.
           OPEN EXTEND DEVENGO-PAGOS-FILE.
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.
           MOVE 'F' TO DPG-TIPO.
           MOVE FOLIO-PEDIDO TO DPG-CONTRATO.
           MOVE WS-FECHA-HOY TO DPG-FECHA.
           MOVE REFERENCIA-PAGO TO DPG-REFERENCIA.
           MOVE INTERES-CALC TO DPG-INTERES.
           WRITE DEVENGO-PAGO-REG.
           CLOSE DEVENGO-PAGOS-FILE.

        GRABAR-CANCELADO.
           OPEN EXTEND CANCELADOS-FILE.
           IF WS-ESTADO-CANCELADOS NOT = '00'
              OPEN OUTPUT CANCELADOS-FILE
           END-IF.
           MOVE FOLIO-PEDIDO TO CAN-FOLIO.
           MOVE TAB-PFJ-CUENTA(RENGLON-PLAZO) TO CAN-CUENTA.
           MOVE WS-FECHA-HOY TO CAN-FECHA.
           MOVE VENCIMIENTO-ORIGINAL TO CAN-VENCIMIENTO.
           MOVE TAB-PFJ-DIAS(RENGLON-PLAZO) TO CAN-DIAS-PACTADOS.
           MOVE DIAS-TRANSCURRIDOS TO CAN-DIAS-TRANSCURRIDOS.
           MOVE TAB-PFJ-CAPITAL(RENGLON-PLAZO) TO CAN-CAPITAL.
           MOVE INTERES-CALC TO CAN-INTERES.
           MOVE TASA-PENALIZACION TO CAN-TASA-PENALIZACION.
           MOVE PENALIZACION-CALC TO CAN-PENALIZACION.
           MOVE NETO-PAGO TO CAN-NETO.
           MOVE REFERENCIA-PAGO TO CAN-REFERENCIA.
           MOVE SUPERVISOR-ID TO CAN-AUTORIZO.
           WRITE CANCELADO-REG.
           CLOSE CANCELADOS-FILE.

      *---- Recibo para el cliente, un renglón por concepto.
        IMPRIMIR-RECIBO.
           OPEN OUTPUT RECIBO-FILE.
           IF WS-ESTADO-RECIBO NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CANCELACION_PLAZO.RPT (ESTADO "
                 WS-ESTADO-RECIBO ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO RT-FECHA.
           WRITE LINEA-RECIBO FROM REC-TITULO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "FOLIO DEL PLAZO" TO RN-ETIQUETA.
           MOVE FOLIO-PEDIDO TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "CUENTA DE ABONO" TO RN-ETIQUETA.
           MOVE TAB-PFJ-CUENTA(RENGLON-PLAZO) TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "FECHA DE APERTURA" TO RN-ETIQUETA.
           MOVE TAB-PFJ-APERTURA(RENGLON-PLAZO) TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "VENCIMIENTO PACTADO" TO RN-ETIQUETA.
           MOVE VENCIMIENTO-ORIGINAL TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "DIAS PACTADOS" TO RN-ETIQUETA.
           MOVE TAB-PFJ-DIAS(RENGLON-PLAZO) TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "DIAS TRANSCURRIDOS" TO RN-ETIQUETA.
           MOVE DIAS-TRANSCURRIDOS TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "CAPITAL" TO RI-ETIQUETA.
           MOVE TAB-PFJ-CAPITAL(RENGLON-PLAZO) TO RI-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE "TASA PACTADA DEL PLAZO" TO RA-ETIQUETA.
           MOVE TAB-PFJ-TASA(RENGLON-PLAZO) TO RA-TASA.
           WRITE LINEA-RECIBO FROM REC-TASA.
           MOVE "INTERES POR DIAS TRANSCURRIDOS" TO RI-ETIQUETA.
           MOVE INTERES-CALC TO RI-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE "TASA DE PENALIZACION" TO RA-ETIQUETA.
           MOVE TASA-PENALIZACION TO RA-TASA.
           WRITE LINEA-RECIBO FROM REC-TASA.
           MOVE "PENALIZACION" TO RI-ETIQUETA.
           MOVE PENALIZACION-CALC TO RI-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE "NETO ABONADO A LA CUENTA" TO RI-ETIQUETA.
           MOVE NETO-PAGO TO RI-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE "REFERENCIA DEL ABONO" TO RN-ETIQUETA.
           MOVE REFERENCIA-PAGO TO RN-NUMERO.
           WRITE LINEA-RECIBO FROM REC-NUMERO.
           MOVE "AUTORIZO" TO RX-ETIQUETA.
           MOVE SUPERVISOR-ID TO RX-VALOR.
           WRITE LINEA-RECIBO FROM REC-TEXTO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "FIRMA DEL CLIENTE: ______________________________"
             TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           CLOSE RECIBO-FILE.

        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION.
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA".
           ACCEPT SUPERVISOR-ID.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = SUPERVISOR-ID
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                             AND (OPR-SUPERVISOR = 'S'
                             OR OPR-ROL = 'S' OR OPR-ROL = 'A')
                          MOVE 'S' TO AUTORIZACION
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

        GRABAR-AUDITORIA-CANCELACION.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "CANCEL-PLAZOS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE TAB-PFJ-CUENTA(RENGLON-PLAZO) TO AUD-CUENTA.
           MOVE 'X' TO AUD-OPERACION.
           MOVE NETO-PAGO TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           STRING "CANCELACION PLAZO " DELIMITED BY SIZE
                  FOLIO-PEDIDO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

        TOMAR-SECUENCIA-AUDITORIA.
           OPEN INPUT SECUENCIA-FILE.
           IF WS-ESTADO-SECUENCIA = '00'
              READ SECUENCIA-FILE
                 AT END MOVE ZERO TO CTL-ULTIMA-SECUENCIA
              END-READ
              MOVE CTL-ULTIMA-SECUENCIA TO SECUENCIA-AUDITORIA
              CLOSE SECUENCIA-FILE
           ELSE
              MOVE ZERO TO SECUENCIA-AUDITORIA
           END-IF.
           ADD 1 TO SECUENCIA-AUDITORIA.
           OPEN OUTPUT SECUENCIA-FILE.
           MOVE SECUENCIA-AUDITORIA TO CTL-ULTIMA-SECUENCIA.
           WRITE SECUENCIA-REG.
           CLOSE SECUENCIA-FILE.

      *---- Referencias compartidas con VENCIMIENTO-PLAZOS, rango
      *---- 82xxxxxx, alineadas al registro central de rangos.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 82000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.

        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO RANGO-AGOTADO.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-RNG
              READ RANGOS-FILE
                 AT END MOVE 'S' TO EOF-RNG
                 NOT AT END
                    IF RNG-FUENTE = FUENTE-RANGO
                          AND RNG-DESDE NUMERIC
                          AND RNG-HASTA NUMERIC
                       MOVE RNG-DESDE TO RANGO-DESDE
                       MOVE RNG-HASTA TO RANGO-HASTA
                       MOVE 'S' TO EOF-RNG
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RANGOS-FILE.
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF.
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF.
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO ", AVISE A OPERACIONES ***"
              MOVE 'S' TO RANGO-AGOTADO
           END-IF.

      *---- Carga PLAZOS_FIJOS.DAT completo a la tabla.
        CARGAR-PLAZOS.
           MOVE 'N' TO EOF-PFJ.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    ADD 1 TO TOTAL-PLAZOS
                    MOVE PFJ-FOLIO TO TAB-PFJ-FOLIO(TOTAL-PLAZOS)
                    MOVE PFJ-CUENTA TO TAB-PFJ-CUENTA(TOTAL-PLAZOS)
                    MOVE PFJ-CAPITAL TO TAB-PFJ-CAPITAL(TOTAL-PLAZOS)
                    MOVE PFJ-TASA TO TAB-PFJ-TASA(TOTAL-PLAZOS)
                    MOVE PFJ-PLAZO-DIAS TO TAB-PFJ-DIAS(TOTAL-PLAZOS)
                    MOVE PFJ-FECHA-APERTURA
                      TO TAB-PFJ-APERTURA(TOTAL-PLAZOS)
                    MOVE PFJ-FECHA-VENCIMIENTO
                      TO TAB-PFJ-VENCIMIENTO(TOTAL-PLAZOS)
                    MOVE PFJ-INSTRUCCION
                      TO TAB-PFJ-INSTRUCCION(TOTAL-PLAZOS)
                    MOVE PFJ-ESTADO TO TAB-PFJ-ESTADO(TOTAL-PLAZOS)
              END-READ
           END-PERFORM.
           CLOSE PLAZOS-FILE.

      *---- Reescribe PLAZOS_FIJOS.DAT completo desde la tabla.
        GRABAR-PLAZOS.
           OPEN OUTPUT PLAZOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLAZOS
              MOVE TAB-PFJ-FOLIO(IDX)       TO PFJ-FOLIO
              MOVE TAB-PFJ-CUENTA(IDX)      TO PFJ-CUENTA
              MOVE TAB-PFJ-CAPITAL(IDX)     TO PFJ-CAPITAL
              MOVE TAB-PFJ-TASA(IDX)        TO PFJ-TASA
              MOVE TAB-PFJ-DIAS(IDX)        TO PFJ-PLAZO-DIAS
              MOVE TAB-PFJ-APERTURA(IDX)    TO PFJ-FECHA-APERTURA
              MOVE TAB-PFJ-VENCIMIENTO(IDX) TO PFJ-FECHA-VENCIMIENTO
              MOVE TAB-PFJ-INSTRUCCION(IDX) TO PFJ-INSTRUCCION
              MOVE TAB-PFJ-ESTADO(IDX)      TO PFJ-ESTADO
              WRITE PLAZO-REG
           END-PERFORM.
           CLOSE PLAZOS-FILE.
