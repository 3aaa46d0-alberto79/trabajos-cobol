       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO-INTERESES.

      *> --- Devengo diario de intereses. INTERES-MENSUAL,
      *> INTERES-SOBREGIRO, VENCIMIENTO-PLAZOS y COBRANZA-PRESTAMOS
      *> sólo reconocen el interés el día que lo pagan o lo cobran;
      *> este paso reconoce cada noche el interés del día de cada
      *> cuenta de ahorro con saldo, cada cuenta sobregirada, cada
      *> plazo fijo vigente de PLAZOS_FIJOS.DAT y cada préstamo
      *> vigente de PRESTAMOS.DAT, en convención 30/360. Las cuentas
      *> usan la tasa vigente hoy según TASAS_HISTORIA.CTL ('I'
      *> ahorro, 'S' sobregiro) y los plazos y préstamos la tasa
      *> pactada en el contrato. El devengado de cada contrato se
      *> lleva en DEVENGOS.DAT y lo que crece cada noche se asienta
      *> en CONTABLE.DAT (gasto contra interés por pagar en ahorro y
      *> plazos, interés por cobrar contra ingreso en sobregiros y
      *> préstamos). Cuando el pago mensual o el del vencimiento ya
      *> se posteó (avisado en DEVENGO_PAGOS.DAT por el programa que
      *> lo generó) el devengo del contrato se libera con la partida
      *> contraria, y DEVENGO_INTERESES.RPT muestra lo liberado
      *> contra lo pagado. Lo corre PROCESO-NOCTURNO después de
      *> BATCH-BANCO y antes de CONTABILIDAD-GENERAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT DEVENGOS-FILE ASSIGN TO 'DEVENGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGOS.
           SELECT PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZOS-HIST-FILE ASSIGN TO 'RECHAZOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT TASAS-HIST-FILE ASSIGN TO 'TASAS_HISTORIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS-HIST.
           SELECT TASA-INTERES-FILE ASSIGN TO 'TASA_INTERES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASA.
           SELECT TASA-SOBREGIRO-FILE ASSIGN TO 'TASA_SOBREGIRO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASA.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT CORTES-FILE ASSIGN TO 'CORTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORTES.
           SELECT CONTROL-FILE ASSIGN TO 'DEVENGO_CONTROL.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT REPORTE-FILE ASSIGN TO 'DEVENGO_INTERESES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

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

      *---- Mismo trazado que mantiene MANTENIMIENTO-PRESTAMOS.
       FD PRESTAMOS-FILE.
       01 PRESTAMO-REG.
           05 PRE-FOLIO        PIC 9(6).
           05 PRE-CLIENTE      PIC 9(5).
           05 PRE-CUENTA       PIC 9(6).
           05 PRE-CAPITAL      PIC 9(5)V99.
           05 PRE-TASA         PIC V999.
           05 PRE-PLAZO-MESES  PIC 9(3).
           05 PRE-CUOTA        PIC 9(5)V99.
           05 PRE-FECHA-DESEMBOLSO PIC 9(8).
           05 PRE-SALDO-INSOLUTO PIC 9(7)V99.
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-CUOTAS-MORA    PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
           05 PRE-REESTRUCTURAS  PIC 9(2).
           05 PRE-FECHA-REESTRUCTURA PIC 9(8).

       FD DEVENGOS-FILE.
           COPY DEVENGOREG.

       FD PAGOS-FILE.
           COPY DEVPAGOREG.

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Mismo trazado que escribe BATCH-BANCO en
      *---- GRABAR-RECHAZO-HISTORICO.
       FD RECHAZOS-HIST-FILE.
       01 RECHAZO-HIST-REG.
           05 RHX-FECHA      PIC 9(8).
           05 RHX-REFERENCIA PIC 9(8).
           05 RHX-CUENTA     PIC 9(6).
           05 RHX-OPERACION  PIC X.
           05 RHX-IMPORTE    PIC 9(7)V99.
           05 RHX-CUENTA-DESTINO PIC 9(6).
           05 RHX-SUCURSAL   PIC 9(3).
           05 RHX-CHEQUE     PIC 9(6).
           05 RHX-MOTIVO     PIC X(30).
           05 RHX-ESTADO     PIC X(1).

      *---- Historia de tasas con fecha de vigencia, mantenida en
      *---- MANTENIMIENTO-TASAS; el devengo de hoy usa la tasa de
      *---- cada tipo con la mayor vigencia que no rebase hoy.
       FD TASAS-HIST-FILE.
       01 TASA-HIST-REG.
           05 TSH-TIPO     PIC X(1).
           05 TSH-DESDE    PIC 9(8).
           05 TSH-TASA     PIC V999.
           05 TSH-OPERADOR PIC X(8).
           05 TSH-CAPTURA  PIC 9(8).

       FD TASA-INTERES-FILE.
       01 TASA-INTERES-REG.
           05 CTL-TASA-INTERES PIC V999.

       FD TASA-SOBREGIRO-FILE.
       01 TASA-SOBREGIRO-REG.
           05 CTL-TASA-SOBREGIRO PIC V999.

      *---- Mismo trazado de la interfaz contable de BATCH-BANCO.
       FD CONTABLE-FILE.
       01 CONTABLE-REG.
           05 CNT-FECHA    PIC 9(8).
           05 CNT-MONEDA   PIC X(3).
           05 CNT-SUCURSAL PIC 9(3).
           05 CNT-CONCEPTO PIC X(10).
           05 CNT-CARGO-ABONO PIC X(1).
           05 CNT-IMPORTE  PIC 9(9)V99.
           05 CNT-REGISTROS PIC 9(5).

      *---- Registro de cortes de BATCH-BANCO: los renglones que se
      *---- agregan a CONTABLE.DAT se suman a los del corte de hoy,
      *---- para que un corte intradía posterior los copie hacia
      *---- adelante junto con los suyos.
       FD CORTES-FILE.
       01 CORTE-REG.
           05 COR-FECHA PIC 9(8).
           05 COR-CORTE PIC 9(2).
           05 COR-RENGLONES PIC 9(5).

      *---- Fecha del último devengo completo; un relanzamiento del
      *---- mismo día no vuelve a asentar.
       FD CONTROL-FILE.
       01 CONTROL-REG.
           05 DCT-FECHA     PIC 9(8).
           05 DCT-RENGLONES PIC 9(5).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-PLAZOS      PIC X(2).
       01 WS-ESTADO-PRESTAMOS   PIC X(2).
       01 WS-ESTADO-DEVENGOS    PIC X(2).
       01 WS-ESTADO-PAGOS       PIC X(2).
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-RECHAZOS    PIC X(2).
       01 WS-ESTADO-TASAS-HIST  PIC X(2).
       01 WS-ESTADO-TASA        PIC X(2).
       01 WS-ESTADO-CONTABLE    PIC X(2).
       01 WS-ESTADO-CORTES      PIC X(2).
       01 WS-ESTADO-CONTROL     PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-DEV PIC X VALUE 'N'.
          88 FIN-DEV VALUE 'S'.
       01 EOF-DPG PIC X VALUE 'N'.
          88 FIN-DPG VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-RHX PIC X VALUE 'N'.
          88 FIN-RHX VALUE 'S'.
       01 EOF-TSH PIC X VALUE 'N'.
          88 FIN-TSH VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FECHA-ULTIMO-DEVENGO PIC 9(8) VALUE ZERO.

      *> Tasas mensuales de las cuentas; sin historia ni archivo de
      *> control quedan los mismos respaldos que usan INTERES-MENSUAL
      *> e INTERES-SOBREGIRO.
       01 TASA-AHORRO    PIC V999 VALUE .010.
       01 TASA-DEUDORA   PIC V999 VALUE .025.
       01 VIGENCIA-AHORRO  PIC 9(8) VALUE ZERO.
       01 VIGENCIA-DEUDORA PIC 9(8) VALUE ZERO.

      *> --- Aritmética 30/360: número de día de una fecha, el mismo
      *> conteo con que PROYECTO1 y VENCIMIENTO-PLAZOS corren los
      *> vencimientos (los días 31 cuentan como 30).
       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).
       01 DIAS-CALCULO PIC 9(8) VALUE ZERO.
       01 DIAS-HOY     PIC 9(8) VALUE ZERO.
       01 DIAS-INICIO  PIC 9(8) VALUE ZERO.
       01 DIAS-DESDE   PIC 9(8) VALUE ZERO.
       01 DIAS-TOPE    PIC 9(8) VALUE ZERO.
       01 DIAS-DEVENGO PIC 9(5) VALUE ZERO.

      *> --- Datos del contrato en turno para DEVENGAR-CONTRATO: la
      *> base que devenga, la tasa del periodo, el divisor que
      *> reparte esa tasa por día (30 para tasas mensuales, los
      *> días del plazo para la tasa de un plazo fijo) y la fecha
      *> hasta la que toca devengar.
       01 TIPO-BUSCADO     PIC X(1) VALUE SPACE.
       01 CONTRATO-BUSCADO PIC 9(6) VALUE ZERO.
       01 CUENTA-CONTRATO  PIC 9(6) VALUE ZERO.
       01 MONEDA-CONTRATO  PIC X(3) VALUE SPACES.
       01 SUCURSAL-CONTRATO PIC 9(3) VALUE ZERO.
       01 BASE-DEVENGO     PIC 9(7)V99 VALUE ZERO.
       01 TASA-DEVENGO     PIC V999 VALUE ZERO.
       01 DIVISOR-DEVENGO  PIC 9(3) VALUE ZERO.
       01 FECHA-TOPE       PIC 9(8) VALUE ZERO.
       01 INTERES-DIA-CALC PIC 9(7)V9(4) VALUE ZERO.
       01 DEVENGADO-CENTAVOS PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-ASIENTO  PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-LIBERAR  PIC 9(7)V99 VALUE ZERO.
       01 DIFERENCIA-PAGO  PIC S9(7)V99 VALUE ZERO.
       01 SENTIDO-ASIENTO  PIC X(1) VALUE SPACE.
          88 ASIENTO-DEVENGO    VALUE 'D'.
          88 ASIENTO-LIBERACION VALUE 'L'.
       01 SENTIDO-RESULTADO PIC X(1) VALUE SPACE.
       01 CUENTA-HALLADA   PIC X(1) VALUE 'N'.
          88 HAY-CUENTA VALUE 'S'.

      *> --- Devengos de todos los contratos en memoria; se reescribe
      *> DEVENGOS.DAT completo al final. TAB-DEV-CERRADO marca el
      *> contrato que ya terminó (cuenta cancelada, plazo o préstamo
      *> liquidado): su próxima liberación se lleva todo lo que
      *> quede, y una vez en cero deja de grabarse.
       01 DEVENGOS-TABLA.
          05 DEVENGO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-DEVENGOS
                INDEXED BY IDX-DEV.
             10 TAB-DEV-TIPO       PIC X(1).
             10 TAB-DEV-CONTRATO   PIC 9(6).
             10 TAB-DEV-CUENTA     PIC 9(6).
             10 TAB-DEV-MONEDA     PIC X(3).
             10 TAB-DEV-SUCURSAL   PIC 9(3).
             10 TAB-DEV-DEVENGADO  PIC 9(7)V9(4).
             10 TAB-DEV-ASENTADO   PIC 9(7)V99.
             10 TAB-DEV-TASA       PIC V999.
             10 TAB-DEV-ULTIMO     PIC 9(8).
             10 TAB-DEV-LIBERACION PIC 9(8).
             10 TAB-DEV-PAGADO     PIC 9(7)V99.
             10 TAB-DEV-CERRADO    PIC X(1).
       01 TOTAL-DEVENGOS PIC 9(5) VALUE 0.
       01 RENGLON-DEVENGO PIC 9(5) VALUE 0.

      *> --- Avisos de interés pagado; los que esperan todavía su
      *> posteo se vuelven a grabar para la noche siguiente.
       01 PAGOS-TABLA.
          05 PAGO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PAGOS
                INDEXED BY IDX-DPG.
             10 TAB-DPG-TIPO       PIC X(1).
             10 TAB-DPG-CONTRATO   PIC 9(6).
             10 TAB-DPG-FECHA      PIC 9(8).
             10 TAB-DPG-REFERENCIA PIC 9(8).
             10 TAB-DPG-INTERES    PIC 9(7)V99.
             10 TAB-DPG-LIBERADO   PIC 9(7)V99.
             10 TAB-DPG-ESTADO     PIC X(1).
       01 TOTAL-PAGOS PIC 9(4) VALUE 0.

       01 POSTEADOS-TABLA.
          05 POSTEADO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADOS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADOS PIC 9(5) VALUE 0.
       01 RECHAZOS-TABLA.
          05 RECHAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RECHAZOS
                INDEXED BY IDX-RHX.
             10 TAB-RHX-REFERENCIA PIC 9(8).
       01 TOTAL-RECHAZOS PIC 9(4) VALUE 0.
       01 REF-BUSCADA PIC 9(8) VALUE ZERO.
       01 REF-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-POSTEADA VALUE 'S'.
       01 REF-RECHAZADA PIC X(1) VALUE 'N'.
          88 ES-RECHAZADA VALUE 'S'.
      *> Cifras de control de MOVS_POSTEADOS.DAT, que se verifica al
      *> cargarlo, y de lo que se agrega a CONTABLE.DAT.
           COPY ENTREGAPARREG.

      *> --- Partidas del día por moneda, sucursal, concepto y
      *> sentido, que se agregan a CONTABLE.DAT al final. Cada tipo
      *> de contrato tiene su par de conceptos: DEVENG-xxx (gasto o
      *> ingreso por intereses) y PROVIS-xxx (interés por pagar o
      *> por cobrar).
       01 PARTIDAS-TABLA.
          05 PARTIDA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-PARTIDAS
                INDEXED BY IDX-PAR.
             10 PAR-MONEDA       PIC X(3).
             10 PAR-SUCURSAL     PIC 9(3).
             10 PAR-CONCEPTO     PIC X(10).
             10 PAR-CARGO-ABONO  PIC X(1).
             10 PAR-IMPORTE      PIC 9(9)V99.
       01 TOTAL-PARTIDAS PIC 9(3) VALUE 0.
       01 PARTIDA-MONEDA    PIC X(3) VALUE SPACES.
       01 PARTIDA-SUCURSAL  PIC 9(3) VALUE ZERO.
       01 PARTIDA-CONCEPTO  PIC X(10) VALUE SPACES.
       01 PARTIDA-SENTIDO   PIC X(1) VALUE SPACE.
       01 PARTIDA-IMPORTE   PIC 9(7)V99 VALUE ZERO.
       01 CONCEPTO-RESULTADO PIC X(10) VALUE SPACES.
       01 CONCEPTO-PROVISION PIC X(10) VALUE SPACES.
       01 RENGLONES-AGREGADOS PIC 9(5) VALUE 0.
       01 CORTE-HOY       PIC 9(2) VALUE 0.
       01 RENGLONES-CORTE PIC 9(5) VALUE 0.

      *> --- Totales por tipo de contrato, en el orden de
      *> TIPOS-CONTRATO: ahorro, sobregiro, plazo, préstamo.
       01 TIPOS-CONTRATO PIC X(4) VALUE "ASFP".
       01 NOMBRES-TIPO-VAL.
          05 FILLER PIC X(12) VALUE "AHORRO".
          05 FILLER PIC X(12) VALUE "SOBREGIRO".
          05 FILLER PIC X(12) VALUE "PLAZO FIJO".
          05 FILLER PIC X(12) VALUE "PRESTAMO".
       01 NOMBRES-TIPO REDEFINES NOMBRES-TIPO-VAL.
          05 NOMBRE-TIPO PIC X(12) OCCURS 4 TIMES.
       01 TOTALES-TIPO.
          05 TOTAL-TIPO OCCURS 4 TIMES.
             10 TOT-CONTRATOS  PIC 9(5).
             10 TOT-DEVENGADO  PIC 9(9)V99.
             10 TOT-LIBERADO   PIC 9(9)V99.
             10 TOT-PAGADO     PIC 9(9)V99.
             10 TOT-PROVISION  PIC 9(9)V99.
       01 IDX-TIPO PIC 9(1) VALUE 0.
       01 TOTAL-LIBERACIONES PIC 9(5) VALUE 0.
       01 TOTAL-PENDIENTES   PIC 9(5) VALUE 0.
       01 TOTAL-RECHAZADOS   PIC 9(5) VALUE 0.

      *> --- Renglones del reporte.
       01 LINEA-LIBERACION.
          05 LIB-TIPO       PIC X(12).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LIB-CONTRATO   PIC 9(6).
          05 FILLER         PIC X(10) VALUE " LIBERADO ".
          05 LIB-LIBERADO   PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(8) VALUE " PAGADO ".
          05 LIB-PAGADO     PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(12) VALUE " DIFERENCIA ".
          05 LIB-DIFERENCIA PIC -,ZZZ,ZZ9.99.
       01 LINEA-TOTAL-TIPO.
          05 TTP-TIPO       PIC X(12).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 TTP-CONTRATOS  PIC ZZZZ9.
          05 FILLER         PIC X(5) VALUE " HOY ".
          05 TTP-DEVENGADO  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(6) VALUE " LIB. ".
          05 TTP-LIBERADO   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(7) VALUE " SALDO ".
          05 TTP-PROVISION  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            PERFORM LEER-CONTROL
            IF FECHA-ULTIMO-DEVENGO = WS-FECHA-HOY
               DISPLAY "EL DEVENGO DE " WS-FECHA-HOY
                  " YA SE ASENTO, NO SE REPITE"
               GOBACK
            END-IF
            MOVE WS-FECHA-HOY TO FECHA-CALCULO
            PERFORM CALCULAR-DIAS-30-360
            MOVE DIAS-CALCULO TO DIAS-HOY
            PERFORM LEER-TASAS-CONTROL
            PERFORM SELECCIONAR-TASAS-VIGENTES
            PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 4
               MOVE ZERO TO TOT-CONTRATOS(IDX-TIPO)
               MOVE ZERO TO TOT-DEVENGADO(IDX-TIPO)
               MOVE ZERO TO TOT-LIBERADO(IDX-TIPO)
               MOVE ZERO TO TOT-PAGADO(IDX-TIPO)
               MOVE ZERO TO TOT-PROVISION(IDX-TIPO)
            END-PERFORM
            PERFORM CARGAR-DEVENGOS
            PERFORM CARGAR-PAGOS
            PERFORM CARGAR-POSTEADOS
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE DEVENGA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-RECHAZOS

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

      *---- Plazos y préstamos devengan antes de liberar: la noche
      *---- del vencimiento todavía le toca su último día al plazo
      *---- que se acaba de pagar o renovar.
            PERFORM DEVENGAR-PLAZOS
            PERFORM DEVENGAR-PRESTAMOS
            PERFORM APLICAR-LIBERACIONES

      *---- Las cuentas devengan después de liberar: el pago mensual
      *---- cubre el mes que cerró, y el día de hoy ya es del nuevo.
            MOVE ZERO TO NUMERO-CUENTA
            START CUENTAS-FILE KEY IS >= NUMERO-CUENTA
               INVALID KEY MOVE 'S' TO EOF-CTA
            END-START
            PERFORM UNTIL FIN-CTA
               READ CUENTAS-FILE NEXT RECORD
                  AT END MOVE 'S' TO EOF-CTA
                  NOT AT END
                     PERFORM DEVENGAR-CUENTA
               END-READ
            END-PERFORM
            CLOSE CUENTAS-FILE

            PERFORM GRABAR-CONTABLE
            PERFORM SUMAR-RENGLONES-CORTE
            PERFORM GRABAR-DEVENGOS
            PERFORM GRABAR-PAGOS-PENDIENTES
            PERFORM IMPRIMIR-REPORTE
            PERFORM GRABAR-CONTROL

            DISPLAY "--------------------------------"
            PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 4
               DISPLAY "DEVENGADO HOY " NOMBRE-TIPO(IDX-TIPO) ": "
                  TOT-DEVENGADO(IDX-TIPO)
            END-PERFORM
            DISPLAY "LIBERACIONES APLICADAS: " TOTAL-LIBERACIONES
            DISPLAY "PAGOS EN ESPERA DE POSTEO: " TOTAL-PENDIENTES
            DISPLAY "PAGOS RECHAZADOS (SIN LIBERAR): "
               TOTAL-RECHAZADOS
            DISPLAY "RENGLONES AGREGADOS A CONTABLE.DAT: "
               RENGLONES-AGREGADOS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Una cuenta del maestro: con saldo positivo devenga
      *---- interés de ahorro, con saldo negativo interés deudor. El
      *---- devengo del otro tipo, si existe, sólo avanza su fecha
      *---- para no devengar después días que no le tocaron. Una
      *---- cuenta cancelada ya no devenga.
        DEVENGAR-CUENTA.
           MOVE NUMERO-CUENTA TO CUENTA-CONTRATO
           PERFORM TOMAR-DATOS-CUENTA
           MOVE WS-FECHA-HOY TO FECHA-TOPE
           COMPUTE DIAS-INICIO = DIAS-HOY - 1
           MOVE 30 TO DIVISOR-DEVENGO

           MOVE 'A' TO TIPO-BUSCADO
           MOVE NUMERO-CUENTA TO CONTRATO-BUSCADO
           PERFORM BUSCAR-DEVENGO
           IF STATUS-CUENTA NOT = 'C' AND SALDO > 0
              IF RENGLON-DEVENGO = 0
                 PERFORM CREAR-DEVENGO
              END-IF
              MOVE SALDO TO BASE-DEVENGO
              MOVE TASA-AHORRO TO TASA-DEVENGO
              PERFORM DEVENGAR-CONTRATO
           ELSE
              PERFORM AVANZAR-SIN-DEVENGO
           END-IF

           MOVE 'S' TO TIPO-BUSCADO
           PERFORM BUSCAR-DEVENGO
           IF STATUS-CUENTA NOT = 'C' AND SALDO < 0
              IF RENGLON-DEVENGO = 0
                 PERFORM CREAR-DEVENGO
              END-IF
              COMPUTE BASE-DEVENGO = 0 - SALDO
              MOVE TASA-DEUDORA TO TASA-DEVENGO
              PERFORM DEVENGAR-CONTRATO
           ELSE
              PERFORM AVANZAR-SIN-DEVENGO
           END-IF.

      *---- Deja la fecha del devengo existente en hoy sin devengar.
      *---- Una cuenta cancelada ya no recibe pago mensual: su
      *---- devengo queda cerrado y lo que tuviera asentado se
      *---- revierte hoy mismo.
        AVANZAR-SIN-DEVENGO.
           IF RENGLON-DEVENGO = 0
              EXIT PARAGRAPH
           END-IF
           IF TAB-DEV-ULTIMO(RENGLON-DEVENGO) < WS-FECHA-HOY
              MOVE WS-FECHA-HOY TO TAB-DEV-ULTIMO(RENGLON-DEVENGO)
           END-IF
           IF STATUS-CUENTA = 'C'
              MOVE 'S' TO TAB-DEV-CERRADO(RENGLON-DEVENGO)
              IF TAB-DEV-ASENTADO(RENGLON-DEVENGO) > 0
                 MOVE TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                   TO IMPORTE-ASIENTO
                 MOVE 'L' TO SENTIDO-ASIENTO
                 PERFORM ASENTAR-DEVENGO
                 PERFORM UBICAR-TIPO
                 ADD IMPORTE-ASIENTO TO TOT-LIBERADO(IDX-TIPO)
                 MOVE ZERO TO TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                 MOVE ZERO TO TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
              END-IF
           END-IF.

      *---- Cada plazo vigente devenga capital por tasa del plazo
      *---- repartida entre sus días, hasta hoy o hasta su
      *---- vencimiento. Un plazo liquidado sólo completa el devengo
      *---- que ya traía hasta su vencimiento y queda cerrado.
        DEVENGAR-PLAZOS.
           OPEN INPUT PLAZOS-FILE
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    PERFORM DEVENGAR-PLAZO
              END-READ
           END-PERFORM
           CLOSE PLAZOS-FILE.

        DEVENGAR-PLAZO.
           IF PFJ-PLAZO-DIAS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO TIPO-BUSCADO
           MOVE PFJ-FOLIO TO CONTRATO-BUSCADO
           PERFORM BUSCAR-DEVENGO
           IF PFJ-ESTADO NOT = 'V' AND RENGLON-DEVENGO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PFJ-CUENTA TO CUENTA-CONTRATO
           PERFORM LEER-CUENTA-CONTRATO
           IF RENGLON-DEVENGO = 0
              MOVE PFJ-FECHA-APERTURA TO FECHA-CALCULO
              PERFORM FIJAR-INICIO-CONTRATO
              PERFORM CREAR-DEVENGO
           END-IF
           IF PFJ-FECHA-VENCIMIENTO < WS-FECHA-HOY
              MOVE PFJ-FECHA-VENCIMIENTO TO FECHA-TOPE
           ELSE
              MOVE WS-FECHA-HOY TO FECHA-TOPE
           END-IF
           MOVE PFJ-CAPITAL TO BASE-DEVENGO
           MOVE PFJ-TASA TO TASA-DEVENGO
           MOVE PFJ-PLAZO-DIAS TO DIVISOR-DEVENGO
           PERFORM DEVENGAR-CONTRATO
           IF PFJ-ESTADO NOT = 'V'
              MOVE 'S' TO TAB-DEV-CERRADO(RENGLON-DEVENGO)
           END-IF.

      *---- Cada préstamo vigente devenga capital por tasa mensual
      *---- entre 30 por día, el mismo interés simple con que
      *---- MANTENIMIENTO-PRESTAMOS arma sus cuotas. Un préstamo
      *---- liquidado ya no devenga y queda cerrado.
        DEVENGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    PERFORM DEVENGAR-PRESTAMO
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE.

        DEVENGAR-PRESTAMO.
           MOVE 'P' TO TIPO-BUSCADO
           MOVE PRE-FOLIO TO CONTRATO-BUSCADO
           PERFORM BUSCAR-DEVENGO
           IF PRE-ESTADO = 'L'
              IF RENGLON-DEVENGO > 0
                 MOVE 'S' TO TAB-DEV-CERRADO(RENGLON-DEVENGO)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE PRE-CUENTA TO CUENTA-CONTRATO
           PERFORM LEER-CUENTA-CONTRATO
           IF RENGLON-DEVENGO = 0
              MOVE PRE-FECHA-DESEMBOLSO TO FECHA-CALCULO
              PERFORM FIJAR-INICIO-CONTRATO
              PERFORM CREAR-DEVENGO
           END-IF
           MOVE WS-FECHA-HOY TO FECHA-TOPE
           MOVE PRE-CAPITAL TO BASE-DEVENGO
           MOVE PRE-TASA TO TASA-DEVENGO
           MOVE 30 TO DIVISOR-DEVENGO
           PERFORM DEVENGAR-CONTRATO.

      *---- Devenga el contrato del renglón RENGLON-DEVENGO desde su
      *---- último devengo (o desde DIAS-INICIO si nunca ha
      *---- devengado) hasta FECHA-TOPE, y asienta lo que creció el
      *---- devengado ya redondeado al centavo.
        DEVENGAR-CONTRATO.
           IF TAB-DEV-ULTIMO(RENGLON-DEVENGO) = ZERO
              MOVE DIAS-INICIO TO DIAS-DESDE
           ELSE
              MOVE TAB-DEV-ULTIMO(RENGLON-DEVENGO) TO FECHA-CALCULO
              PERFORM CALCULAR-DIAS-30-360
              MOVE DIAS-CALCULO TO DIAS-DESDE
           END-IF
           MOVE FECHA-TOPE TO FECHA-CALCULO
           PERFORM CALCULAR-DIAS-30-360
           MOVE DIAS-CALCULO TO DIAS-TOPE
           IF TAB-DEV-ULTIMO(RENGLON-DEVENGO) < FECHA-TOPE
              MOVE FECHA-TOPE TO TAB-DEV-ULTIMO(RENGLON-DEVENGO)
           END-IF
           MOVE TASA-DEVENGO TO TAB-DEV-TASA(RENGLON-DEVENGO)
           IF DIAS-TOPE <= DIAS-DESDE OR DIVISOR-DEVENGO = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-DEVENGO = DIAS-TOPE - DIAS-DESDE
           COMPUTE INTERES-DIA-CALC ROUNDED
              = BASE-DEVENGO * TASA-DEVENGO * DIAS-DEVENGO
                / DIVISOR-DEVENGO
           ADD INTERES-DIA-CALC TO TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
           COMPUTE DEVENGADO-CENTAVOS ROUNDED
              = TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
           IF DEVENGADO-CENTAVOS > TAB-DEV-ASENTADO(RENGLON-DEVENGO)
              COMPUTE IMPORTE-ASIENTO = DEVENGADO-CENTAVOS
                 - TAB-DEV-ASENTADO(RENGLON-DEVENGO)
              MOVE DEVENGADO-CENTAVOS
                TO TAB-DEV-ASENTADO(RENGLON-DEVENGO)
              MOVE 'D' TO SENTIDO-ASIENTO
              PERFORM ASENTAR-DEVENGO
              PERFORM UBICAR-TIPO
              ADD IMPORTE-ASIENTO TO TOT-DEVENGADO(IDX-TIPO)
           END-IF.

      *---- Resuelve cada aviso de interés pagado: sin referencia o
      *---- con su referencia ya posteada libera el devengo; con la
      *---- referencia rechazada se descarta sin liberar (el interés
      *---- no llegó al cliente y el devengo sigue vigente); si
      *---- todavía no aparece, espera a la noche siguiente.
        APLICAR-LIBERACIONES.
           PERFORM VARYING IDX-DPG FROM 1 BY 1
                   UNTIL IDX-DPG > TOTAL-PAGOS
              MOVE TAB-DPG-REFERENCIA(IDX-DPG) TO REF-BUSCADA
              IF REF-BUSCADA = ZERO
                 PERFORM LIBERAR-DEVENGO
              ELSE
                 PERFORM BUSCAR-EN-POSTEADOS
                 IF ES-POSTEADA
                    PERFORM LIBERAR-DEVENGO
                 ELSE
                    PERFORM BUSCAR-EN-RECHAZOS
                    IF ES-RECHAZADA
                       MOVE 'R' TO TAB-DPG-ESTADO(IDX-DPG)
                       ADD 1 TO TOTAL-RECHAZADOS
                    ELSE
                       ADD 1 TO TOTAL-PENDIENTES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *---- Libera el devengo del contrato del aviso IDX-DPG. El pago
      *---- de ahorro, sobregiro y plazo cierra el periodo completo
      *---- y se lleva todo lo asentado; la cuota de un préstamo
      *---- vigente sólo libera hasta el interés que cobró, porque
      *---- las cuotas atrasadas siguen devengadas por cobrar.
        LIBERAR-DEVENGO.
           MOVE 'L' TO TAB-DPG-ESTADO(IDX-DPG)
           ADD 1 TO TOTAL-LIBERACIONES
           MOVE TAB-DPG-TIPO(IDX-DPG) TO TIPO-BUSCADO
           MOVE TAB-DPG-CONTRATO(IDX-DPG) TO CONTRATO-BUSCADO
           PERFORM UBICAR-TIPO
           ADD TAB-DPG-INTERES(IDX-DPG) TO TOT-PAGADO(IDX-TIPO)
           PERFORM BUSCAR-DEVENGO
           MOVE ZERO TO IMPORTE-LIBERAR
           IF RENGLON-DEVENGO > 0
              IF TIPO-BUSCADO = 'P'
                    AND TAB-DEV-CERRADO(RENGLON-DEVENGO) NOT = 'S'
                    AND TAB-DPG-INTERES(IDX-DPG)
                        < TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                 MOVE TAB-DPG-INTERES(IDX-DPG) TO IMPORTE-LIBERAR
                 SUBTRACT IMPORTE-LIBERAR
                    FROM TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                 SUBTRACT IMPORTE-LIBERAR
                    FROM TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
              ELSE
                 MOVE TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                   TO IMPORTE-LIBERAR
                 MOVE ZERO TO TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                 MOVE ZERO TO TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
              END-IF
              MOVE WS-FECHA-HOY TO TAB-DEV-LIBERACION(RENGLON-DEVENGO)
              MOVE TAB-DPG-INTERES(IDX-DPG)
                TO TAB-DEV-PAGADO(RENGLON-DEVENGO)
              MOVE IMPORTE-LIBERAR TO TAB-DPG-LIBERADO(IDX-DPG)
              IF IMPORTE-LIBERAR > 0
                 MOVE IMPORTE-LIBERAR TO IMPORTE-ASIENTO
                 MOVE 'L' TO SENTIDO-ASIENTO
                 PERFORM ASENTAR-DEVENGO
                 ADD IMPORTE-LIBERAR TO TOT-LIBERADO(IDX-TIPO)
              END-IF
           END-IF.

      *---- Agrega al día las dos partidas del asiento de
      *---- IMPORTE-ASIENTO del contrato RENGLON-DEVENGO. Ahorro y
      *---- plazo: el devengo carga el gasto y abona el interés por
      *---- pagar. Sobregiro y préstamo: carga el interés por cobrar
      *---- y abona el ingreso. La liberación invierte los sentidos.
        ASENTAR-DEVENGO.
           EVALUATE TAB-DEV-TIPO(RENGLON-DEVENGO)
              WHEN 'A'
                 MOVE "DEVENG-AHO" TO CONCEPTO-RESULTADO
                 MOVE "PROVIS-AHO" TO CONCEPTO-PROVISION
              WHEN 'S'
                 MOVE "DEVENG-SOB" TO CONCEPTO-RESULTADO
                 MOVE "PROVIS-SOB" TO CONCEPTO-PROVISION
              WHEN 'F'
                 MOVE "DEVENG-PFJ" TO CONCEPTO-RESULTADO
                 MOVE "PROVIS-PFJ" TO CONCEPTO-PROVISION
              WHEN OTHER
                 MOVE "DEVENG-PRE" TO CONCEPTO-RESULTADO
                 MOVE "PROVIS-PRE" TO CONCEPTO-PROVISION
           END-EVALUATE
           MOVE TAB-DEV-MONEDA(RENGLON-DEVENGO) TO PARTIDA-MONEDA
           MOVE TAB-DEV-SUCURSAL(RENGLON-DEVENGO) TO PARTIDA-SUCURSAL
           MOVE IMPORTE-ASIENTO TO PARTIDA-IMPORTE
           IF TAB-DEV-TIPO(RENGLON-DEVENGO) = 'A'
                 OR TAB-DEV-TIPO(RENGLON-DEVENGO) = 'F'
              IF ASIENTO-DEVENGO
                 MOVE 'C' TO SENTIDO-RESULTADO
              ELSE
                 MOVE 'A' TO SENTIDO-RESULTADO
              END-IF
           ELSE
              IF ASIENTO-DEVENGO
                 MOVE 'A' TO SENTIDO-RESULTADO
              ELSE
                 MOVE 'C' TO SENTIDO-RESULTADO
              END-IF
           END-IF
           MOVE CONCEPTO-RESULTADO TO PARTIDA-CONCEPTO
           MOVE SENTIDO-RESULTADO TO PARTIDA-SENTIDO
           PERFORM ACUMULAR-PARTIDA
           MOVE CONCEPTO-PROVISION TO PARTIDA-CONCEPTO
           IF SENTIDO-RESULTADO = 'C'
              MOVE 'A' TO PARTIDA-SENTIDO
           ELSE
              MOVE 'C' TO PARTIDA-SENTIDO
           END-IF
           PERFORM ACUMULAR-PARTIDA.

      *---- Suma PARTIDA-IMPORTE a la partida del día de su moneda,
      *---- sucursal, concepto y sentido, o la abre si no existe.
        ACUMULAR-PARTIDA.
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > TOTAL-PARTIDAS
              IF PAR-MONEDA(IDX-PAR) = PARTIDA-MONEDA
                    AND PAR-SUCURSAL(IDX-PAR) = PARTIDA-SUCURSAL
                    AND PAR-CONCEPTO(IDX-PAR) = PARTIDA-CONCEPTO
                    AND PAR-CARGO-ABONO(IDX-PAR) = PARTIDA-SENTIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-PAR > TOTAL-PARTIDAS
              ADD 1 TO TOTAL-PARTIDAS
              SET IDX-PAR TO TOTAL-PARTIDAS
              MOVE PARTIDA-MONEDA TO PAR-MONEDA(IDX-PAR)
              MOVE PARTIDA-SUCURSAL TO PAR-SUCURSAL(IDX-PAR)
              MOVE PARTIDA-CONCEPTO TO PAR-CONCEPTO(IDX-PAR)
              MOVE PARTIDA-SENTIDO TO PAR-CARGO-ABONO(IDX-PAR)
              MOVE ZERO TO PAR-IMPORTE(IDX-PAR)
           END-IF
           ADD PARTIDA-IMPORTE TO PAR-IMPORTE(IDX-PAR).

      *---- Deja en IDX-TIPO la posición de TIPO-BUSCADO en
      *---- TIPOS-CONTRATO (préstamo si no es ninguno de los otros).
        UBICAR-TIPO.
           EVALUATE TIPO-BUSCADO
              WHEN 'A'
                 MOVE 1 TO IDX-TIPO
              WHEN 'S'
                 MOVE 2 TO IDX-TIPO
              WHEN 'F'
                 MOVE 3 TO IDX-TIPO
              WHEN OTHER
                 MOVE 4 TO IDX-TIPO
           END-EVALUATE.

      *---- Ubica el devengo de TIPO-BUSCADO y CONTRATO-BUSCADO,
      *---- dejando su renglón en RENGLON-DEVENGO (0 si no está).
        BUSCAR-DEVENGO.
           MOVE 0 TO RENGLON-DEVENGO
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > TOTAL-DEVENGOS
              IF TAB-DEV-TIPO(IDX-DEV) = TIPO-BUSCADO
                    AND TAB-DEV-CONTRATO(IDX-DEV) = CONTRATO-BUSCADO
                 SET RENGLON-DEVENGO TO IDX-DEV
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Abre el devengo de TIPO-BUSCADO y CONTRATO-BUSCADO con
      *---- la moneda y sucursal de la cuenta del contrato; nunca ha
      *---- devengado, así que arranca desde DIAS-INICIO.
        CREAR-DEVENGO.
           IF TOTAL-DEVENGOS >= 99999
              DISPLAY "*** TABLA DE DEVENGOS LLENA, CONTRATO "
                 TIPO-BUSCADO CONTRATO-BUSCADO " SIN DEVENGO ***"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO TOTAL-DEVENGOS
           MOVE TOTAL-DEVENGOS TO RENGLON-DEVENGO
           MOVE TIPO-BUSCADO TO TAB-DEV-TIPO(RENGLON-DEVENGO)
           MOVE CONTRATO-BUSCADO TO TAB-DEV-CONTRATO(RENGLON-DEVENGO)
           MOVE CUENTA-CONTRATO TO TAB-DEV-CUENTA(RENGLON-DEVENGO)
           MOVE MONEDA-CONTRATO TO TAB-DEV-MONEDA(RENGLON-DEVENGO)
           MOVE SUCURSAL-CONTRATO TO TAB-DEV-SUCURSAL(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-ASENTADO(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-TASA(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-ULTIMO(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-LIBERACION(RENGLON-DEVENGO)
           MOVE ZERO TO TAB-DEV-PAGADO(RENGLON-DEVENGO)
           MOVE 'N' TO TAB-DEV-CERRADO(RENGLON-DEVENGO).

      *---- Moneda (MXN si viene en blanco) y sucursal de la cuenta
      *---- que está en el área del maestro.
        TOMAR-DATOS-CUENTA.
           MOVE CUENTA-MONEDA TO MONEDA-CONTRATO
           IF MONEDA-CONTRATO = SPACES
              MOVE "MXN" TO MONEDA-CONTRATO
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO SUCURSAL-CONTRATO
           ELSE
              MOVE ZERO TO SUCURSAL-CONTRATO
           END-IF.

      *---- Lee por llave la cuenta CUENTA-CONTRATO de un plazo o un
      *---- préstamo para tomar su moneda y sucursal; si ya no está
      *---- en el maestro, el devengo va a MXN y sucursal cero.
        LEER-CUENTA-CONTRATO.
           MOVE CUENTA-CONTRATO TO NUMERO-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "MXN" TO MONEDA-CONTRATO
                 MOVE ZERO TO SUCURSAL-CONTRATO
              NOT INVALID KEY
                 PERFORM TOMAR-DATOS-CUENTA
           END-READ.

      *---- Inicio del devengo de un plazo o préstamo que aparece
      *---- por primera vez: su apertura (FECHA-CALCULO), pero a lo
      *---- más desde ayer; lo que corrió antes de que el contrato
      *---- tuviera devengo se ajusta en su primera liberación.
        FIJAR-INICIO-CONTRATO.
           PERFORM CALCULAR-DIAS-30-360
           MOVE DIAS-CALCULO TO DIAS-INICIO
           IF DIAS-INICIO < DIAS-HOY - 1
              COMPUTE DIAS-INICIO = DIAS-HOY - 1
           END-IF.

      *---- Número de día 30/360 de FECHA-CALCULO en DIAS-CALCULO.
        CALCULAR-DIAS-30-360.
           IF FC-DIA > 30
              COMPUTE DIAS-CALCULO = FC-ANO * 360 + FC-MES * 30 + 30
           ELSE
              COMPUTE DIAS-CALCULO
                 = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           END-IF.

      *---- Tasas de los archivos de control vigentes; la historia,
      *---- si existe, manda sobre ellas.
        LEER-TASAS-CONTROL.
           OPEN INPUT TASA-INTERES-FILE
           IF WS-ESTADO-TASA = '00'
              READ TASA-INTERES-FILE
                 NOT AT END
                    IF CTL-TASA-INTERES NUMERIC
                       MOVE CTL-TASA-INTERES TO TASA-AHORRO
                    END-IF
              END-READ
              CLOSE TASA-INTERES-FILE
           END-IF
           OPEN INPUT TASA-SOBREGIRO-FILE
           IF WS-ESTADO-TASA = '00'
              READ TASA-SOBREGIRO-FILE
                 NOT AT END
                    IF CTL-TASA-SOBREGIRO NUMERIC
                       MOVE CTL-TASA-SOBREGIRO TO TASA-DEUDORA
                    END-IF
              END-READ
              CLOSE TASA-SOBREGIRO-FILE
           END-IF.

      *---- La tasa de ahorro y la deudora vigentes hoy: la entrada
      *---- de cada tipo con la mayor fecha de vigencia que no
      *---- rebase hoy.
        SELECCIONAR-TASAS-VIGENTES.
           OPEN INPUT TASAS-HIST-FILE
           IF WS-ESTADO-TASAS-HIST NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-TSH
              READ TASAS-HIST-FILE
                 AT END MOVE 'S' TO EOF-TSH
                 NOT AT END
                    IF TSH-DESDE NUMERIC AND TSH-TASA NUMERIC
                          AND TSH-DESDE <= WS-FECHA-HOY
                       IF TSH-TIPO = 'I'
                             AND TSH-DESDE >= VIGENCIA-AHORRO
                          MOVE TSH-DESDE TO VIGENCIA-AHORRO
                          MOVE TSH-TASA TO TASA-AHORRO
                       END-IF
                       IF TSH-TIPO = 'S'
                             AND TSH-DESDE >= VIGENCIA-DEUDORA
                          MOVE TSH-DESDE TO VIGENCIA-DEUDORA
                          MOVE TSH-TASA TO TASA-DEUDORA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TASAS-HIST-FILE.

        BUSCAR-EN-POSTEADOS.
           MOVE 'N' TO REF-POSTEADA
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADOS
              IF TAB-PST-REFERENCIA(IDX-PST) = REF-BUSCADA
                 MOVE 'S' TO REF-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        BUSCAR-EN-RECHAZOS.
           MOVE 'N' TO REF-RECHAZADA
           PERFORM VARYING IDX-RHX FROM 1 BY 1
                   UNTIL IDX-RHX > TOTAL-RECHAZOS
              IF TAB-RHX-REFERENCIA(IDX-RHX) = REF-BUSCADA
                 MOVE 'S' TO REF-RECHAZADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        LEER-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-ESTADO-CONTROL = '00'
              READ CONTROL-FILE
                 NOT AT END
                    IF DCT-FECHA NUMERIC
                       MOVE DCT-FECHA TO FECHA-ULTIMO-DEVENGO
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

        GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-FECHA-HOY TO DCT-FECHA
           MOVE RENGLONES-AGREGADOS TO DCT-RENGLONES
           WRITE CONTROL-REG
           CLOSE CONTROL-FILE.

        CARGAR-DEVENGOS.
           OPEN INPUT DEVENGOS-FILE
           IF WS-ESTADO-DEVENGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DEV
              READ DEVENGOS-FILE
                 AT END MOVE 'S' TO EOF-DEV
                 NOT AT END
                    ADD 1 TO TOTAL-DEVENGOS
                    MOVE TOTAL-DEVENGOS TO RENGLON-DEVENGO
                    MOVE DEV-TIPO TO TAB-DEV-TIPO(RENGLON-DEVENGO)
                    MOVE DEV-CONTRATO
                      TO TAB-DEV-CONTRATO(RENGLON-DEVENGO)
                    MOVE DEV-CUENTA TO TAB-DEV-CUENTA(RENGLON-DEVENGO)
                    MOVE DEV-MONEDA TO TAB-DEV-MONEDA(RENGLON-DEVENGO)
                    MOVE DEV-SUCURSAL
                      TO TAB-DEV-SUCURSAL(RENGLON-DEVENGO)
                    MOVE DEV-DEVENGADO
                      TO TAB-DEV-DEVENGADO(RENGLON-DEVENGO)
                    MOVE DEV-ASENTADO
                      TO TAB-DEV-ASENTADO(RENGLON-DEVENGO)
                    MOVE DEV-TASA TO TAB-DEV-TASA(RENGLON-DEVENGO)
                    MOVE DEV-ULTIMO-DEVENGO
                      TO TAB-DEV-ULTIMO(RENGLON-DEVENGO)
                    MOVE DEV-ULTIMA-LIBERACION
                      TO TAB-DEV-LIBERACION(RENGLON-DEVENGO)
                    MOVE DEV-ULTIMO-PAGADO
                      TO TAB-DEV-PAGADO(RENGLON-DEVENGO)
                    MOVE 'N' TO TAB-DEV-CERRADO(RENGLON-DEVENGO)
              END-READ
           END-PERFORM
           CLOSE DEVENGOS-FILE.

      *---- Reescribe DEVENGOS.DAT; un contrato cerrado que ya quedó
      *---- en cero se deja de grabar.
        GRABAR-DEVENGOS.
           OPEN OUTPUT DEVENGOS-FILE
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > TOTAL-DEVENGOS
              MOVE TAB-DEV-TIPO(IDX-DEV) TO TIPO-BUSCADO
              PERFORM UBICAR-TIPO
              IF TAB-DEV-CERRADO(IDX-DEV) = 'S'
                    AND TAB-DEV-ASENTADO(IDX-DEV) = ZERO
                 CONTINUE
              ELSE
                 ADD 1 TO TOT-CONTRATOS(IDX-TIPO)
                 ADD TAB-DEV-ASENTADO(IDX-DEV)
                   TO TOT-PROVISION(IDX-TIPO)
                 MOVE TAB-DEV-TIPO(IDX-DEV)      TO DEV-TIPO
                 MOVE TAB-DEV-CONTRATO(IDX-DEV)  TO DEV-CONTRATO
                 MOVE TAB-DEV-CUENTA(IDX-DEV)    TO DEV-CUENTA
                 MOVE TAB-DEV-MONEDA(IDX-DEV)    TO DEV-MONEDA
                 MOVE TAB-DEV-SUCURSAL(IDX-DEV)  TO DEV-SUCURSAL
                 MOVE TAB-DEV-DEVENGADO(IDX-DEV) TO DEV-DEVENGADO
                 MOVE TAB-DEV-ASENTADO(IDX-DEV)  TO DEV-ASENTADO
                 MOVE TAB-DEV-TASA(IDX-DEV)      TO DEV-TASA
                 MOVE TAB-DEV-ULTIMO(IDX-DEV)    TO DEV-ULTIMO-DEVENGO
                 MOVE TAB-DEV-LIBERACION(IDX-DEV)
                   TO DEV-ULTIMA-LIBERACION
                 MOVE TAB-DEV-PAGADO(IDX-DEV)    TO DEV-ULTIMO-PAGADO
                 WRITE DEVENGO-REG
              END-IF
           END-PERFORM
           CLOSE DEVENGOS-FILE.

        CARGAR-PAGOS.
           OPEN INPUT PAGOS-FILE
           IF WS-ESTADO-PAGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DPG
              READ PAGOS-FILE
                 AT END MOVE 'S' TO EOF-DPG
                 NOT AT END
                    IF TOTAL-PAGOS < 9999
                       ADD 1 TO TOTAL-PAGOS
                       MOVE DPG-TIPO TO TAB-DPG-TIPO(TOTAL-PAGOS)
                       MOVE DPG-CONTRATO
                         TO TAB-DPG-CONTRATO(TOTAL-PAGOS)
                       MOVE DPG-FECHA TO TAB-DPG-FECHA(TOTAL-PAGOS)
                       MOVE DPG-REFERENCIA
                         TO TAB-DPG-REFERENCIA(TOTAL-PAGOS)
                       MOVE DPG-INTERES
                         TO TAB-DPG-INTERES(TOTAL-PAGOS)
                       MOVE ZERO TO TAB-DPG-LIBERADO(TOTAL-PAGOS)
                       MOVE 'P' TO TAB-DPG-ESTADO(TOTAL-PAGOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAGOS-FILE.

      *---- Deja en DEVENGO_PAGOS.DAT sólo los avisos que siguen
      *---- esperando su posteo.
        GRABAR-PAGOS-PENDIENTES.
           OPEN OUTPUT PAGOS-FILE
           PERFORM VARYING IDX-DPG FROM 1 BY 1
                   UNTIL IDX-DPG > TOTAL-PAGOS
              IF TAB-DPG-ESTADO(IDX-DPG) = 'P'
                 MOVE TAB-DPG-TIPO(IDX-DPG)       TO DPG-TIPO
                 MOVE TAB-DPG-CONTRATO(IDX-DPG)   TO DPG-CONTRATO
                 MOVE TAB-DPG-FECHA(IDX-DPG)      TO DPG-FECHA
                 MOVE TAB-DPG-REFERENCIA(IDX-DPG) TO DPG-REFERENCIA
                 MOVE TAB-DPG-INTERES(IDX-DPG)    TO DPG-INTERES
                 WRITE DEVENGO-PAGO-REG
              END-IF
           END-PERFORM
           CLOSE PAGOS-FILE.

        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "DEVENGO-INTERESES" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
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

      *---- Sólo interesan los rechazos de los rangos que pagan o
      *---- cobran intereses: préstamos, plazos, sobregiro e interés.
        CARGAR-RECHAZOS.
           OPEN INPUT RECHAZOS-HIST-FILE
           IF WS-ESTADO-RECHAZOS = '00'
              PERFORM UNTIL FIN-RHX
                 READ RECHAZOS-HIST-FILE
                    AT END MOVE 'S' TO EOF-RHX
                    NOT AT END
                       IF RHX-REFERENCIA >= 81000000
                             AND RHX-REFERENCIA <= 89999999
                             AND TOTAL-RECHAZOS < 9999
                          ADD 1 TO TOTAL-RECHAZOS
                          MOVE RHX-REFERENCIA
                            TO TAB-RHX-REFERENCIA(TOTAL-RECHAZOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECHAZOS-HIST-FILE
           END-IF.

      *---- Agrega las partidas del día a CONTABLE.DAT. Cada asiento
      *---- trae sus dos partidas en la misma moneda, así que cada
      *---- moneda sigue cuadrando sin tocar su renglón CONTROL.
        GRABAR-CONTABLE.
           IF TOTAL-PARTIDAS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO EPA-MODO
           OPEN EXTEND CONTABLE-FILE
           IF WS-ESTADO-CONTABLE NOT = '00'
              OPEN OUTPUT CONTABLE-FILE
              MOVE 'N' TO EPA-MODO
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE "CONTABLE.DAT" TO EPA-ARCHIVO
           MOVE "DEVENGO-INTERESES" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > TOTAL-PARTIDAS
              MOVE WS-FECHA-HOY TO CNT-FECHA
              MOVE PAR-MONEDA(IDX-PAR) TO CNT-MONEDA
              MOVE PAR-SUCURSAL(IDX-PAR) TO CNT-SUCURSAL
              MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
              MOVE PAR-CARGO-ABONO(IDX-PAR) TO CNT-CARGO-ABONO
              MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
              MOVE ZERO TO CNT-REGISTROS
              WRITE CONTABLE-REG
              MOVE CNT-FECHA TO EPA-REFERENCIA
              MOVE CNT-IMPORTE TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
              ADD 1 TO RENGLONES-AGREGADOS
           END-PERFORM
           CLOSE CONTABLE-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Si BATCH-BANCO ya cortó hoy, sus renglones del día pasan
      *---- a incluir los del devengo.
        SUMAR-RENGLONES-CORTE.
           IF RENGLONES-AGREGADOS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CORTE-HOY
           OPEN INPUT CORTES-FILE
           IF WS-ESTADO-CORTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ CORTES-FILE
              NOT AT END
                 IF COR-FECHA NUMERIC
                       AND COR-FECHA = WS-FECHA-HOY
                       AND COR-CORTE NUMERIC
                       AND COR-RENGLONES NUMERIC
                    MOVE COR-CORTE TO CORTE-HOY
                    MOVE COR-RENGLONES TO RENGLONES-CORTE
                 END-IF
           END-READ
           CLOSE CORTES-FILE
           IF CORTE-HOY = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CORTES-FILE
           MOVE WS-FECHA-HOY TO COR-FECHA
           MOVE CORTE-HOY TO COR-CORTE
           COMPUTE COR-RENGLONES = RENGLONES-CORTE + RENGLONES-AGREGADOS
           WRITE CORTE-REG
           CLOSE CORTES-FILE.

      *---- DEVENGO_INTERESES.RPT: las liberaciones del día con lo
      *---- liberado contra lo pagado, y por tipo de contrato lo
      *---- devengado hoy, lo liberado y el saldo devengado por
      *---- pagar o por cobrar que queda.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR DEVENGO_INTERESES.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           STRING "DEVENGO DE INTERESES DEL " WS-FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "LIBERACIONES POR PAGO POSTEADO" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-DPG FROM 1 BY 1
                   UNTIL IDX-DPG > TOTAL-PAGOS
              IF TAB-DPG-ESTADO(IDX-DPG) = 'L'
                 PERFORM IMPRIMIR-LIBERACION
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TOTALES POR TIPO DE CONTRATO" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 4
              MOVE NOMBRE-TIPO(IDX-TIPO) TO TTP-TIPO
              MOVE TOT-CONTRATOS(IDX-TIPO) TO TTP-CONTRATOS
              MOVE TOT-DEVENGADO(IDX-TIPO) TO TTP-DEVENGADO
              MOVE TOT-LIBERADO(IDX-TIPO) TO TTP-LIBERADO
              MOVE TOT-PROVISION(IDX-TIPO) TO TTP-PROVISION
              WRITE LINEA-REPORTE FROM LINEA-TOTAL-TIPO
           END-PERFORM
           CLOSE REPORTE-FILE.

      *---- Un renglón por aviso liberado; la diferencia positiva es
      *---- interés pagado de más sobre lo devengado.
        IMPRIMIR-LIBERACION.
           MOVE TAB-DPG-TIPO(IDX-DPG) TO TIPO-BUSCADO
           PERFORM UBICAR-TIPO
           MOVE NOMBRE-TIPO(IDX-TIPO) TO LIB-TIPO
           MOVE TAB-DPG-CONTRATO(IDX-DPG) TO LIB-CONTRATO
           MOVE TAB-DPG-LIBERADO(IDX-DPG) TO LIB-LIBERADO
           MOVE TAB-DPG-INTERES(IDX-DPG) TO LIB-PAGADO
           COMPUTE DIFERENCIA-PAGO = TAB-DPG-INTERES(IDX-DPG)
              - TAB-DPG-LIBERADO(IDX-DPG)
           MOVE DIFERENCIA-PAGO TO LIB-DIFERENCIA
           WRITE LINEA-REPORTE FROM LINEA-LIBERACION.
