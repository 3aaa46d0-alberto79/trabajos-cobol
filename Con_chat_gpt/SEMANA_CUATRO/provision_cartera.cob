       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-CARTERA.

      *> --- Estimación preventiva de la cartera al cierre del mes.
      *> Cada préstamo vigente de PRESTAMOS.DAT y cada cuenta en
      *> sobregiro de CUENTAS.DAT cae en un tramo de días de atraso:
      *> al corriente, 1-30, 31-60, 61-90 y más de 90. El atraso de
      *> un préstamo se mide desde su cuota vencida sin cobrar más
      *> antigua de PRESTAMOS_PLAN.DAT; el de un sobregiro desde la
      *> fecha en que cayó a negativo según SOBREGIRO_DIAS.CTL, que
      *> lleva COBRANZA-SOBREGIROS. Al saldo expuesto (insoluto o
      *> sobregiro usado) se le aplica el porcentaje de reserva de su
      *> tramo según PROVISION_PORCENTAJES.CTL, y la reserva que
      *> resulta por sucursal, moneda y producto se compara con la
      *> del mes anterior guardada en RESERVAS_CARTERA.DAT: el
      *> aumento se asienta en CONTABLE.DAT como gasto por
      *> estimación contra la reserva, y la baja como liberación en
      *> sentido contrario. PROVISION_CARTERA.RPT muestra el
      *> detalle por sucursal y producto. Lo corre PROCESO-NOCTURNO
      *> el primer día hábil del mes, para el mes que cerró, después
      *> de DEVENGO-INTERESES y antes de CONTABILIDAD-GENERAL; un
      *> periodo ya constituido no se vuelve a asentar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT PLAN-FILE ASSIGN TO 'PRESTAMOS_PLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAN.
           SELECT SOBREGIRO-DIAS-FILE ASSIGN TO 'SOBREGIRO_DIAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOBREGIRO-DIAS.
           SELECT PORCENTAJES-FILE
               ASSIGN TO 'PROVISION_PORCENTAJES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PORCENTAJES.
           SELECT RESERVAS-FILE ASSIGN TO 'RESERVAS_CARTERA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESERVAS.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT CORTES-FILE ASSIGN TO 'CORTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORTES.
           SELECT REPORTE-FILE ASSIGN TO 'PROVISION_CARTERA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

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

      *---- Estado de la cuota: 'P' pendiente, 'E' encolada, 'M'
      *---- morosa, 'C' cobrada, 'R' reemplazada, 'A' cubierta por
      *---- liquidación anticipada.
       FD PLAN-FILE.
       01 PLAN-REG.
           05 PLN-FOLIO       PIC 9(6).
           05 PLN-CUOTA       PIC 9(3).
           05 PLN-FECHA       PIC 9(8).
           05 PLN-IMPORTE     PIC 9(5)V99.
           05 PLN-ESTADO      PIC X(1).
           05 PLN-REFERENCIA  PIC 9(8).

      *---- Mismo trazado que lleva COBRANZA-SOBREGIROS.
       FD SOBREGIRO-DIAS-FILE.
       01 SOBREGIRO-DIAS-REG.
           05 SGD-NUMERO    PIC 9(6).
           05 SGD-FECHA-NEG PIC 9(8).

      *---- Porcentaje de reserva de cada tramo (1 al corriente, 2
      *---- de 1 a 30 días, 3 de 31 a 60, 4 de 61 a 90, 5 más de
      *---- 90); el tramo que no venga se queda con el de omisión.
       FD PORCENTAJES-FILE.
       01 PORCENTAJE-REG.
           05 PCT-TRAMO      PIC 9(1).
           05 PCT-PORCENTAJE PIC 9(3)V99.

      *---- Reserva constituida por periodo (el mes que cerró),
      *---- sucursal, moneda y producto ('P' préstamos, 'S'
      *---- sobregiros); la del mes anterior es contra la que se
      *---- calcula el ajuste.
       FD RESERVAS-FILE.
       01 RESERVA-REG.
           05 RSV-PERIODO   PIC 9(6).
           05 RSV-SUCURSAL  PIC 9(3).
           05 RSV-MONEDA    PIC X(3).
           05 RSV-PRODUCTO  PIC X(1).
           05 RSV-EXPUESTO  PIC 9(9)V99.
           05 RSV-RESERVA   PIC 9(9)V99.
           05 RSV-FECHA     PIC 9(8).

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
      *---- agregan a CONTABLE.DAT se suman a los del corte de hoy.
       FD CORTES-FILE.
       01 CORTE-REG.
           05 COR-FECHA PIC 9(8).
           05 COR-CORTE PIC 9(2).
           05 COR-RENGLONES PIC 9(5).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-PRESTAMOS   PIC X(2).
       01 WS-ESTADO-PLAN        PIC X(2).
       01 WS-ESTADO-SOBREGIRO-DIAS PIC X(2).
       01 WS-ESTADO-PORCENTAJES PIC X(2).
       01 WS-ESTADO-RESERVAS    PIC X(2).
       01 WS-ESTADO-CONTABLE    PIC X(2).
       01 WS-ESTADO-CORTES      PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-PLN PIC X VALUE 'N'.
          88 FIN-PLN VALUE 'S'.
       01 EOF-SGD PIC X VALUE 'N'.
          88 FIN-SGD VALUE 'S'.
       01 EOF-PCT PIC X VALUE 'N'.
          88 FIN-PCT VALUE 'S'.
       01 EOF-RSV PIC X VALUE 'N'.
          88 FIN-RSV VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 DIAS-HOY PIC 9(8) VALUE 0.

      *> --- Periodo que se provisiona (el mes anterior a la
      *> corrida) y el último periodo constituido antes que él.
       01 PERIODO-PROVISION PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES PERIODO-PROVISION.
          05 PP-ANO PIC 9(4).
          05 PP-MES PIC 9(2).
       01 PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
       01 PERIODO-YA-CONSTITUIDO PIC X(1) VALUE 'N'.
          88 YA-CONSTITUIDO VALUE 'S'.

      *> --- Fecha cualquiera en número de día 30/360.
       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).
       01 DIAS-CALCULO PIC 9(8) VALUE 0.

      *> --- Porcentaje por tramo, con los de omisión si no hay
      *> archivo de control: 1, 5, 20, 50 y 100 por ciento.
       01 PORCENTAJES-OMISION.
          05 FILLER PIC 9(3)V99 VALUE 1.00.
          05 FILLER PIC 9(3)V99 VALUE 5.00.
          05 FILLER PIC 9(3)V99 VALUE 20.00.
          05 FILLER PIC 9(3)V99 VALUE 50.00.
          05 FILLER PIC 9(3)V99 VALUE 100.00.
       01 PORCENTAJES-TRAMO REDEFINES PORCENTAJES-OMISION.
          05 PORCENTAJE-TRAMO PIC 9(3)V99 OCCURS 5 TIMES.
       01 NOMBRES-TRAMO-VAL.
          05 FILLER PIC X(14) VALUE "AL CORRIENTE".
          05 FILLER PIC X(14) VALUE "1 A 30 DIAS".
          05 FILLER PIC X(14) VALUE "31 A 60 DIAS".
          05 FILLER PIC X(14) VALUE "61 A 90 DIAS".
          05 FILLER PIC X(14) VALUE "MAS DE 90 DIAS".
       01 NOMBRES-TRAMO REDEFINES NOMBRES-TRAMO-VAL.
          05 NOMBRE-TRAMO PIC X(14) OCCURS 5 TIMES.
       01 IDX-TRAMO PIC 9(1) VALUE 0.

      *> --- Contrato que se clasifica.
       01 CONTRATO-PRODUCTO PIC X(1) VALUE SPACE.
       01 CONTRATO-MONEDA   PIC X(3) VALUE SPACES.
       01 CONTRATO-SUCURSAL PIC 9(3) VALUE ZERO.
       01 CONTRATO-EXPUESTO PIC 9(9)V99 VALUE ZERO.
       01 CONTRATO-FECHA-ATRASO PIC 9(8) VALUE ZERO.
       01 CONTRATO-DIAS-ATRASO PIC 9(5) VALUE ZERO.
       01 CONTRATO-RESERVA  PIC 9(9)V99 VALUE ZERO.

      *> --- Fechas de primer negativo de los sobregiros.
       01 SOBREGIROS-TABLA.
          05 SOBREGIRO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-SOBREGIROS
                INDEXED BY IDX-SGD.
             10 TAB-SGD-NUMERO PIC 9(6).
             10 TAB-SGD-FECHA  PIC 9(8).
       01 TOTAL-SOBREGIROS PIC 9(5) VALUE 0.

      *> --- Préstamos vigentes con la fecha de su cuota vencida sin
      *> cobrar más antigua (cero si van al corriente).
       01 PRESTAMOS-TABLA.
          05 PRESTAMO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRESTAMOS
                INDEXED BY IDX-PRE.
             10 TAB-PRE-FOLIO    PIC 9(6).
             10 TAB-PRE-CUENTA   PIC 9(6).
             10 TAB-PRE-INSOLUTO PIC 9(7)V99.
             10 TAB-PRE-VENCIDA  PIC 9(8).
       01 TOTAL-PRESTAMOS PIC 9(5) VALUE 0.

      *> --- Reserva por sucursal, moneda y producto: lo de este
      *> periodo por tramo y lo constituido el periodo anterior.
       01 GRUPOS-TABLA.
          05 GRUPO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-GRUPOS
                INDEXED BY IDX-GRP.
             10 TAB-GRP-SUCURSAL  PIC 9(3).
             10 TAB-GRP-MONEDA    PIC X(3).
             10 TAB-GRP-PRODUCTO  PIC X(1).
             10 TAB-GRP-ANTERIOR  PIC 9(9)V99.
             10 TAB-GRP-EXPUESTO  PIC 9(9)V99.
             10 TAB-GRP-REQUERIDA PIC 9(9)V99.
             10 TAB-GRP-TRAMO OCCURS 5 TIMES.
                15 TAB-GRP-CONTRATOS PIC 9(5).
                15 TAB-GRP-SALDO     PIC 9(9)V99.
                15 TAB-GRP-RESERVA   PIC 9(9)V99.
       01 TOTAL-GRUPOS PIC 9(3) VALUE 0.
       01 RENGLON-GRUPO PIC 9(3) VALUE 0.
       01 GRUPO-AUXILIAR PIC X(175).
       01 IDX  PIC 9(5) VALUE 1.
       01 IDX2 PIC 9(5) VALUE 1.

      *> --- Partidas contables del ajuste.
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
       01 CONCEPTO-GASTO    PIC X(10) VALUE SPACES.
       01 CONCEPTO-RESERVA  PIC X(10) VALUE SPACES.
       01 DIFERENCIA-RESERVA PIC S9(9)V99 VALUE ZERO.
       01 IMPORTE-AJUSTE    PIC 9(9)V99 VALUE ZERO.
       01 RENGLONES-AGREGADOS PIC 9(5) VALUE 0.
       01 CORTE-HOY       PIC 9(2) VALUE 0.
       01 RENGLONES-CORTE PIC 9(5) VALUE 0.

       01 TOTAL-CONTRATOS-PRE PIC 9(5) VALUE 0.
       01 TOTAL-CONTRATOS-SOB PIC 9(5) VALUE 0.
       01 TOTAL-CONSTITUIDO PIC 9(11)V99 VALUE 0.
       01 TOTAL-LIBERADO    PIC 9(11)V99 VALUE 0.
      *> Cifras de control de lo que se agrega a CONTABLE.DAT.
           COPY ENTREGAPARREG.

      *> --- Renglones del reporte.
       01 LINEA-GRUPO.
          05 FILLER        PIC X(9) VALUE "SUCURSAL ".
          05 GRP-SUCURSAL  PIC 9(3).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 GRP-PRODUCTO  PIC X(10).
          05 FILLER        PIC X(8) VALUE " MONEDA ".
          05 GRP-MONEDA    PIC X(3).
       01 LINEA-TRAMO.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 TRA-NOMBRE    PIC X(14).
          05 FILLER        PIC X(6) VALUE " CONT ".
          05 TRA-CONTRATOS PIC ZZZZ9.
          05 FILLER        PIC X(7) VALUE " SALDO ".
          05 TRA-SALDO     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(5) VALUE " PCT ".
          05 TRA-PCT       PIC ZZ9.99.
          05 FILLER        PIC X(9) VALUE " RESERVA ".
          05 TRA-RESERVA   PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-AJUSTE.
          05 FILLER        PIC X(12) VALUE "  REQUERIDA ".
          05 AJU-REQUERIDA PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(10) VALUE " ANTERIOR ".
          05 AJU-ANTERIOR  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 AJU-SENTIDO   PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 AJU-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE WS-FECHA-HOY TO FECHA-CALCULO
            PERFORM CALCULAR-DIAS-30-360
            MOVE DIAS-CALCULO TO DIAS-HOY
            MOVE WS-HOY-ANO TO PP-ANO
            MOVE WS-HOY-MES TO PP-MES
            IF PP-MES = 1
               MOVE 12 TO PP-MES
               SUBTRACT 1 FROM PP-ANO
            ELSE
               SUBTRACT 1 FROM PP-MES
            END-IF

            PERFORM CARGAR-RESERVAS-ANTERIORES
            IF YA-CONSTITUIDO
               DISPLAY "LA ESTIMACION DEL PERIODO " PERIODO-PROVISION
                  " YA SE CONSTITUYO, NO SE REPITE"
               GOBACK
            END-IF
            PERFORM LEER-PORCENTAJES
            PERFORM CARGAR-SOBREGIRO-DIAS
            PERFORM CARGAR-PRESTAMOS
            PERFORM CARGAR-ATRASO-PLAN

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CLASIFICAR-SOBREGIROS
            PERFORM VARYING IDX-PRE FROM 1 BY 1
                    UNTIL IDX-PRE > TOTAL-PRESTAMOS
               PERFORM CLASIFICAR-PRESTAMO
            END-PERFORM
            CLOSE CUENTAS-FILE

            PERFORM VARYING IDX-GRP FROM 1 BY 1
                    UNTIL IDX-GRP > TOTAL-GRUPOS
               PERFORM AJUSTAR-GRUPO
            END-PERFORM
            PERFORM ORDENAR-GRUPOS
            PERFORM GRABAR-CONTABLE
            PERFORM SUMAR-RENGLONES-CORTE
            PERFORM GRABAR-RESERVAS
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "ESTIMACION PREVENTIVA DEL PERIODO "
               PERIODO-PROVISION
            DISPLAY "PRESTAMOS CLASIFICADOS: " TOTAL-CONTRATOS-PRE
            DISPLAY "SOBREGIROS CLASIFICADOS: " TOTAL-CONTRATOS-SOB
            DISPLAY "RESERVA CONSTITUIDA: " TOTAL-CONSTITUIDO
            DISPLAY "RESERVA LIBERADA: " TOTAL-LIBERADO
            DISPLAY "RENGLONES AGREGADOS A CONTABLE.DAT: "
               RENGLONES-AGREGADOS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Cada cuenta con saldo negativo es un sobregiro expuesto
      *---- por lo usado; su atraso corre desde la fecha en que cayó
      *---- a negativo (hoy si COBRANZA-SOBREGIROS aún no la vio).
        CLASIFICAR-SOBREGIROS.
           MOVE ZERO TO NUMERO-CUENTA
           START CUENTAS-FILE KEY IS >= NUMERO-CUENTA
              INVALID KEY MOVE 'S' TO EOF-CTA
           END-START
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    IF SALDO NUMERIC AND SALDO < 0
                       MOVE 'S' TO CONTRATO-PRODUCTO
                       PERFORM TOMAR-DATOS-CUENTA
                       COMPUTE CONTRATO-EXPUESTO = 0 - SALDO
                       MOVE WS-FECHA-HOY TO CONTRATO-FECHA-ATRASO
                       PERFORM VARYING IDX-SGD FROM 1 BY 1
                               UNTIL IDX-SGD > TOTAL-SOBREGIROS
                          IF TAB-SGD-NUMERO(IDX-SGD) = NUMERO-CUENTA
                             MOVE TAB-SGD-FECHA(IDX-SGD)
                               TO CONTRATO-FECHA-ATRASO
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                       PERFORM ACUMULAR-CONTRATO
                       ADD 1 TO TOTAL-CONTRATOS-SOB
                    END-IF
              END-READ
           END-PERFORM.

      *---- Un préstamo vigente con insoluto, con la moneda y la
      *---- sucursal de su cuenta de cargo.
        CLASIFICAR-PRESTAMO.
           IF TAB-PRE-INSOLUTO(IDX-PRE) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO CONTRATO-PRODUCTO
           MOVE TAB-PRE-CUENTA(IDX-PRE) TO NUMERO-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "MXN" TO CONTRATO-MONEDA
                 MOVE ZERO TO CONTRATO-SUCURSAL
              NOT INVALID KEY
                 PERFORM TOMAR-DATOS-CUENTA
           END-READ
           MOVE TAB-PRE-INSOLUTO(IDX-PRE) TO CONTRATO-EXPUESTO
           IF TAB-PRE-VENCIDA(IDX-PRE) = 0
              MOVE WS-FECHA-HOY TO CONTRATO-FECHA-ATRASO
           ELSE
              MOVE TAB-PRE-VENCIDA(IDX-PRE) TO CONTRATO-FECHA-ATRASO
           END-IF
           PERFORM ACUMULAR-CONTRATO
           ADD 1 TO TOTAL-CONTRATOS-PRE.

      *---- Moneda (MXN si viene en blanco) y sucursal de la cuenta
      *---- que está en el área del maestro.
        TOMAR-DATOS-CUENTA.
           MOVE CUENTA-MONEDA TO CONTRATO-MONEDA
           IF CONTRATO-MONEDA = SPACES
              MOVE "MXN" TO CONTRATO-MONEDA
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO CONTRATO-SUCURSAL
           ELSE
              MOVE ZERO TO CONTRATO-SUCURSAL
           END-IF.

      *---- Días de atraso desde CONTRATO-FECHA-ATRASO, tramo, y
      *---- reserva del contrato (redondeada al centavo), sumados a
      *---- su grupo.
        ACUMULAR-CONTRATO.
           MOVE CONTRATO-FECHA-ATRASO TO FECHA-CALCULO
           PERFORM CALCULAR-DIAS-30-360
           IF DIAS-HOY > DIAS-CALCULO
              COMPUTE CONTRATO-DIAS-ATRASO = DIAS-HOY - DIAS-CALCULO
           ELSE
              MOVE ZERO TO CONTRATO-DIAS-ATRASO
           END-IF
           EVALUATE TRUE
              WHEN CONTRATO-DIAS-ATRASO = 0
                 MOVE 1 TO IDX-TRAMO
              WHEN CONTRATO-DIAS-ATRASO <= 30
                 MOVE 2 TO IDX-TRAMO
              WHEN CONTRATO-DIAS-ATRASO <= 60
                 MOVE 3 TO IDX-TRAMO
              WHEN CONTRATO-DIAS-ATRASO <= 90
                 MOVE 4 TO IDX-TRAMO
              WHEN OTHER
                 MOVE 5 TO IDX-TRAMO
           END-EVALUATE
           COMPUTE CONTRATO-RESERVA ROUNDED
              = CONTRATO-EXPUESTO * PORCENTAJE-TRAMO(IDX-TRAMO) / 100
           PERFORM UBICAR-GRUPO
           ADD 1 TO TAB-GRP-CONTRATOS(RENGLON-GRUPO, IDX-TRAMO)
           ADD CONTRATO-EXPUESTO
             TO TAB-GRP-SALDO(RENGLON-GRUPO, IDX-TRAMO)
           ADD CONTRATO-RESERVA
             TO TAB-GRP-RESERVA(RENGLON-GRUPO, IDX-TRAMO)
           ADD CONTRATO-EXPUESTO TO TAB-GRP-EXPUESTO(RENGLON-GRUPO)
           ADD CONTRATO-RESERVA TO TAB-GRP-REQUERIDA(RENGLON-GRUPO).

      *---- Deja en RENGLON-GRUPO el grupo de la sucursal, moneda y
      *---- producto del contrato, abriéndolo en ceros si no existe.
        UBICAR-GRUPO.
           MOVE 0 TO RENGLON-GRUPO
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > TOTAL-GRUPOS
              IF TAB-GRP-SUCURSAL(IDX-GRP) = CONTRATO-SUCURSAL
                    AND TAB-GRP-MONEDA(IDX-GRP) = CONTRATO-MONEDA
                    AND TAB-GRP-PRODUCTO(IDX-GRP) = CONTRATO-PRODUCTO
                 SET RENGLON-GRUPO TO IDX-GRP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-GRUPO = 0
              ADD 1 TO TOTAL-GRUPOS
              MOVE TOTAL-GRUPOS TO RENGLON-GRUPO
              MOVE CONTRATO-SUCURSAL TO TAB-GRP-SUCURSAL(RENGLON-GRUPO)
              MOVE CONTRATO-MONEDA TO TAB-GRP-MONEDA(RENGLON-GRUPO)
              MOVE CONTRATO-PRODUCTO TO TAB-GRP-PRODUCTO(RENGLON-GRUPO)
              MOVE ZERO TO TAB-GRP-ANTERIOR(RENGLON-GRUPO)
              MOVE ZERO TO TAB-GRP-EXPUESTO(RENGLON-GRUPO)
              MOVE ZERO TO TAB-GRP-REQUERIDA(RENGLON-GRUPO)
              PERFORM VARYING IDX-TRAMO FROM 1 BY 1 UNTIL IDX-TRAMO > 5
                 MOVE ZERO
                   TO TAB-GRP-CONTRATOS(RENGLON-GRUPO, IDX-TRAMO)
                 MOVE ZERO TO TAB-GRP-SALDO(RENGLON-GRUPO, IDX-TRAMO)
                 MOVE ZERO TO TAB-GRP-RESERVA(RENGLON-GRUPO, IDX-TRAMO)
              END-PERFORM
           END-IF.

      *---- Compara la reserva requerida del grupo con la del mes
      *---- anterior: el aumento carga el gasto por estimación y
      *---- abona la reserva; la baja libera en sentido contrario.
        AJUSTAR-GRUPO.
           COMPUTE DIFERENCIA-RESERVA = TAB-GRP-REQUERIDA(IDX-GRP)
              - TAB-GRP-ANTERIOR(IDX-GRP)
           IF DIFERENCIA-RESERVA = 0
              EXIT PARAGRAPH
           END-IF
           IF TAB-GRP-PRODUCTO(IDX-GRP) = 'P'
              MOVE "ESTIMA-PRE" TO CONCEPTO-GASTO
              MOVE "RESERV-PRE" TO CONCEPTO-RESERVA
           ELSE
              MOVE "ESTIMA-SOB" TO CONCEPTO-GASTO
              MOVE "RESERV-SOB" TO CONCEPTO-RESERVA
           END-IF
           IF DIFERENCIA-RESERVA > 0
              MOVE DIFERENCIA-RESERVA TO IMPORTE-AJUSTE
              ADD IMPORTE-AJUSTE TO TOTAL-CONSTITUIDO
              MOVE CONCEPTO-GASTO TO PAR-CONCEPTO(TOTAL-PARTIDAS + 1)
              PERFORM AGREGAR-PARTIDA-CARGO
              MOVE CONCEPTO-RESERVA TO PAR-CONCEPTO(TOTAL-PARTIDAS + 1)
              PERFORM AGREGAR-PARTIDA-ABONO
           ELSE
              COMPUTE IMPORTE-AJUSTE = 0 - DIFERENCIA-RESERVA
              ADD IMPORTE-AJUSTE TO TOTAL-LIBERADO
              MOVE CONCEPTO-RESERVA TO PAR-CONCEPTO(TOTAL-PARTIDAS + 1)
              PERFORM AGREGAR-PARTIDA-CARGO
              MOVE CONCEPTO-GASTO TO PAR-CONCEPTO(TOTAL-PARTIDAS + 1)
              PERFORM AGREGAR-PARTIDA-ABONO
           END-IF.

        AGREGAR-PARTIDA-CARGO.
           ADD 1 TO TOTAL-PARTIDAS
           MOVE 'C' TO PAR-CARGO-ABONO(TOTAL-PARTIDAS)
           PERFORM COMPLETAR-PARTIDA.

        AGREGAR-PARTIDA-ABONO.
           ADD 1 TO TOTAL-PARTIDAS
           MOVE 'A' TO PAR-CARGO-ABONO(TOTAL-PARTIDAS)
           PERFORM COMPLETAR-PARTIDA.

        COMPLETAR-PARTIDA.
           MOVE TAB-GRP-MONEDA(IDX-GRP) TO PAR-MONEDA(TOTAL-PARTIDAS)
           MOVE TAB-GRP-SUCURSAL(IDX-GRP)
             TO PAR-SUCURSAL(TOTAL-PARTIDAS)
           MOVE IMPORTE-AJUSTE TO PAR-IMPORTE(TOTAL-PARTIDAS).

      *---- Ordena los grupos por sucursal, producto y moneda para
      *---- el reporte.
        ORDENAR-GRUPOS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX >= TOTAL-GRUPOS
              PERFORM VARYING IDX2 FROM 1 BY 1
                      UNTIL IDX2 > TOTAL-GRUPOS - IDX
                 IF TAB-GRP-SUCURSAL(IDX2) > TAB-GRP-SUCURSAL(IDX2 + 1)
                       OR (TAB-GRP-SUCURSAL(IDX2)
                              = TAB-GRP-SUCURSAL(IDX2 + 1)
                          AND TAB-GRP-PRODUCTO(IDX2)
                              > TAB-GRP-PRODUCTO(IDX2 + 1))
                       OR (TAB-GRP-SUCURSAL(IDX2)
                              = TAB-GRP-SUCURSAL(IDX2 + 1)
                          AND TAB-GRP-PRODUCTO(IDX2)
                              = TAB-GRP-PRODUCTO(IDX2 + 1)
                          AND TAB-GRP-MONEDA(IDX2)
                              > TAB-GRP-MONEDA(IDX2 + 1))
                    MOVE GRUPO-RENGLON(IDX2) TO GRUPO-AUXILIAR
                    MOVE GRUPO-RENGLON(IDX2 + 1)
                      TO GRUPO-RENGLON(IDX2)
                    MOVE GRUPO-AUXILIAR TO GRUPO-RENGLON(IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *---- Número de día 30/360 de FECHA-CALCULO en DIAS-CALCULO.
        CALCULAR-DIAS-30-360.
           IF FC-DIA > 30
              COMPUTE DIAS-CALCULO = FC-ANO * 360 + FC-MES * 30 + 30
           ELSE
              COMPUTE DIAS-CALCULO
                 = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           END-IF.

      *---- Porcentajes de reserva por tramo; un tramo fuera de 1-5
      *---- o no numérico se ignora.
        LEER-PORCENTAJES.
           OPEN INPUT PORCENTAJES-FILE
           IF WS-ESTADO-PORCENTAJES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PCT
              READ PORCENTAJES-FILE
                 AT END MOVE 'S' TO EOF-PCT
                 NOT AT END
                    IF PCT-TRAMO NUMERIC AND PCT-PORCENTAJE NUMERIC
                          AND PCT-TRAMO >= 1 AND PCT-TRAMO <= 5
                       MOVE PCT-PORCENTAJE
                         TO PORCENTAJE-TRAMO(PCT-TRAMO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PORCENTAJES-FILE.

      *---- Busca en la historia de reservas si el periodo ya se
      *---- constituyó, y carga como anterior la reserva del último
      *---- periodo constituido antes de él.
        CARGAR-RESERVAS-ANTERIORES.
           MOVE ZERO TO PERIODO-ANTERIOR
           OPEN INPUT RESERVAS-FILE
           IF WS-ESTADO-RESERVAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RSV
              READ RESERVAS-FILE
                 AT END MOVE 'S' TO EOF-RSV
                 NOT AT END
                    IF RSV-PERIODO = PERIODO-PROVISION
                       MOVE 'S' TO PERIODO-YA-CONSTITUIDO
                    END-IF
                    IF RSV-PERIODO < PERIODO-PROVISION
                          AND RSV-PERIODO > PERIODO-ANTERIOR
                       MOVE RSV-PERIODO TO PERIODO-ANTERIOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESERVAS-FILE
           IF YA-CONSTITUIDO OR PERIODO-ANTERIOR = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-RSV
           OPEN INPUT RESERVAS-FILE
           PERFORM UNTIL FIN-RSV
              READ RESERVAS-FILE
                 AT END MOVE 'S' TO EOF-RSV
                 NOT AT END
                    IF RSV-PERIODO = PERIODO-ANTERIOR
                       MOVE RSV-SUCURSAL TO CONTRATO-SUCURSAL
                       MOVE RSV-MONEDA TO CONTRATO-MONEDA
                       MOVE RSV-PRODUCTO TO CONTRATO-PRODUCTO
                       PERFORM UBICAR-GRUPO
                       ADD RSV-RESERVA
                         TO TAB-GRP-ANTERIOR(RENGLON-GRUPO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESERVAS-FILE.

      *---- Agrega la reserva del periodo; el grupo que ya no tiene
      *---- cartera ni reserva no deja renglón.
        GRABAR-RESERVAS.
           OPEN EXTEND RESERVAS-FILE
           IF WS-ESTADO-RESERVAS NOT = '00'
              OPEN OUTPUT RESERVAS-FILE
           END-IF
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > TOTAL-GRUPOS
              IF TAB-GRP-EXPUESTO(IDX-GRP) > 0
                    OR TAB-GRP-REQUERIDA(IDX-GRP) > 0
                 MOVE PERIODO-PROVISION TO RSV-PERIODO
                 MOVE TAB-GRP-SUCURSAL(IDX-GRP) TO RSV-SUCURSAL
                 MOVE TAB-GRP-MONEDA(IDX-GRP) TO RSV-MONEDA
                 MOVE TAB-GRP-PRODUCTO(IDX-GRP) TO RSV-PRODUCTO
                 MOVE TAB-GRP-EXPUESTO(IDX-GRP) TO RSV-EXPUESTO
                 MOVE TAB-GRP-REQUERIDA(IDX-GRP) TO RSV-RESERVA
                 MOVE WS-FECHA-HOY TO RSV-FECHA
                 WRITE RESERVA-REG
              END-IF
           END-PERFORM
           CLOSE RESERVAS-FILE.

        CARGAR-SOBREGIRO-DIAS.
           OPEN INPUT SOBREGIRO-DIAS-FILE
           IF WS-ESTADO-SOBREGIRO-DIAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SGD
              READ SOBREGIRO-DIAS-FILE
                 AT END MOVE 'S' TO EOF-SGD
                 NOT AT END
                    IF SGD-NUMERO NUMERIC AND SGD-FECHA-NEG NUMERIC
                       ADD 1 TO TOTAL-SOBREGIROS
                       MOVE SGD-NUMERO
                         TO TAB-SGD-NUMERO(TOTAL-SOBREGIROS)
                       MOVE SGD-FECHA-NEG
                         TO TAB-SGD-FECHA(TOTAL-SOBREGIROS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SOBREGIRO-DIAS-FILE.

      *---- Sólo los préstamos no liquidados entran a la cartera.
        CARGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    IF PRE-ESTADO NOT = 'L'
                          AND PRE-SALDO-INSOLUTO NUMERIC
                       ADD 1 TO TOTAL-PRESTAMOS
                       MOVE PRE-FOLIO
                         TO TAB-PRE-FOLIO(TOTAL-PRESTAMOS)
                       MOVE PRE-CUENTA
                         TO TAB-PRE-CUENTA(TOTAL-PRESTAMOS)
                       MOVE PRE-SALDO-INSOLUTO
                         TO TAB-PRE-INSOLUTO(TOTAL-PRESTAMOS)
                       MOVE ZERO TO TAB-PRE-VENCIDA(TOTAL-PRESTAMOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE.

      *---- Recorre el plan y deja en cada préstamo la fecha de su
      *---- cuota vencida antes de hoy y todavía sin cobrar (pendiente,
      *---- encolada o morosa) más antigua.
        CARGAR-ATRASO-PLAN.
           IF TOTAL-PRESTAMOS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-ESTADO-PLAN NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PLN
              READ PLAN-FILE
                 AT END MOVE 'S' TO EOF-PLN
                 NOT AT END
                    IF (PLN-ESTADO = 'P' OR PLN-ESTADO = 'E'
                          OR PLN-ESTADO = 'M')
                          AND PLN-FECHA < WS-FECHA-HOY
                       PERFORM MARCAR-CUOTA-VENCIDA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

        MARCAR-CUOTA-VENCIDA.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-FOLIO(IDX-PRE) = PLN-FOLIO
                 IF TAB-PRE-VENCIDA(IDX-PRE) = 0
                       OR PLN-FECHA < TAB-PRE-VENCIDA(IDX-PRE)
                    MOVE PLN-FECHA TO TAB-PRE-VENCIDA(IDX-PRE)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Agrega las partidas del ajuste a CONTABLE.DAT; cada
      *---- ajuste trae sus dos partidas en la misma moneda.
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
           MOVE "PROVISION-CARTERA" TO EPA-PROGRAMA
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
      *---- a incluir los del ajuste.
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

      *---- PROVISION_CARTERA.RPT: por sucursal y producto, cada
      *---- tramo con sus contratos, saldo expuesto, porcentaje y
      *---- reserva, y la requerida contra la del mes anterior.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR PROVISION_CARTERA.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           STRING "ESTIMACION PREVENTIVA DE CARTERA DEL PERIODO "
              PERIODO-PROVISION " (CORRIDA " WS-FECHA-HOY ")"
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "RESERVA ANTERIOR: PERIODO " PERIODO-ANTERIOR
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > TOTAL-GRUPOS
              PERFORM IMPRIMIR-GRUPO
           END-PERFORM
           CLOSE REPORTE-FILE.

        IMPRIMIR-GRUPO.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE TAB-GRP-SUCURSAL(IDX-GRP) TO GRP-SUCURSAL
           IF TAB-GRP-PRODUCTO(IDX-GRP) = 'P'
              MOVE "PRESTAMOS" TO GRP-PRODUCTO
           ELSE
              MOVE "SOBREGIROS" TO GRP-PRODUCTO
           END-IF
           MOVE TAB-GRP-MONEDA(IDX-GRP) TO GRP-MONEDA
           WRITE LINEA-REPORTE FROM LINEA-GRUPO
           PERFORM VARYING IDX-TRAMO FROM 1 BY 1 UNTIL IDX-TRAMO > 5
              MOVE NOMBRE-TRAMO(IDX-TRAMO) TO TRA-NOMBRE
              MOVE TAB-GRP-CONTRATOS(IDX-GRP, IDX-TRAMO)
                TO TRA-CONTRATOS
              MOVE TAB-GRP-SALDO(IDX-GRP, IDX-TRAMO) TO TRA-SALDO
              MOVE PORCENTAJE-TRAMO(IDX-TRAMO) TO TRA-PCT
              MOVE TAB-GRP-RESERVA(IDX-GRP, IDX-TRAMO) TO TRA-RESERVA
              WRITE LINEA-REPORTE FROM LINEA-TRAMO
           END-PERFORM
           MOVE TAB-GRP-REQUERIDA(IDX-GRP) TO AJU-REQUERIDA
           MOVE TAB-GRP-ANTERIOR(IDX-GRP) TO AJU-ANTERIOR
           COMPUTE DIFERENCIA-RESERVA = TAB-GRP-REQUERIDA(IDX-GRP)
              - TAB-GRP-ANTERIOR(IDX-GRP)
           IF DIFERENCIA-RESERVA < 0
              MOVE "LIBERA" TO AJU-SENTIDO
              COMPUTE IMPORTE-AJUSTE = 0 - DIFERENCIA-RESERVA
           ELSE
              MOVE "CONSTITUYE" TO AJU-SENTIDO
              MOVE DIFERENCIA-RESERVA TO IMPORTE-AJUSTE
           END-IF
           MOVE IMPORTE-AJUSTE TO AJU-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-AJUSTE.
