      *> (PRESTAMOS_REF.CTL), para que BATCH-BANCO lo abone como
      *> cualquier otro movimiento. COBRANZA-PRESTAMOS cobra las
      *> cuotas cada noche por el mismo camino.
      *> Cotiza además la liquidación de un préstamo a una fecha
      *> (capital pendiente, interés corrido desde el último
      *> vencimiento y cuotas vencidas sin cobrar), recibe abonos
      *> anticipados que liquidan el préstamo o reamortizan el plan
      *> acortando el plazo o bajando la cuota, a elección del
      *> cliente, y reestructura el plan con autorización de
      *> supervisor. Cada reamortización deja su renglón en
      *> PRESTAMOS_REESTRUCTURA.DAT con las condiciones de antes y
      *> de después.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FOLIO-FILE ASSIGN TO 'FOLIO_PRESTAMOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT HISTORIA-FILE ASSIGN TO 'PRESTAMOS_REESTRUCTURA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIA.
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
      *---- el titular (CUENTA-CLIENTE de su cuenta de depósito) y
      *---- PRE-CUENTA la cuenta que recibe el desembolso y paga
      *---- las cuotas. Estado 'V' vigente o 'L' liquidado.
      *---- Tras un abono anticipado o una reestructura PRE-CAPITAL
      *---- es el capital vigente sobre el que corre el interés, y
      *---- PRE-REESTRUCTURAS cuenta las reestructuras autorizadas
      *---- con la fecha de la última.
       FD PRESTAMOS-FILE.
       01 PRESTAMO-REG.
           05 PRE-FOLIO        PIC 9(6).
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-CUOTAS-MORA    PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
           05 PRE-REESTRUCTURAS  PIC 9(2).
           05 PRE-FECHA-REESTRUCTURA PIC 9(8).

      *---- Plan de amortización, un renglón por cuota: fecha de
      *---- vencimiento, importe y estado ('P' pendiente,
      *---- 'E' encolada en MOVIMIENTOS.DAT con la referencia
      *---- anotada, 'C' cobrada, 'M' morosa porque el cargo rebotó,
      *---- 'R' reemplazada por una reamortización, 'A' cubierta por
      *---- la liquidación anticipada con la referencia del cargo).
       FD PLAN-FILE.
       01 PLAN-REG.
           05 PLN-FOLIO       PIC 9(6).
       01 FOLIO-REG.
           05 CTL-SIGUIENTE-PRESTAMO PIC 9(6).

      *---- Historia de reamortizaciones: tipo 'P' abono que acorta
      *---- el plazo, 'C' abono que baja la cuota, 'L' liquidación
      *---- anticipada, 'R' reestructura (con el supervisor que la
      *---- autorizó); condiciones del préstamo antes y después.
       FD HISTORIA-FILE.
       01 HISTORIA-REG.
           05 HRE-FOLIO           PIC 9(6).
           05 HRE-FECHA           PIC 9(8).
           05 HRE-TIPO            PIC X(1).
           05 HRE-AUTORIZO        PIC X(8).
           05 HRE-REFERENCIA      PIC 9(8).
           05 HRE-IMPORTE         PIC 9(7)V99.
           05 HRE-CAPITAL-ANTES   PIC 9(5)V99.
           05 HRE-CAPITAL-DESPUES PIC 9(5)V99.
           05 HRE-TASA-ANTES      PIC V999.
           05 HRE-TASA-DESPUES    PIC V999.
           05 HRE-PLAZO-ANTES     PIC 9(3).
           05 HRE-PLAZO-DESPUES   PIC 9(3).
           05 HRE-CUOTA-ANTES     PIC 9(5)V99.
           05 HRE-CUOTA-DESPUES   PIC 9(5)V99.
           05 HRE-INSOLUTO-ANTES  PIC 9(7)V99.
           05 HRE-INSOLUTO-DESPUES PIC 9(7)V99.

      *---- Aviso del interés cobrado en una liquidación anticipada,
      *---- para que DEVENGO-INTERESES libere el devengo.
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
       01 WS-ESTADO-PRESTAMOS   PIC X(2).
       01 WS-ESTADO-PLAN        PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-FOLIO       PIC X(2).
       01 WS-ESTADO-HISTORIA    PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
          88 FIN-PRE VALUE 'S'.
       01 EOF-PLN PIC X VALUE 'N'.
          88 FIN-PLN VALUE 'S'.
       01 EOF-HRE PIC X VALUE 'N'.
          88 FIN-HRE VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 FOLIO-PRESTAMO PIC 9(6) VALUE ZERO.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

       01 IDX PIC 9(5) VALUE 1.

      *> --- Cotización de liquidación a FECHA-COTIZACION: las cuotas
      *> vencidas (morosas o pendientes con vencimiento a esa fecha)
      *> se cobran completas; de las por vencer sólo se cobra el
      *> capital, más el interés corrido desde el último vencimiento.
      *> Las cuotas encoladas siguen su camino por BATCH-BANCO.
       01 RENGLON-PRESTAMO  PIC 9(5) VALUE 0.
       01 FECHA-COTIZACION  PIC 9(8) VALUE ZERO.
       01 INTERES-CUOTA     PIC 9(7)V99 VALUE ZERO.
       01 CAPITAL-PENDIENTE PIC 9(7)V99 VALUE ZERO.
       01 INTERES-CORRIDO   PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-VENCIDAS  PIC 9(7)V99 VALUE ZERO.
       01 CUOTAS-VENCIDAS   PIC 9(3) VALUE ZERO.
       01 IMPORTE-TRANSITO  PIC 9(7)V99 VALUE ZERO.
       01 CUOTAS-TRANSITO   PIC 9(3) VALUE ZERO.
       01 CUOTAS-FUTURAS    PIC 9(3) VALUE ZERO.
       01 TOTAL-LIQUIDACION PIC 9(7)V99 VALUE ZERO.
       01 ULTIMO-VENCIMIENTO PIC 9(8) VALUE ZERO.
       01 ULTIMA-CUOTA      PIC 9(3) VALUE ZERO.
       01 DIAS-CORRIDOS     PIC S9(7) VALUE ZERO.

      *> --- Abono anticipado y reestructura.
       01 IMPORTE-ABONO   PIC 9(7)V99 VALUE ZERO.
       01 MODALIDAD-ABONO PIC X(1) VALUE SPACE.
          88 ABONO-REDUCE-PLAZO VALUE 'P'.
          88 ABONO-REDUCE-CUOTA VALUE 'C'.
       01 TIPO-REAMORTIZACION PIC X(1) VALUE SPACE.
       01 CONFIRMACION    PIC X(1) VALUE 'N'.
       01 FONDOS-CUENTA   PIC X(1) VALUE 'N'.
          88 HAY-FONDOS VALUE 'S'.
       01 NUEVO-CAPITAL   PIC 9(7)V99 VALUE ZERO.
       01 NUEVA-TASA      PIC V999 VALUE ZERO.
       01 NUEVO-PLAZO     PIC 9(3) VALUE ZERO.
       01 PLAZO-CALC      PIC 9(7) VALUE ZERO.
       01 AMORTIZACION-CALC PIC S9(7)V99 VALUE ZERO.
       01 INTERES-PAGADO  PIC 9(7)V99 VALUE ZERO.
       01 CUOTAS-ACTIVAS  PIC 9(3) VALUE ZERO.
       01 SALDO-PLAN      PIC 9(7)V99 VALUE ZERO.
       01 ANTES-CAPITAL   PIC 9(5)V99 VALUE ZERO.
       01 ANTES-TASA      PIC V999 VALUE ZERO.
       01 ANTES-PLAZO     PIC 9(3) VALUE ZERO.
       01 ANTES-CUOTA     PIC 9(5)V99 VALUE ZERO.
       01 ANTES-INSOLUTO  PIC 9(7)V99 VALUE ZERO.
       01 REFERENCIA-CARGO PIC 9(8) VALUE ZERO.
       01 SUPERVISOR-ID   PIC X(8) VALUE SPACES.
       01 AUTORIZACION    PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Vencimientos de las cuotas por vencer que se reemplazan
      *> en un abono, para que las nuevas conserven las fechas.
       01 FECHAS-FUTURAS.
          05 FECHA-FUTURA PIC 9(8) OCCURS 999 TIMES.
       01 IDX-FUT PIC 9(3) VALUE 0.

      *> --- Segunda fecha para la diferencia en días 30/360.
       01 FECHA-DESDE PIC 9(8).
       01 FILLER REDEFINES FECHA-DESDE.
          05 FD-ANO PIC 9(4).
          05 FD-MES PIC 9(2).
          05 FD-DIA PIC 9(2).

      *> --- Maestro de préstamos en memoria, para listar y para no
      *> desembolsar dos veces al mismo folio.
       01 PRESTAMOS-TABLA.
             10 TAB-PRE-PAGADAS  PIC 9(3).
             10 TAB-PRE-MORA     PIC 9(3).
             10 TAB-PRE-ESTADO   PIC X(1).
             10 TAB-PRE-REESTRUCTURAS PIC 9(2).
             10 TAB-PRE-FECHA-REESTR  PIC 9(8).
       01 TOTAL-PRESTAMOS PIC 9(5) VALUE 0.

      *> --- Plan de amortización en memoria para cotizar, abonar y
      *> reestructurar; se reescribe completo al reamortizar.
       01 PLAN-TABLA.
          05 PLAN-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUOTAS
                INDEXED BY IDX-PLN.
             10 TAB-PLN-FOLIO      PIC 9(6).
             10 TAB-PLN-CUOTA      PIC 9(3).
             10 TAB-PLN-FECHA      PIC 9(8).
             10 TAB-PLN-IMPORTE    PIC 9(5)V99.
             10 TAB-PLN-ESTADO     PIC X(1).
             10 TAB-PLN-REFERENCIA PIC 9(8).
       01 TOTAL-CUOTAS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
              DISPLAY "1.DESEMBOLSAR PRESTAMO"
              DISPLAY "2.LISTAR PRESTAMOS"
              DISPLAY "3.CONSULTAR PLAN DE UN PRESTAMO"
              DISPLAY "4.COTIZAR LIQUIDACION A UNA FECHA"
              DISPLAY "5.ABONO ANTICIPADO O LIQUIDACION"
              DISPLAY "6.REESTRUCTURAR PRESTAMO (SUPERVISOR)"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 3
                    PERFORM CONSULTAR_PLAN
                 WHEN 4
                    PERFORM COTIZAR_LIQUIDACION
                 WHEN 5
                    PERFORM ABONAR_PRESTAMO
                 WHEN 6
                    PERFORM REESTRUCTURAR_PRESTAMO
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
           MOVE ZERO TO TAB-PRE-PAGADAS(TOTAL-PRESTAMOS).
           MOVE ZERO TO TAB-PRE-MORA(TOTAL-PRESTAMOS).
           MOVE 'V' TO TAB-PRE-ESTADO(TOTAL-PRESTAMOS).
           MOVE ZERO TO TAB-PRE-REESTRUCTURAS(TOTAL-PRESTAMOS).
           MOVE ZERO TO TAB-PRE-FECHA-REESTR(TOTAL-PRESTAMOS).
           PERFORM GENERAR-PLAN.
           PERFORM LEER-ULTIMA-REFERENCIA.
           PERFORM ENCOLAR-DESEMBOLSO.
           MOVE ZERO TO MOV-CHEQUE.
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

                 " INSOLUTO " TAB-PRE-INSOLUTO(IDX)
                 " MORA " TAB-PRE-MORA(IDX)
                 " ESTADO " TAB-PRE-ESTADO(IDX)
                 " REESTR " TAB-PRE-REESTRUCTURAS(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE PRESTAMOS: " TOTAL-PRESTAMOS.

              END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
           PERFORM MOSTRAR-HISTORIA.

      *---- Renglones de PRESTAMOS_REESTRUCTURA.DAT del folio pedido.
        MOSTRAR-HISTORIA.
           MOVE 'N' TO EOF-HRE.
           OPEN INPUT HISTORIA-FILE.
           IF WS-ESTADO-HISTORIA NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-HRE
              READ HISTORIA-FILE
                 AT END MOVE 'S' TO EOF-HRE
                 NOT AT END
                    IF HRE-FOLIO = FOLIO-PEDIDO
                       DISPLAY "REAMORTIZACION " HRE-FECHA
                          " TIPO " HRE-TIPO
                          " AUTORIZO " HRE-AUTORIZO
                          " IMPORTE " HRE-IMPORTE
                          " CUOTA " HRE-CUOTA-ANTES
                          " -> " HRE-CUOTA-DESPUES
                          " PLAZO " HRE-PLAZO-ANTES
                          " -> " HRE-PLAZO-DESPUES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORIA-FILE.

      *---- Cotización de liquidación a la fecha que se capture (en
      *---- ceros, hoy). Sólo informa; no toca el préstamo.
        COTIZAR_LIQUIDACION.
           DISPLAY "INGRESE FOLIO DEL PRESTAMO".
           ACCEPT FOLIO-PEDIDO.
           PERFORM UBICAR-PRESTAMO-VIGENTE.
           IF RENGLON-PRESTAMO = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE FECHA DE LA COTIZACION (AAAAMMDD, "
              "CEROS = HOY)".
           ACCEPT FECHA-COTIZACION.
           IF FECHA-COTIZACION = 0
              MOVE WS-FECHA-HOY TO FECHA-COTIZACION
           END-IF.
           IF FECHA-COTIZACION < WS-FECHA-HOY
              DISPLAY "LA FECHA NO PUEDE SER ANTERIOR A HOY"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-PLAN.
           PERFORM CALCULAR-LIQUIDACION.
           PERFORM MOSTRAR-LIQUIDACION.

      *---- Abono anticipado: si cubre todo el capital pendiente se
      *---- cobra la liquidación completa y el préstamo queda
      *---- liquidado; si no, se abona a capital y el plan se
      *---- reamortiza acortando el plazo o bajando la cuota. El
      *---- cargo se encola contra la cuenta del préstamo con
      *---- referencia del rango 81xxxxxx, igual que las cuotas.
        ABONAR_PRESTAMO.
           DISPLAY "INGRESE FOLIO DEL PRESTAMO".
           ACCEPT FOLIO-PEDIDO.
           PERFORM UBICAR-PRESTAMO-VIGENTE.
           IF RENGLON-PRESTAMO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-PLAN.
           MOVE WS-FECHA-HOY TO FECHA-COTIZACION.
           PERFORM CALCULAR-LIQUIDACION.
           IF CUOTAS-TRANSITO > 0
              DISPLAY "HAY CUOTAS ENCOLADAS SIN RESOLVER; ESPERE AL "
                 "CIERRE NOCTURNO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-LIQUIDACION.
           DISPLAY "INGRESE IMPORTE A ABONAR".
           ACCEPT IMPORTE-ABONO.
           IF IMPORTE-ABONO = 0
              DISPLAY "IMPORTE INVALIDO, NO SE ABONA"
              EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-ABONO >= CAPITAL-PENDIENTE
              MOVE TOTAL-LIQUIDACION TO IMPORTE-ABONO
              MOVE 'L' TO TIPO-REAMORTIZACION
              DISPLAY "EL ABONO CUBRE EL CAPITAL: SE LIQUIDA EL "
                 "PRESTAMO POR " TOTAL-LIQUIDACION
           ELSE
              IF CUOTAS-VENCIDAS > 0
                 DISPLAY "REGULARICE LAS CUOTAS VENCIDAS ANTES DE "
                    "ABONAR A CAPITAL"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "P = REDUCIR PLAZO, C = REDUCIR CUOTA"
              ACCEPT MODALIDAD-ABONO
              IF NOT ABONO-REDUCE-PLAZO AND NOT ABONO-REDUCE-CUOTA
                 DISPLAY "MODALIDAD INVALIDA, NO SE ABONA"
                 EXIT PARAGRAPH
              END-IF
              MOVE MODALIDAD-ABONO TO TIPO-REAMORTIZACION
           END-IF.
           MOVE TAB-PRE-CUENTA(RENGLON-PRESTAMO) TO CUENTA-BUSCADA.
           PERFORM VALIDAR_FONDOS_CUENTA.
           IF NOT HAY-FONDOS
              DISPLAY "LA CUENTA " CUENTA-BUSCADA
                 " NO TIENE SALDO PARA EL CARGO O NO ADMITE CARGOS"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA EL CARGO DE " IMPORTE-ABONO
              " A LA CUENTA " CUENTA-BUSCADA " (S/N)".
           ACCEPT CONFIRMACION.
           IF CONFIRMACION NOT = 'S'
              DISPLAY "ABONO CANCELADO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GUARDAR-CONDICIONES-ANTES.
           PERFORM LEER-ULTIMA-REFERENCIA.
           PERFORM ENCOLAR-CARGO-ANTICIPADO.
           PERFORM GRABAR-ULTIMA-REFERENCIA.
           IF TIPO-REAMORTIZACION = 'L'
              PERFORM LIQUIDAR-ANTICIPADO
           ELSE
              PERFORM REAMORTIZAR-ABONO
           END-IF.
           MOVE SPACES TO SUPERVISOR-ID.
           PERFORM GRABAR-PLAN.
           PERFORM GRABAR_PRESTAMOS.
           PERFORM GRABAR-HISTORIA.
           DISPLAY "ABONO ENCOLADO CON REFERENCIA " REFERENCIA-CARGO.
           DISPLAY "CUOTA " TAB-PRE-CUOTA(RENGLON-PRESTAMO)
              " PLAZO " TAB-PRE-PLAZO(RENGLON-PRESTAMO)
              " INSOLUTO " TAB-PRE-INSOLUTO(RENGLON-PRESTAMO)
              " ESTADO " TAB-PRE-ESTADO(RENGLON-PRESTAMO).

      *---- Reestructura autorizada por supervisor: las cuotas
      *---- vencidas y el interés corrido se suman al capital
      *---- pendiente, y el plan se rearma al nuevo plazo (y tasa,
      *---- si se cambia) con vencimientos mensuales desde hoy. La
      *---- mora del préstamo vuelve a cero.
        REESTRUCTURAR_PRESTAMO.
           DISPLAY "INGRESE FOLIO DEL PRESTAMO".
           ACCEPT FOLIO-PEDIDO.
           PERFORM UBICAR-PRESTAMO-VIGENTE.
           IF RENGLON-PRESTAMO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-PLAN.
           MOVE WS-FECHA-HOY TO FECHA-COTIZACION.
           PERFORM CALCULAR-LIQUIDACION.
           IF CUOTAS-TRANSITO > 0
              DISPLAY "HAY CUOTAS ENCOLADAS SIN RESOLVER; ESPERE AL "
                 "CIERRE NOCTURNO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-LIQUIDACION.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "SUPERVISOR NO AUTORIZADO, NO SE REESTRUCTURA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUEVO PLAZO EN MESES".
           ACCEPT NUEVO-PLAZO.
           IF NUEVO-PLAZO = 0
              DISPLAY "PLAZO INVALIDO, NO SE REESTRUCTURA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUEVA TASA MENSUAL (000 = CONSERVAR)".
           ACCEPT NUEVA-TASA.
           IF NUEVA-TASA = 0
              MOVE TAB-PRE-TASA(RENGLON-PRESTAMO) TO NUEVA-TASA
           END-IF.
           COMPUTE NUEVO-CAPITAL = CAPITAL-PENDIENTE
              + IMPORTE-VENCIDAS + INTERES-CORRIDO.
           IF NUEVO-CAPITAL = 0 OR NUEVO-CAPITAL > 99999.99
              DISPLAY "CAPITAL A REESTRUCTURAR FUERA DE RANGO: "
                 NUEVO-CAPITAL
              EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-CUOTA-NUEVA.
           IF CUOTA-IMPORTE = 0 OR CUOTA-CALC > 99999.99
              DISPLAY "LA CUOTA RESULTANTE NO ES VALIDA: " CUOTA-CALC
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUEVO CAPITAL " NUEVO-CAPITAL " CUOTA "
              CUOTA-IMPORTE " POR " NUEVO-PLAZO " MESES. CONFIRMA "
              "(S/N)".
           ACCEPT CONFIRMACION.
           IF CONFIRMACION NOT = 'S'
              DISPLAY "REESTRUCTURA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GUARDAR-CONDICIONES-ANTES.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                    AND (TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    OR TAB-PLN-ESTADO(IDX-PLN) = 'M')
                 MOVE 'R' TO TAB-PLN-ESTADO(IDX-PLN)
              END-IF
           END-PERFORM.
           MOVE WS-FECHA-HOY TO FECHA-CALCULO.
           MOVE 30 TO PLAZO-DIAS.
           PERFORM VARYING CUOTA-NUMERO FROM 1 BY 1
                   UNTIL CUOTA-NUMERO > NUEVO-PLAZO
              PERFORM SUMAR-DIAS-FECHA
              PERFORM AGREGAR-CUOTA-NUEVA
           END-PERFORM.
           MOVE NUEVO-CAPITAL TO TAB-PRE-CAPITAL(RENGLON-PRESTAMO).
           MOVE NUEVA-TASA TO TAB-PRE-TASA(RENGLON-PRESTAMO).
           MOVE CUOTA-IMPORTE TO TAB-PRE-CUOTA(RENGLON-PRESTAMO).
           MOVE ZERO TO TAB-PRE-MORA(RENGLON-PRESTAMO).
           IF TAB-PRE-REESTRUCTURAS(RENGLON-PRESTAMO) < 99
              ADD 1 TO TAB-PRE-REESTRUCTURAS(RENGLON-PRESTAMO)
           END-IF.
           MOVE WS-FECHA-HOY TO TAB-PRE-FECHA-REESTR(RENGLON-PRESTAMO).
           PERFORM RECONTAR-PRESTAMO.
           MOVE 'R' TO TIPO-REAMORTIZACION.
           MOVE ZERO TO REFERENCIA-CARGO.
           MOVE ZERO TO IMPORTE-ABONO.
           PERFORM GRABAR-PLAN.
           PERFORM GRABAR_PRESTAMOS.
           PERFORM GRABAR-HISTORIA.
           PERFORM GRABAR-AUDITORIA-REESTRUCTURA.
           DISPLAY "PRESTAMO " FOLIO-PEDIDO " REESTRUCTURADO, CUOTA "
              CUOTA-IMPORTE " POR " NUEVO-PLAZO " MESES".

      *---- Ubica FOLIO-PEDIDO en la tabla y exige que esté vigente;
      *---- deja el renglón en RENGLON-PRESTAMO (0 si no procede).
        UBICAR-PRESTAMO-VIGENTE.
           MOVE 0 TO RENGLON-PRESTAMO.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-FOLIO(IDX-PRE) = FOLIO-PEDIDO
                 MOVE IDX-PRE TO RENGLON-PRESTAMO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-PRESTAMO = 0
              DISPLAY "PRESTAMO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-PRE-ESTADO(RENGLON-PRESTAMO) NOT = 'V'
              DISPLAY "EL PRESTAMO NO ESTA VIGENTE"
              MOVE 0 TO RENGLON-PRESTAMO
           END-IF.

      *---- Recorre el plan del préstamo y arma la cotización a
      *---- FECHA-COTIZACION. El interés de cada cuota es el capital
      *---- vigente por la tasa mensual; el de la cuota en curso se
      *---- prorratea por los días corridos desde el último
      *---- vencimiento (o desde el desembolso) en 30/360.
        CALCULAR-LIQUIDACION.
           COMPUTE INTERES-CUOTA ROUNDED
              = TAB-PRE-CAPITAL(RENGLON-PRESTAMO)
                * TAB-PRE-TASA(RENGLON-PRESTAMO).
           MOVE ZERO TO CAPITAL-PENDIENTE INTERES-CORRIDO
              IMPORTE-VENCIDAS CUOTAS-VENCIDAS IMPORTE-TRANSITO
              CUOTAS-TRANSITO CUOTAS-FUTURAS ULTIMA-CUOTA.
           MOVE TAB-PRE-FECHA(RENGLON-PRESTAMO) TO ULTIMO-VENCIMIENTO.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                 PERFORM CLASIFICAR-CUOTA
              END-IF
           END-PERFORM.
           IF CUOTAS-FUTURAS > 0
              MOVE ULTIMO-VENCIMIENTO TO FECHA-DESDE
              MOVE FECHA-COTIZACION TO FECHA-CALCULO
              PERFORM CALCULAR-DIAS-CORRIDOS
              IF DIAS-CORRIDOS > 30
                 MOVE 30 TO DIAS-CORRIDOS
              END-IF
              IF DIAS-CORRIDOS > 0
                 COMPUTE INTERES-CORRIDO ROUNDED
                    = INTERES-CUOTA * DIAS-CORRIDOS / 30
              END-IF
           END-IF.
           COMPUTE TOTAL-LIQUIDACION = CAPITAL-PENDIENTE
              + INTERES-CORRIDO + IMPORTE-VENCIDAS.

        CLASIFICAR-CUOTA.
           IF TAB-PLN-CUOTA(IDX-PLN) > ULTIMA-CUOTA
              MOVE TAB-PLN-CUOTA(IDX-PLN) TO ULTIMA-CUOTA
           END-IF.
           IF TAB-PLN-FECHA(IDX-PLN) <= FECHA-COTIZACION
                 AND TAB-PLN-FECHA(IDX-PLN) > ULTIMO-VENCIMIENTO
                 AND TAB-PLN-ESTADO(IDX-PLN) NOT = 'R'
              MOVE TAB-PLN-FECHA(IDX-PLN) TO ULTIMO-VENCIMIENTO
           END-IF.
           EVALUATE TRUE
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'E'
                 ADD 1 TO CUOTAS-TRANSITO
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-TRANSITO
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'M'
                 ADD 1 TO CUOTAS-VENCIDAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-VENCIDAS
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    AND TAB-PLN-FECHA(IDX-PLN) <= FECHA-COTIZACION
                 ADD 1 TO CUOTAS-VENCIDAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-VENCIDAS
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'P'
                 ADD 1 TO CUOTAS-FUTURAS
                 IF TAB-PLN-IMPORTE(IDX-PLN) > INTERES-CUOTA
                    COMPUTE CAPITAL-PENDIENTE = CAPITAL-PENDIENTE
                       + TAB-PLN-IMPORTE(IDX-PLN) - INTERES-CUOTA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

        MOSTRAR-LIQUIDACION.
           DISPLAY "-----------------------------------".
           DISPLAY "PRESTAMO " FOLIO-PEDIDO " AL " FECHA-COTIZACION.
           DISPLAY "SALDO INSOLUTO DEL PLAN:  "
              TAB-PRE-INSOLUTO(RENGLON-PRESTAMO).
           DISPLAY "CAPITAL POR VENCER:       " CAPITAL-PENDIENTE
              " EN " CUOTAS-FUTURAS " CUOTAS".
           DISPLAY "INTERES CORRIDO:          " INTERES-CORRIDO.
           DISPLAY "CUOTAS VENCIDAS:          " IMPORTE-VENCIDAS
              " EN " CUOTAS-VENCIDAS " CUOTAS".
           DISPLAY "TOTAL PARA LIQUIDAR:      " TOTAL-LIQUIDACION.
           IF CUOTAS-TRANSITO > 0
              DISPLAY "EN TRANSITO (YA ENCOLADAS, NO INCLUIDAS): "
                 IMPORTE-TRANSITO " EN " CUOTAS-TRANSITO " CUOTAS"
           END-IF.
           DISPLAY "-----------------------------------".

      *---- Días 30/360 de FECHA-DESDE a FECHA-CALCULO; el día 31
      *---- cuenta como 30.
        CALCULAR-DIAS-CORRIDOS.
           IF FD-DIA > 30
              MOVE 30 TO FD-DIA
           END-IF.
           IF FC-DIA > 30
              MOVE 30 TO FC-DIA
           END-IF.
           COMPUTE DIAS-CORRIDOS = (FC-ANO - FD-ANO) * 360
              + (FC-MES - FD-MES) * 30 + FC-DIA - FD-DIA.

      *---- Cuota fija a interés simple sobre NUEVO-CAPITAL a
      *---- NUEVO-PLAZO meses, misma fórmula del desembolso.
        CALCULAR-CUOTA-NUEVA.
           COMPUTE INTERES-TOTAL ROUNDED
              = NUEVO-CAPITAL * NUEVA-TASA * NUEVO-PLAZO.
           COMPUTE CUOTA-CALC
              = (NUEVO-CAPITAL + INTERES-TOTAL) / NUEVO-PLAZO.
           COMPUTE CUOTA-IMPORTE ROUNDED = CUOTA-CALC.

      *---- Abono parcial a capital: las cuotas por vencer se
      *---- reemplazan. Reduciendo plazo se conserva la cuota y se
      *---- calcula cuántas hacen falta; reduciendo cuota se
      *---- conservan las fechas y baja el importe.
        REAMORTIZAR-ABONO.
           COMPUTE NUEVO-CAPITAL = CAPITAL-PENDIENTE - IMPORTE-ABONO.
           MOVE TAB-PRE-TASA(RENGLON-PRESTAMO) TO NUEVA-TASA.
           MOVE CUOTAS-FUTURAS TO NUEVO-PLAZO.
           IF ABONO-REDUCE-PLAZO
              COMPUTE AMORTIZACION-CALC
                 = TAB-PRE-CUOTA(RENGLON-PRESTAMO)
                   - NUEVO-CAPITAL * NUEVA-TASA
              IF AMORTIZACION-CALC > 0
                 COMPUTE PLAZO-CALC = NUEVO-CAPITAL / AMORTIZACION-CALC
                    ON SIZE ERROR
                       MOVE CUOTAS-FUTURAS TO PLAZO-CALC
                 END-COMPUTE
                 IF PLAZO-CALC * AMORTIZACION-CALC < NUEVO-CAPITAL
                    ADD 1 TO PLAZO-CALC
                 END-IF
                 IF PLAZO-CALC > CUOTAS-FUTURAS
                    MOVE CUOTAS-FUTURAS TO PLAZO-CALC
                 END-IF
                 IF PLAZO-CALC = 0
                    MOVE 1 TO PLAZO-CALC
                 END-IF
                 MOVE PLAZO-CALC TO NUEVO-PLAZO
              END-IF
           END-IF.
           PERFORM CALCULAR-CUOTA-NUEVA.
           MOVE 0 TO IDX-FUT.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                    AND TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    AND TAB-PLN-FECHA(IDX-PLN) > FECHA-COTIZACION
                 MOVE 'R' TO TAB-PLN-ESTADO(IDX-PLN)
                 IF IDX-FUT < 999
                    ADD 1 TO IDX-FUT
                    MOVE TAB-PLN-FECHA(IDX-PLN) TO FECHA-FUTURA(IDX-FUT)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING CUOTA-NUMERO FROM 1 BY 1
                   UNTIL CUOTA-NUMERO > NUEVO-PLAZO
              MOVE FECHA-FUTURA(CUOTA-NUMERO) TO FECHA-CALCULO
              PERFORM AGREGAR-CUOTA-NUEVA
           END-PERFORM.
           MOVE NUEVO-CAPITAL TO TAB-PRE-CAPITAL(RENGLON-PRESTAMO).
           MOVE CUOTA-IMPORTE TO TAB-PRE-CUOTA(RENGLON-PRESTAMO).
           PERFORM RECONTAR-PRESTAMO.

      *---- Liquidación anticipada: las cuotas vencidas y por vencer
      *---- quedan cubiertas por el cargo, y se avisa el interés que
      *---- lleva para que DEVENGO-INTERESES libere el devengo.
        LIQUIDAR-ANTICIPADO.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                    AND (TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    OR TAB-PLN-ESTADO(IDX-PLN) = 'M')
                 MOVE 'A' TO TAB-PLN-ESTADO(IDX-PLN)
                 MOVE REFERENCIA-CARGO TO TAB-PLN-REFERENCIA(IDX-PLN)
              END-IF
           END-PERFORM.
           MOVE ZERO TO TAB-PRE-INSOLUTO(RENGLON-PRESTAMO).
           MOVE ZERO TO TAB-PRE-MORA(RENGLON-PRESTAMO).
           MOVE 'L' TO TAB-PRE-ESTADO(RENGLON-PRESTAMO).
           COMPUTE INTERES-PAGADO = INTERES-CORRIDO
              + INTERES-CUOTA * CUOTAS-VENCIDAS.
           OPEN EXTEND DEVENGO-PAGOS-FILE.
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.
           MOVE 'P' TO DPG-TIPO.
           MOVE FOLIO-PEDIDO TO DPG-CONTRATO.
           MOVE WS-FECHA-HOY TO DPG-FECHA.
           MOVE REFERENCIA-CARGO TO DPG-REFERENCIA.
           MOVE INTERES-PAGADO TO DPG-INTERES.
           WRITE DEVENGO-PAGO-REG.
           CLOSE DEVENGO-PAGOS-FILE.

      *---- Agrega al final del plan la siguiente cuota del folio,
      *---- con vencimiento FECHA-CALCULO y el importe nuevo.
        AGREGAR-CUOTA-NUEVA.
           ADD 1 TO ULTIMA-CUOTA.
           ADD 1 TO TOTAL-CUOTAS.
           MOVE FOLIO-PEDIDO TO TAB-PLN-FOLIO(TOTAL-CUOTAS).
           MOVE ULTIMA-CUOTA TO TAB-PLN-CUOTA(TOTAL-CUOTAS).
           MOVE FECHA-CALCULO TO TAB-PLN-FECHA(TOTAL-CUOTAS).
           MOVE CUOTA-IMPORTE TO TAB-PLN-IMPORTE(TOTAL-CUOTAS).
           MOVE 'P' TO TAB-PLN-ESTADO(TOTAL-CUOTAS).
           MOVE ZERO TO TAB-PLN-REFERENCIA(TOTAL-CUOTAS).

      *---- Rehace plazo e insoluto del préstamo con las cuotas que
      *---- siguen vivas en el plan, para que COBRANZA-PRESTAMOS lo
      *---- liquide al cobrar la última.
        RECONTAR-PRESTAMO.
           MOVE ZERO TO CUOTAS-ACTIVAS.
           MOVE ZERO TO SALDO-PLAN.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                    AND (TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    OR TAB-PLN-ESTADO(IDX-PLN) = 'M'
                    OR TAB-PLN-ESTADO(IDX-PLN) = 'E')
                 ADD 1 TO CUOTAS-ACTIVAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO SALDO-PLAN
              END-IF
           END-PERFORM.
           COMPUTE TAB-PRE-PLAZO(RENGLON-PRESTAMO)
              = TAB-PRE-PAGADAS(RENGLON-PRESTAMO) + CUOTAS-ACTIVAS.
           MOVE SALDO-PLAN TO TAB-PRE-INSOLUTO(RENGLON-PRESTAMO).

        GUARDAR-CONDICIONES-ANTES.
           MOVE TAB-PRE-CAPITAL(RENGLON-PRESTAMO) TO ANTES-CAPITAL.
           MOVE TAB-PRE-TASA(RENGLON-PRESTAMO) TO ANTES-TASA.
           MOVE TAB-PRE-PLAZO(RENGLON-PRESTAMO) TO ANTES-PLAZO.
           MOVE TAB-PRE-CUOTA(RENGLON-PRESTAMO) TO ANTES-CUOTA.
           MOVE TAB-PRE-INSOLUTO(RENGLON-PRESTAMO) TO ANTES-INSOLUTO.

        GRABAR-HISTORIA.
           OPEN EXTEND HISTORIA-FILE.
           IF WS-ESTADO-HISTORIA NOT = '00'
              OPEN OUTPUT HISTORIA-FILE
           END-IF.
           MOVE FOLIO-PEDIDO TO HRE-FOLIO.
           MOVE WS-FECHA-HOY TO HRE-FECHA.
           MOVE TIPO-REAMORTIZACION TO HRE-TIPO.
           MOVE SUPERVISOR-ID TO HRE-AUTORIZO.
           MOVE REFERENCIA-CARGO TO HRE-REFERENCIA.
           MOVE IMPORTE-ABONO TO HRE-IMPORTE.
           MOVE ANTES-CAPITAL TO HRE-CAPITAL-ANTES.
           MOVE TAB-PRE-CAPITAL(RENGLON-PRESTAMO)
             TO HRE-CAPITAL-DESPUES.
           MOVE ANTES-TASA TO HRE-TASA-ANTES.
           MOVE TAB-PRE-TASA(RENGLON-PRESTAMO) TO HRE-TASA-DESPUES.
           MOVE ANTES-PLAZO TO HRE-PLAZO-ANTES.
           MOVE TAB-PRE-PLAZO(RENGLON-PRESTAMO) TO HRE-PLAZO-DESPUES.
           MOVE ANTES-CUOTA TO HRE-CUOTA-ANTES.
           MOVE TAB-PRE-CUOTA(RENGLON-PRESTAMO) TO HRE-CUOTA-DESPUES.
           MOVE ANTES-INSOLUTO TO HRE-INSOLUTO-ANTES.
           MOVE TAB-PRE-INSOLUTO(RENGLON-PRESTAMO)
             TO HRE-INSOLUTO-DESPUES.
           WRITE HISTORIA-REG.
           CLOSE HISTORIA-FILE.

      *---- Confirma que la cuenta del préstamo admita el cargo: que
      *---- exista, esté activa y tenga saldo para el abono.
        VALIDAR_FONDOS_CUENTA.
           MOVE 'N' TO FONDOS-CUENTA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-BUSCADA TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT CUENTA-CERRADA AND NOT CUENTA-INACTIVA
                       AND SALDO >= IMPORTE-ABONO
                    MOVE 'S' TO FONDOS-CUENTA
                 END-IF
           END-READ.
           CLOSE CUENTAS-FILE.

      *---- Encola el cargo del abono anticipado contra la cuenta del
      *---- préstamo con referencia fresca del rango 81xxxxxx.
        ENCOLAR-CARGO-ANTICIPADO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO REFERENCIA-CARGO.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE CUENTA-BUSCADA TO MOV-CUENTA.
           MOVE '-' TO OPERACION.
           MOVE IMPORTE-ABONO TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

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

        GRABAR-AUDITORIA-REESTRUCTURA.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-PRESTAMOS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE TAB-PRE-CUENTA(RENGLON-PRESTAMO) TO AUD-CUENTA.
           MOVE 'R' TO AUD-OPERACION.
           MOVE NUEVO-CAPITAL TO AUD-IMPORTE.
           MOVE "PRESTAMO REESTRUCTURADO" TO AUD-DESCRIPCION.
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

      *---- Carga PRESTAMOS_PLAN.DAT completo a la tabla.
        CARGAR-PLAN.
           MOVE 0 TO TOTAL-CUOTAS.
           MOVE 'N' TO EOF-PLN.
           OPEN INPUT PLAN-FILE.
           IF WS-ESTADO-PLAN NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PLN
              READ PLAN-FILE
                 AT END MOVE 'S' TO EOF-PLN
                 NOT AT END
                    ADD 1 TO TOTAL-CUOTAS
                    MOVE PLN-FOLIO TO TAB-PLN-FOLIO(TOTAL-CUOTAS)
                    MOVE PLN-CUOTA TO TAB-PLN-CUOTA(TOTAL-CUOTAS)
                    MOVE PLN-FECHA TO TAB-PLN-FECHA(TOTAL-CUOTAS)
                    MOVE PLN-IMPORTE TO TAB-PLN-IMPORTE(TOTAL-CUOTAS)
                    MOVE PLN-ESTADO TO TAB-PLN-ESTADO(TOTAL-CUOTAS)
                    MOVE PLN-REFERENCIA
                      TO TAB-PLN-REFERENCIA(TOTAL-CUOTAS)
              END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.

      *---- Reescribe PRESTAMOS_PLAN.DAT completo desde la tabla.
        GRABAR-PLAN.
           OPEN OUTPUT PLAN-FILE.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              MOVE TAB-PLN-FOLIO(IDX-PLN) TO PLN-FOLIO
              MOVE TAB-PLN-CUOTA(IDX-PLN) TO PLN-CUOTA
              MOVE TAB-PLN-FECHA(IDX-PLN) TO PLN-FECHA
              MOVE TAB-PLN-IMPORTE(IDX-PLN) TO PLN-IMPORTE
              MOVE TAB-PLN-ESTADO(IDX-PLN) TO PLN-ESTADO
              MOVE TAB-PLN-REFERENCIA(IDX-PLN) TO PLN-REFERENCIA
              WRITE PLAN-REG
           END-PERFORM.
           CLOSE PLAN-FILE.

      *---- Confirma que la cuenta exista y no esté cerrada, y toma
      *---- su CUENTA-CLIENTE como titular del préstamo.
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
              MOVE TAB-PRE-PAGADAS(IDX)  TO PRE-CUOTAS-PAGADAS
              MOVE TAB-PRE-MORA(IDX)     TO PRE-CUOTAS-MORA
              MOVE TAB-PRE-ESTADO(IDX)   TO PRE-ESTADO
              MOVE TAB-PRE-REESTRUCTURAS(IDX) TO PRE-REESTRUCTURAS
              MOVE TAB-PRE-FECHA-REESTR(IDX)
                TO PRE-FECHA-REESTRUCTURA
              WRITE PRESTAMO-REG
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.
