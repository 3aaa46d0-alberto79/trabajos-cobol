       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD.

      *> --- Rentabilidad mensual por cliente y por sucursal. Lee de
      *> MOVIMIENTOS_HIST.DAT, por su llave, sólo los rangos de
      *> referencia que RANGOS_REF.CTL registra para los generadores
      *> de comisiones e intereses, y suma al mes cerrado:
      *>   COMISION y SOBREGIRO (cargos)  -> comisiones cobradas
      *>   PRESTAMOS (cargo de la cuota)  -> interés cobrado
      *>   INTERES (abono) y PLAZOS       -> interés pagado
      *> La cuota de préstamo lleva capital e interés; del cargo se
      *> toma como interés el capital vigente por la tasa pactada,
      *> la misma cuenta de COBRANZA-PRESTAMOS. El pago de un plazo
      *> que venció o se canceló ese día lleva también el capital,
      *> que se descuenta con PLAZOS_FIJOS.DAT; el de un plazo que se
      *> renovó es sólo interés. La retención de ISR del rango
      *> INTERES no es ingreso del banco y no cuenta. Con las fotos
      *> diarias de CUENTAS_HIST.DAT saca el saldo promedio del mes
      *> de cada cuenta. Todo va en moneda local con
      *> TIPOS_CAMBIO.CTL. Cada cuenta cae en el cliente de
      *> CUENTA-CLIENTE y en la sucursal de CUENTA-SUCURSAL; la
      *> contribución es comisiones más interés cobrado menos interés
      *> pagado. RENTABILIDAD.RPT lista los clientes más y menos
      *> rentables (los lugares que fija RENTABILIDAD.CTL, 10 si no
      *> existe) y el ranking completo de sucursales. Lo corre
      *> PROCESO-NOCTURNO el primer día hábil del mes, sobre el mes
      *> anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVS-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ARCHIVO-MOVS.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT HIST-FILE ASSIGN TO 'CUENTAS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT TIPOS-CAMBIO-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIPOS-CAMBIO.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT CONTROL-FILE ASSIGN TO 'RENTABILIDAD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT REPORTE-FILE ASSIGN TO 'RENTABILIDAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MOVS-FILE.
           COPY ARCHMOVREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

      *---- Misma foto diaria que graba BATCH-BANCO.
       FD HIST-FILE.
       01 HIST-REG.
           05 HIST-FECHA   PIC 9(8).
           05 HIST-NUMERO  PIC 9(6).
           05 HIST-NOMBRE  PIC X(20).
           05 HIST-SALDO   PIC S9(6)V99.
           05 HIST-STATUS  PIC X(1).

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

       FD TIPOS-CAMBIO-FILE.
       01 TIPO-CAMBIO-REG.
           05 TCA-CODIGO      PIC X(3).
           05 TCA-TIPO-CAMBIO PIC 9(4)V9999.
           05 TCA-FECHA       PIC 9(8).
           05 TCA-DIFERENCIAL PIC 9(2)V99.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

      *---- Cuántos clientes listar arriba y abajo del ranking.
       FD CONTROL-FILE.
       01 CTL-REG.
           05 CTL-LUGARES PIC 9(3).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ARCHIVO-MOVS PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).
       01 WS-ESTADO-HIST         PIC X(2).
       01 WS-ESTADO-PLAZOS       PIC X(2).
       01 WS-ESTADO-PRESTAMOS    PIC X(2).
       01 WS-ESTADO-TIPOS-CAMBIO PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-SUCURSALES   PIC X(2).
       01 WS-ESTADO-CONTROL      PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).

       01 EOF-HMOV PIC X VALUE 'N'.
          88 FIN-HMOV VALUE 'S'.
       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 EOF-HIST PIC X VALUE 'N'.
          88 FIN-HIST VALUE 'S'.
       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-TCA PIC X VALUE 'N'.
          88 FIN-TCA VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-ANO-HOY PIC 9(4).
          05 WS-MES-HOY PIC 9(2).
          05 WS-DIA-HOY PIC 9(2).
      *> --- Mes que se reporta: el anterior al de la corrida.
       01 PERIODO-DESDE PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES PERIODO-DESDE.
          05 PER-ANO PIC 9(4).
          05 PER-MES PIC 9(2).
          05 PER-DIA PIC 9(2).
       01 PERIODO-HASTA PIC 9(8) VALUE ZERO.
       01 LUGARES PIC 9(3) VALUE 10.

      *> --- Rangos de los generadores que interesan, con el
      *> concepto al que van: 'C' comisión, 'R' interés cobrado de
      *> préstamos, 'I' interés pagado de ahorro, 'F' plazos.
       01 RANGOS-TABLA.
          05 RANGO-RENGLON OCCURS 1 TO 20 TIMES
                DEPENDING ON TOTAL-RANGOS
                INDEXED BY IDX-RNG.
             10 TAB-RNG-FUENTE   PIC X(12).
             10 TAB-RNG-CONCEPTO PIC X(1).
             10 TAB-RNG-DESDE    PIC 9(8).
             10 TAB-RNG-HASTA    PIC 9(8).
       01 TOTAL-RANGOS PIC 9(2) VALUE 0.
       01 CONCEPTO-RANGO PIC X(1) VALUE SPACE.

      *> --- Cuentas con sus acumulados del mes, en moneda local.
       01 CUENTAS-TABLA.
          05 CUENTA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUENTAS
                INDEXED BY IDX-CTA.
             10 TAB-CTA-NUMERO      PIC 9(6).
             10 TAB-CTA-CLIENTE     PIC 9(5).
             10 TAB-CTA-SUCURSAL    PIC 9(3).
             10 TAB-CTA-TIPO-CAMBIO PIC 9(4)V9999.
             10 TAB-CTA-COMISIONES  PIC S9(9)V99.
             10 TAB-CTA-COBRADO     PIC S9(9)V99.
             10 TAB-CTA-PAGADO      PIC S9(9)V99.
             10 TAB-CTA-SUMA-SALDOS PIC S9(11)V99.
             10 TAB-CTA-DIAS        PIC 9(3).
       01 TOTAL-CUENTAS PIC 9(5) VALUE 0.

      *> --- Plazos que ya devolvieron capital (vencidos 'L' o
      *> cancelados 'X'), para separarlo del interés.
       01 PLAZOS-TABLA.
          05 PLAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLAZOS
                INDEXED BY IDX-PFJ.
             10 TAB-PFJ-CUENTA  PIC 9(6).
             10 TAB-PFJ-CAPITAL PIC 9(5)V99.
             10 TAB-PFJ-FECHA   PIC 9(8).
             10 TAB-PFJ-USADO   PIC X(1).
       01 TOTAL-PLAZOS PIC 9(4) VALUE 0.

       01 PRESTAMOS-TABLA.
          05 PRESTAMO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRESTAMOS
                INDEXED BY IDX-PRE.
             10 TAB-PRE-CUENTA  PIC 9(6).
             10 TAB-PRE-CAPITAL PIC 9(5)V99.
             10 TAB-PRE-TASA    PIC V999.
             10 TAB-PRE-ESTADO  PIC X(1).
       01 TOTAL-PRESTAMOS PIC 9(4) VALUE 0.

       01 TIPOS-CAMBIO-TABLA.
          05 TIPO-CAMBIO-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-TIPOS-CAMBIO
                INDEXED BY IDX-TCA.
             10 TAB-TCA-CODIGO PIC X(3).
             10 TAB-TCA-TIPO   PIC 9(4)V9999.
       01 TOTAL-TIPOS-CAMBIO PIC 9(2) VALUE 0.

       01 NOMBRES-CLIENTES-TABLA.
          05 NOMBRE-CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-NOMBRES
                INDEXED BY IDX-NOM.
             10 TAB-NOM-CLIENTE PIC 9(5).
             10 TAB-NOM-NOMBRE  PIC X(20).
       01 TOTAL-NOMBRES PIC 9(4) VALUE 0.

       01 NOMBRES-SUCURSALES-TABLA.
          05 NOMBRE-SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-NOMBRES-SUC
                INDEXED BY IDX-NSU.
             10 TAB-NSU-CODIGO PIC 9(3).
             10 TAB-NSU-NOMBRE PIC X(20).
       01 TOTAL-NOMBRES-SUC PIC 9(3) VALUE 0.

      *> --- Rentabilidad por cliente y por sucursal; mismo trazado
      *> en las dos para ordenarlas e imprimirlas igual.
       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLR.
             10 TAB-CLR-CODIGO       PIC 9(5).
             10 TAB-CLR-CUENTAS      PIC 9(3).
             10 TAB-CLR-COMISIONES   PIC S9(11)V99.
             10 TAB-CLR-COBRADO      PIC S9(11)V99.
             10 TAB-CLR-PAGADO       PIC S9(11)V99.
             10 TAB-CLR-CONTRIBUCION PIC S9(11)V99.
             10 TAB-CLR-PROMEDIO     PIC S9(11)V99.
       01 TOTAL-CLIENTES PIC 9(4) VALUE 0.

       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUR.
             10 TAB-SUR-CODIGO       PIC 9(5).
             10 TAB-SUR-CUENTAS      PIC 9(3).
             10 TAB-SUR-COMISIONES   PIC S9(11)V99.
             10 TAB-SUR-COBRADO      PIC S9(11)V99.
             10 TAB-SUR-PAGADO       PIC S9(11)V99.
             10 TAB-SUR-CONTRIBUCION PIC S9(11)V99.
             10 TAB-SUR-PROMEDIO     PIC S9(11)V99.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 RENGLON-AUXILIAR PIC X(73).

       01 IDX  PIC 9(5) VALUE 1.
       01 IDX2 PIC 9(5) VALUE 1.
       01 LUGAR PIC 9(5) VALUE 0.
       01 INICIO-ABAJO PIC 9(5) VALUE 0.
       01 IMPORTE-LOCAL PIC S9(9)V99 VALUE ZERO.
       01 INTERES-CUOTA PIC 9(7)V99 VALUE ZERO.
       01 SALDO-PROMEDIO PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-LEIDOS PIC 9(7) VALUE 0.
       01 TOTAL-DEL-MES PIC 9(7) VALUE 0.
       01 TOTAL-SIN-CUENTA PIC 9(5) VALUE 0.

       01 SUMA-COMISIONES PIC S9(13)V99 VALUE ZERO.
       01 SUMA-COBRADO    PIC S9(13)V99 VALUE ZERO.
       01 SUMA-PAGADO     PIC S9(13)V99 VALUE ZERO.
       01 SUMA-CONTRIBUCION PIC S9(13)V99 VALUE ZERO.
       01 IMPORTE-EDITADO PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 ENCABEZADO-1.
          05 FILLER      PIC X(33)
             VALUE "RENTABILIDAD DE CLIENTES Y SUCUR".
          05 FILLER      PIC X(17) VALUE "SALES DEL PERIODO".
          05 FILLER      PIC X(1) VALUE SPACE.
          05 ENC-DESDE   PIC 9(8).
          05 FILLER      PIC X(3) VALUE " AL".
          05 FILLER      PIC X(1) VALUE SPACE.
          05 ENC-HASTA   PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER PIC X(33)
             VALUE "LUGAR CODIGO NOMBRE              ".
          05 FILLER PIC X(16) VALUE "      COMISIONES".
          05 FILLER PIC X(16) VALUE "    INT COBRADO ".
          05 FILLER PIC X(16) VALUE "    INT PAGADO  ".
          05 FILLER PIC X(16) VALUE "   CONTRIBUCION ".
          05 FILLER PIC X(16) VALUE "  SALDO PROMEDIO".

       01 LINEA-DETALLE.
          05 DET-LUGAR        PIC ZZZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-CODIGO       PIC 9(5).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-NOMBRE       PIC X(20).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-COMISIONES   PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-COBRADO      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-PAGADO       PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-CONTRIBUCION PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-PROMEDIO     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE WS-ANO-HOY TO PER-ANO
            MOVE WS-MES-HOY TO PER-MES
            IF PER-MES = 1
               MOVE 12 TO PER-MES
               SUBTRACT 1 FROM PER-ANO
            ELSE
               SUBTRACT 1 FROM PER-MES
            END-IF
            MOVE 1 TO PER-DIA
            COMPUTE PERIODO-HASTA = PERIODO-DESDE + 30

            PERFORM CARGAR-RANGOS
            IF TOTAL-RANGOS = 0
               DISPLAY "RANGOS_REF.CTL SIN LOS RANGOS DE COMISIONES E "
                  "INTERESES, NO SE PUEDE CLASIFICAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM LEER-LUGARES
            PERFORM CARGAR-TIPOS-CAMBIO
            PERFORM CARGAR-CUENTAS
            IF TOTAL-CUENTAS = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-PLAZOS
            PERFORM CARGAR-PRESTAMOS
            PERFORM CARGAR-NOMBRES-CLIENTES
            PERFORM CARGAR-NOMBRES-SUCURSALES

            OPEN INPUT ARCHIVO-MOVS-FILE
            IF WS-ESTADO-ARCHIVO-MOVS NOT = '00'
               DISPLAY "MOVIMIENTOS_HIST.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-ARCHIVO-MOVS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM VARYING IDX-RNG FROM 1 BY 1
                    UNTIL IDX-RNG > TOTAL-RANGOS
               PERFORM RECORRER-RANGO
            END-PERFORM
            CLOSE ARCHIVO-MOVS-FILE

            PERFORM CARGAR-SALDOS-DIARIOS
            PERFORM VARYING IDX-CTA FROM 1 BY 1
                    UNTIL IDX-CTA > TOTAL-CUENTAS
               PERFORM CONSOLIDAR-CUENTA
            END-PERFORM

            PERFORM ORDENAR-CLIENTES
            PERFORM ORDENAR-SUCURSALES
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "PERIODO:                " PERIODO-DESDE " AL "
               PERIODO-HASTA
            DISPLAY "MOVIMIENTOS DEL MES:    " TOTAL-DEL-MES
            DISPLAY "SIN CUENTA EN MAESTRO:  " TOTAL-SIN-CUENTA
            DISPLAY "CLIENTES:               " TOTAL-CLIENTES
            DISPLAY "SUCURSALES:             " TOTAL-SUCURSALES
            MOVE SUMA-CONTRIBUCION TO IMPORTE-EDITADO
            DISPLAY "CONTRIBUCION DEL MES:   " IMPORTE-EDITADO
            DISPLAY "REPORTE EN RENTABILIDAD.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Lee por llave los movimientos del rango IDX-RNG y asienta
      *---- los del mes que no fueron reversados.
        RECORRER-RANGO.
           MOVE TAB-RNG-CONCEPTO(IDX-RNG) TO CONCEPTO-RANGO
           MOVE TAB-RNG-DESDE(IDX-RNG) TO ARCH-REFERENCIA
           MOVE 'N' TO EOF-HMOV
           START ARCHIVO-MOVS-FILE KEY >= ARCH-REFERENCIA
              INVALID KEY
                 MOVE 'S' TO EOF-HMOV
           END-START
           PERFORM UNTIL FIN-HMOV
              READ ARCHIVO-MOVS-FILE NEXT
                 AT END MOVE 'S' TO EOF-HMOV
                 NOT AT END
                    IF ARCH-REFERENCIA > TAB-RNG-HASTA(IDX-RNG)
                       MOVE 'S' TO EOF-HMOV
                    ELSE
                       ADD 1 TO TOTAL-LEIDOS
                       IF ARCH-FECHA >= PERIODO-DESDE
                             AND ARCH-FECHA <= PERIODO-HASTA
                             AND ARCH-REVERSADA NOT = 'S'
                          PERFORM ASENTAR-MOVIMIENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

        ASENTAR-MOVIMIENTO.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS
              IF TAB-CTA-NUMERO(IDX-CTA) = ARCH-CUENTA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-CTA > TOTAL-CUENTAS
              ADD 1 TO TOTAL-SIN-CUENTA
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-DEL-MES
           EVALUATE CONCEPTO-RANGO
              WHEN 'C'
                 IF ARCH-OPERACION = '-'
                    COMPUTE IMPORTE-LOCAL ROUNDED = ARCH-IMPORTE
                       * TAB-CTA-TIPO-CAMBIO(IDX-CTA)
                    ADD IMPORTE-LOCAL TO TAB-CTA-COMISIONES(IDX-CTA)
                 END-IF
              WHEN 'R'
                 IF ARCH-OPERACION = '-'
                    PERFORM INTERES-DE-CUOTA
                    COMPUTE IMPORTE-LOCAL ROUNDED = INTERES-CUOTA
                       * TAB-CTA-TIPO-CAMBIO(IDX-CTA)
                    ADD IMPORTE-LOCAL TO TAB-CTA-COBRADO(IDX-CTA)
                 END-IF
              WHEN 'I'
                 IF ARCH-OPERACION = '+'
                    COMPUTE IMPORTE-LOCAL ROUNDED = ARCH-IMPORTE
                       * TAB-CTA-TIPO-CAMBIO(IDX-CTA)
                    ADD IMPORTE-LOCAL TO TAB-CTA-PAGADO(IDX-CTA)
                 END-IF
              WHEN 'F'
                 IF ARCH-OPERACION = '+'
                    PERFORM INTERES-DE-PLAZO
                    COMPUTE IMPORTE-LOCAL ROUNDED = IMPORTE-LOCAL
                       * TAB-CTA-TIPO-CAMBIO(IDX-CTA)
                    ADD IMPORTE-LOCAL TO TAB-CTA-PAGADO(IDX-CTA)
                 END-IF
           END-EVALUATE.

      *---- Interés de la cuota cobrada: capital vigente del préstamo
      *---- de la cuenta por su tasa, sin pasar del cargo.
        INTERES-DE-CUOTA.
           MOVE ARCH-IMPORTE TO INTERES-CUOTA
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-CUENTA(IDX-PRE) = ARCH-CUENTA
                 COMPUTE INTERES-CUOTA ROUNDED
                    = TAB-PRE-CAPITAL(IDX-PRE) * TAB-PRE-TASA(IDX-PRE)
                 IF INTERES-CUOTA > ARCH-IMPORTE
                    MOVE ARCH-IMPORTE TO INTERES-CUOTA
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Interés dentro del pago de un plazo: si un plazo de la
      *---- cuenta terminó ese día, su capital se descuenta (una
      *---- cancelación con penalización puede dejarlo negativo);
      *---- si no, fue una renovación que pagó sólo interés.
        INTERES-DE-PLAZO.
           MOVE ARCH-IMPORTE TO IMPORTE-LOCAL
           PERFORM VARYING IDX-PFJ FROM 1 BY 1
                   UNTIL IDX-PFJ > TOTAL-PLAZOS
              IF TAB-PFJ-CUENTA(IDX-PFJ) = ARCH-CUENTA
                    AND TAB-PFJ-FECHA(IDX-PFJ) = ARCH-FECHA
                    AND TAB-PFJ-USADO(IDX-PFJ) = 'N'
                 MOVE 'S' TO TAB-PFJ-USADO(IDX-PFJ)
                 SUBTRACT TAB-PFJ-CAPITAL(IDX-PFJ) FROM IMPORTE-LOCAL
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Saldo promedio: suma de las fotos diarias del mes entre
      *---- los días con foto.
        CARGAR-SALDOS-DIARIOS.
           OPEN INPUT HIST-FILE
           IF WS-ESTADO-HIST NOT = '00'
              DISPLAY "CUENTAS_HIST.DAT NO ENCONTRADO, SALDOS "
                 "PROMEDIO EN CERO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-HIST
              READ HIST-FILE
                 AT END MOVE 'S' TO EOF-HIST
                 NOT AT END
                    IF HIST-FECHA >= PERIODO-DESDE
                          AND HIST-FECHA <= PERIODO-HASTA
                       PERFORM ASENTAR-SALDO-DIARIO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE.

        ASENTAR-SALDO-DIARIO.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS
              IF TAB-CTA-NUMERO(IDX-CTA) = HIST-NUMERO
                 ADD HIST-SALDO TO TAB-CTA-SUMA-SALDOS(IDX-CTA)
                 ADD 1 TO TAB-CTA-DIAS(IDX-CTA)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Suma la cuenta IDX-CTA a su cliente y a su sucursal.
        CONSOLIDAR-CUENTA.
           IF TAB-CTA-DIAS(IDX-CTA) > 0
              COMPUTE SALDO-PROMEDIO ROUNDED
                 = TAB-CTA-SUMA-SALDOS(IDX-CTA)
                   / TAB-CTA-DIAS(IDX-CTA)
                   * TAB-CTA-TIPO-CAMBIO(IDX-CTA)
           ELSE
              MOVE ZERO TO SALDO-PROMEDIO
           END-IF
           IF TAB-CTA-COMISIONES(IDX-CTA) = 0
                 AND TAB-CTA-COBRADO(IDX-CTA) = 0
                 AND TAB-CTA-PAGADO(IDX-CTA) = 0
                 AND SALDO-PROMEDIO = 0
              EXIT PARAGRAPH
           END-IF
           ADD TAB-CTA-COMISIONES(IDX-CTA) TO SUMA-COMISIONES
           ADD TAB-CTA-COBRADO(IDX-CTA) TO SUMA-COBRADO
           ADD TAB-CTA-PAGADO(IDX-CTA) TO SUMA-PAGADO
           COMPUTE SUMA-CONTRIBUCION = SUMA-COMISIONES + SUMA-COBRADO
              - SUMA-PAGADO
           PERFORM VARYING IDX-CLR FROM 1 BY 1
                   UNTIL IDX-CLR > TOTAL-CLIENTES
              IF TAB-CLR-CODIGO(IDX-CLR) = TAB-CTA-CLIENTE(IDX-CTA)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-CLR > TOTAL-CLIENTES AND TOTAL-CLIENTES < 9999
              ADD 1 TO TOTAL-CLIENTES
              SET IDX-CLR TO TOTAL-CLIENTES
              MOVE TAB-CTA-CLIENTE(IDX-CTA) TO TAB-CLR-CODIGO(IDX-CLR)
              MOVE 0 TO TAB-CLR-CUENTAS(IDX-CLR)
              MOVE ZERO TO TAB-CLR-COMISIONES(IDX-CLR)
              MOVE ZERO TO TAB-CLR-COBRADO(IDX-CLR)
              MOVE ZERO TO TAB-CLR-PAGADO(IDX-CLR)
              MOVE ZERO TO TAB-CLR-CONTRIBUCION(IDX-CLR)
              MOVE ZERO TO TAB-CLR-PROMEDIO(IDX-CLR)
           END-IF
           IF IDX-CLR <= TOTAL-CLIENTES
              ADD 1 TO TAB-CLR-CUENTAS(IDX-CLR)
              ADD TAB-CTA-COMISIONES(IDX-CTA)
                TO TAB-CLR-COMISIONES(IDX-CLR)
              ADD TAB-CTA-COBRADO(IDX-CTA) TO TAB-CLR-COBRADO(IDX-CLR)
              ADD TAB-CTA-PAGADO(IDX-CTA) TO TAB-CLR-PAGADO(IDX-CLR)
              COMPUTE TAB-CLR-CONTRIBUCION(IDX-CLR)
                 = TAB-CLR-COMISIONES(IDX-CLR)
                   + TAB-CLR-COBRADO(IDX-CLR)
                   - TAB-CLR-PAGADO(IDX-CLR)
              ADD SALDO-PROMEDIO TO TAB-CLR-PROMEDIO(IDX-CLR)
           END-IF
           PERFORM VARYING IDX-SUR FROM 1 BY 1
                   UNTIL IDX-SUR > TOTAL-SUCURSALES
              IF TAB-SUR-CODIGO(IDX-SUR) = TAB-CTA-SUCURSAL(IDX-CTA)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-SUR > TOTAL-SUCURSALES AND TOTAL-SUCURSALES < 999
              ADD 1 TO TOTAL-SUCURSALES
              SET IDX-SUR TO TOTAL-SUCURSALES
              MOVE TAB-CTA-SUCURSAL(IDX-CTA) TO TAB-SUR-CODIGO(IDX-SUR)
              MOVE 0 TO TAB-SUR-CUENTAS(IDX-SUR)
              MOVE ZERO TO TAB-SUR-COMISIONES(IDX-SUR)
              MOVE ZERO TO TAB-SUR-COBRADO(IDX-SUR)
              MOVE ZERO TO TAB-SUR-PAGADO(IDX-SUR)
              MOVE ZERO TO TAB-SUR-CONTRIBUCION(IDX-SUR)
              MOVE ZERO TO TAB-SUR-PROMEDIO(IDX-SUR)
           END-IF
           IF IDX-SUR <= TOTAL-SUCURSALES
              ADD 1 TO TAB-SUR-CUENTAS(IDX-SUR)
              ADD TAB-CTA-COMISIONES(IDX-CTA)
                TO TAB-SUR-COMISIONES(IDX-SUR)
              ADD TAB-CTA-COBRADO(IDX-CTA) TO TAB-SUR-COBRADO(IDX-SUR)
              ADD TAB-CTA-PAGADO(IDX-CTA) TO TAB-SUR-PAGADO(IDX-SUR)
              COMPUTE TAB-SUR-CONTRIBUCION(IDX-SUR)
                 = TAB-SUR-COMISIONES(IDX-SUR)
                   + TAB-SUR-COBRADO(IDX-SUR)
                   - TAB-SUR-PAGADO(IDX-SUR)
              ADD SALDO-PROMEDIO TO TAB-SUR-PROMEDIO(IDX-SUR)
           END-IF.

      *---- Ordena de mayor a menor contribución, intercambiando
      *---- renglones.
        ORDENAR-CLIENTES.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX >= TOTAL-CLIENTES
              PERFORM VARYING IDX2 FROM 1 BY 1
                      UNTIL IDX2 > TOTAL-CLIENTES - IDX
                 IF TAB-CLR-CONTRIBUCION(IDX2)
                       < TAB-CLR-CONTRIBUCION(IDX2 + 1)
                    MOVE CLIENTE-RENGLON(IDX2) TO RENGLON-AUXILIAR
                    MOVE CLIENTE-RENGLON(IDX2 + 1)
                      TO CLIENTE-RENGLON(IDX2)
                    MOVE RENGLON-AUXILIAR TO CLIENTE-RENGLON(IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

        ORDENAR-SUCURSALES.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX >= TOTAL-SUCURSALES
              PERFORM VARYING IDX2 FROM 1 BY 1
                      UNTIL IDX2 > TOTAL-SUCURSALES - IDX
                 IF TAB-SUR-CONTRIBUCION(IDX2)
                       < TAB-SUR-CONTRIBUCION(IDX2 + 1)
                    MOVE SUCURSAL-RENGLON(IDX2) TO RENGLON-AUXILIAR
                    MOVE SUCURSAL-RENGLON(IDX2 + 1)
                      TO SUCURSAL-RENGLON(IDX2)
                    MOVE RENGLON-AUXILIAR TO SUCURSAL-RENGLON(IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *---- Los más rentables, los menos rentables (del último hacia
      *---- arriba) y el ranking completo de sucursales.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR RENTABILIDAD.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE PERIODO-DESDE TO ENC-DESDE
           MOVE PERIODO-HASTA TO ENC-HASTA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "CLIENTES MAS RENTABLES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-CLIENTES OR IDX > LUGARES
              PERFORM IMPRIMIR-CLIENTE
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "CLIENTES MENOS RENTABLES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           IF TOTAL-CLIENTES > LUGARES
              COMPUTE INICIO-ABAJO = TOTAL-CLIENTES - LUGARES + 1
           ELSE
              MOVE 1 TO INICIO-ABAJO
           END-IF
           PERFORM VARYING IDX FROM TOTAL-CLIENTES BY -1
                   UNTIL IDX < INICIO-ABAJO OR IDX = 0
              PERFORM IMPRIMIR-CLIENTE
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "RANKING DE SUCURSALES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-SUCURSALES
              PERFORM IMPRIMIR-SUCURSAL
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE SPACES TO LINEA-DETALLE
           MOVE "TOTAL DEL BANCO" TO DET-NOMBRE
           MOVE SUMA-COMISIONES TO DET-COMISIONES
           MOVE SUMA-COBRADO TO DET-COBRADO
           MOVE SUMA-PAGADO TO DET-PAGADO
           MOVE SUMA-CONTRIBUCION TO DET-CONTRIBUCION
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           CLOSE REPORTE-FILE.

        IMPRIMIR-CLIENTE.
           MOVE IDX TO DET-LUGAR
           MOVE TAB-CLR-CODIGO(IDX) TO DET-CODIGO
           MOVE SPACES TO DET-NOMBRE
           IF TAB-CLR-CODIGO(IDX) = 0
              MOVE "SIN CLIENTE LIGADO" TO DET-NOMBRE
           ELSE
              PERFORM VARYING IDX-NOM FROM 1 BY 1
                      UNTIL IDX-NOM > TOTAL-NOMBRES
                 IF TAB-NOM-CLIENTE(IDX-NOM) = TAB-CLR-CODIGO(IDX)
                    MOVE TAB-NOM-NOMBRE(IDX-NOM) TO DET-NOMBRE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           MOVE TAB-CLR-COMISIONES(IDX) TO DET-COMISIONES
           MOVE TAB-CLR-COBRADO(IDX) TO DET-COBRADO
           MOVE TAB-CLR-PAGADO(IDX) TO DET-PAGADO
           MOVE TAB-CLR-CONTRIBUCION(IDX) TO DET-CONTRIBUCION
           MOVE TAB-CLR-PROMEDIO(IDX) TO DET-PROMEDIO
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

        IMPRIMIR-SUCURSAL.
           MOVE IDX TO DET-LUGAR
           MOVE TAB-SUR-CODIGO(IDX) TO DET-CODIGO
           MOVE "SIN CATALOGO" TO DET-NOMBRE
           PERFORM VARYING IDX-NSU FROM 1 BY 1
                   UNTIL IDX-NSU > TOTAL-NOMBRES-SUC
              IF TAB-NSU-CODIGO(IDX-NSU) = TAB-SUR-CODIGO(IDX)
                 MOVE TAB-NSU-NOMBRE(IDX-NSU) TO DET-NOMBRE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE TAB-SUR-COMISIONES(IDX) TO DET-COMISIONES
           MOVE TAB-SUR-COBRADO(IDX) TO DET-COBRADO
           MOVE TAB-SUR-PAGADO(IDX) TO DET-PAGADO
           MOVE TAB-SUR-CONTRIBUCION(IDX) TO DET-CONTRIBUCION
           MOVE TAB-SUR-PROMEDIO(IDX) TO DET-PROMEDIO
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

      *---- Toma de RANGOS_REF.CTL los rangos de los generadores de
      *---- comisiones e intereses; los demás no se leen.
        CARGAR-RANGOS.
           OPEN INPUT RANGOS-FILE
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RNG
              READ RANGOS-FILE
                 AT END MOVE 'S' TO EOF-RNG
                 NOT AT END
                    MOVE SPACE TO CONCEPTO-RANGO
                    EVALUATE RNG-FUENTE
                       WHEN "COMISION"
                       WHEN "SOBREGIRO"
                          MOVE 'C' TO CONCEPTO-RANGO
                       WHEN "PRESTAMOS"
                          MOVE 'R' TO CONCEPTO-RANGO
                       WHEN "INTERES"
                          MOVE 'I' TO CONCEPTO-RANGO
                       WHEN "PLAZOS"
                          MOVE 'F' TO CONCEPTO-RANGO
                    END-EVALUATE
                    IF CONCEPTO-RANGO NOT = SPACE
                          AND RNG-DESDE NUMERIC AND RNG-HASTA NUMERIC
                          AND TOTAL-RANGOS < 20
                       ADD 1 TO TOTAL-RANGOS
                       MOVE RNG-FUENTE
                         TO TAB-RNG-FUENTE(TOTAL-RANGOS)
                       MOVE CONCEPTO-RANGO
                         TO TAB-RNG-CONCEPTO(TOTAL-RANGOS)
                       MOVE RNG-DESDE TO TAB-RNG-DESDE(TOTAL-RANGOS)
                       MOVE RNG-HASTA TO TAB-RNG-HASTA(TOTAL-RANGOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGOS-FILE.

        LEER-LUGARES.
           OPEN INPUT CONTROL-FILE
           IF WS-ESTADO-CONTROL NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
              NOT AT END
                 IF CTL-LUGARES NUMERIC AND CTL-LUGARES > 0
                    MOVE CTL-LUGARES TO LUGARES
                 END-IF
           END-READ
           CLOSE CONTROL-FILE.

      *---- Maestro de cuentas completo, cerradas incluidas (pudieron
      *---- cobrar o pagar en el mes antes de cerrarse).
        CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    IF TOTAL-CUENTAS < 99999
                       ADD 1 TO TOTAL-CUENTAS
                       SET IDX-CTA TO TOTAL-CUENTAS
                       PERFORM AGREGAR-CUENTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS-FILE.

        AGREGAR-CUENTA.
           MOVE NUMERO-CUENTA TO TAB-CTA-NUMERO(IDX-CTA)
           IF CUENTA-CLIENTE NUMERIC
              MOVE CUENTA-CLIENTE TO TAB-CTA-CLIENTE(IDX-CTA)
           ELSE
              MOVE 0 TO TAB-CTA-CLIENTE(IDX-CTA)
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO TAB-CTA-SUCURSAL(IDX-CTA)
           ELSE
              MOVE 0 TO TAB-CTA-SUCURSAL(IDX-CTA)
           END-IF
           MOVE 1 TO TAB-CTA-TIPO-CAMBIO(IDX-CTA)
           IF CUENTA-MONEDA NOT = SPACES
                 AND CUENTA-MONEDA NOT = LOW-VALUES
                 AND CUENTA-MONEDA NOT = "MXN"
              PERFORM VARYING IDX-TCA FROM 1 BY 1
                      UNTIL IDX-TCA > TOTAL-TIPOS-CAMBIO
                 IF TAB-TCA-CODIGO(IDX-TCA) = CUENTA-MONEDA
                    MOVE TAB-TCA-TIPO(IDX-TCA)
                      TO TAB-CTA-TIPO-CAMBIO(IDX-CTA)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZERO TO TAB-CTA-COMISIONES(IDX-CTA)
           MOVE ZERO TO TAB-CTA-COBRADO(IDX-CTA)
           MOVE ZERO TO TAB-CTA-PAGADO(IDX-CTA)
           MOVE ZERO TO TAB-CTA-SUMA-SALDOS(IDX-CTA)
           MOVE 0 TO TAB-CTA-DIAS(IDX-CTA).

        CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO-FILE
           IF WS-ESTADO-TIPOS-CAMBIO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-TCA
              READ TIPOS-CAMBIO-FILE
                 AT END MOVE 'S' TO EOF-TCA
                 NOT AT END
                    IF TCA-CODIGO NOT = SPACES
                          AND TCA-TIPO-CAMBIO NUMERIC
                          AND TCA-TIPO-CAMBIO > 0
                          AND TOTAL-TIPOS-CAMBIO < 99
                       ADD 1 TO TOTAL-TIPOS-CAMBIO
                       MOVE TCA-CODIGO
                         TO TAB-TCA-CODIGO(TOTAL-TIPOS-CAMBIO)
                       MOVE TCA-TIPO-CAMBIO
                         TO TAB-TCA-TIPO(TOTAL-TIPOS-CAMBIO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIPOS-CAMBIO-FILE.

      *---- Plazos que ya terminaron: pagados al vencer ('L', la
      *---- fecha de vencimiento es la del pago) o cancelados ('X',
      *---- que dejan la fecha de cancelación como vencimiento).
        CARGAR-PLAZOS.
           OPEN INPUT PLAZOS-FILE
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    IF (PFJ-ESTADO = 'L' OR PFJ-ESTADO = 'X')
                          AND PFJ-CAPITAL NUMERIC
                          AND TOTAL-PLAZOS < 9999
                       ADD 1 TO TOTAL-PLAZOS
                       MOVE PFJ-CUENTA TO TAB-PFJ-CUENTA(TOTAL-PLAZOS)
                       MOVE PFJ-CAPITAL
                         TO TAB-PFJ-CAPITAL(TOTAL-PLAZOS)
                       MOVE PFJ-FECHA-VENCIMIENTO
                         TO TAB-PFJ-FECHA(TOTAL-PLAZOS)
                       MOVE 'N' TO TAB-PFJ-USADO(TOTAL-PLAZOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLAZOS-FILE.

      *---- Préstamos por cuenta de cobro; los vigentes primero para
      *---- que una cuenta con un préstamo liquidado y otro nuevo
      *---- tome la tasa del que sigue cobrando.
        CARGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    IF PRE-ESTADO NOT = 'L' AND PRE-CAPITAL NUMERIC
                          AND TOTAL-PRESTAMOS < 9999
                       PERFORM AGREGAR-PRESTAMO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE
           MOVE 'N' TO EOF-PRE
           OPEN INPUT PRESTAMOS-FILE
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    IF PRE-ESTADO = 'L' AND PRE-CAPITAL NUMERIC
                          AND TOTAL-PRESTAMOS < 9999
                       PERFORM AGREGAR-PRESTAMO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE.

        AGREGAR-PRESTAMO.
           ADD 1 TO TOTAL-PRESTAMOS
           MOVE PRE-CUENTA TO TAB-PRE-CUENTA(TOTAL-PRESTAMOS)
           MOVE PRE-CAPITAL TO TAB-PRE-CAPITAL(TOTAL-PRESTAMOS)
           MOVE PRE-TASA TO TAB-PRE-TASA(TOTAL-PRESTAMOS)
           MOVE PRE-ESTADO TO TAB-PRE-ESTADO(TOTAL-PRESTAMOS).

        CARGAR-NOMBRES-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC AND TOTAL-NOMBRES < 9999
                       ADD 1 TO TOTAL-NOMBRES
                       MOVE CLI-NUMERO
                         TO TAB-NOM-CLIENTE(TOTAL-NOMBRES)
                       MOVE CLI-NOMBRE
                         TO TAB-NOM-NOMBRE(TOTAL-NOMBRES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

        CARGAR-NOMBRES-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE
           IF WS-ESTADO-SUCURSALES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SUC
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-SUC
                 NOT AT END
                    IF SUC-CODIGO NUMERIC AND TOTAL-NOMBRES-SUC < 999
                       ADD 1 TO TOTAL-NOMBRES-SUC
                       MOVE SUC-CODIGO
                         TO TAB-NSU-CODIGO(TOTAL-NOMBRES-SUC)
                       MOVE SUC-NOMBRE
                         TO TAB-NSU-NOMBRE(TOTAL-NOMBRES-SUC)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUCURSALES-FILE.
