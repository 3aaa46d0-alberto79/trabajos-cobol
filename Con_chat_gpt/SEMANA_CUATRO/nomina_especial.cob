       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-ESPECIAL.

      *> --- Corridas especiales de nómina, aparte del periodo
      *> regular de NOMINA: el aguinaldo del año ('A') a todos los
      *> empleados, la prima vacacional ('V') a los que cumplen
      *> aniversario en el mes, y el finiquito ('F') del empleado que
      *> se va. La antigüedad sale de EMP-FECHA-INGRESO y el salario
      *> de cada tramo del año de SALARIOS_HIST.DAT, a valor día
      *> sobre los días del periodo de NOMINA_ASISTENCIA.CTL; días de
      *> aguinaldo, prima y montos exentos en NOMINA_ESPECIAL.CTL.
      *> Como NOMINA, retiene impuesto con NOMINA_TASAS.CTL sobre lo
      *> que pasa del exento, deposita el neto en EMP-CUENTA por
      *> MOVIMIENTOS.DAT con referencias de NOMINA_REF.CTL, suma al
      *> acumulado del año e imprime su recibo en
      *> NOMINA_ESPECIAL.RPT. Cada pago queda en NOMINA_ESPECIAL.DAT
      *> y no se repite. El finiquito además liquida una última vez
      *> las deducciones vigentes del empleado en
      *> NOMINA_DEDUCCIONES.DAT, las cierra con la fecha de baja y
      *> saca al empleado de EMPLEADOS.DAT. Como en NOMINA, cada pago
      *> pasa por CONTABLE-NOMINA y la corrida deja su póliza en
      *> CONTABLE.DAT por centro de costos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.
           SELECT TASAS-FILE ASSIGN TO 'NOMINA_TASAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS.
           SELECT TASAS-ASISTENCIA-FILE
               ASSIGN TO 'NOMINA_ASISTENCIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS-ASI.
           SELECT ESPECIAL-CTL-FILE ASSIGN TO 'NOMINA_ESPECIAL.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESPECIAL-CTL.
           SELECT HISTORIA-FILE ASSIGN TO 'SALARIOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIA.
           SELECT DEDUCCIONES-FILE ASSIGN TO 'NOMINA_DEDUCCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEDUCCIONES.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'NOMINA_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT RECIBOS-FILE ASSIGN TO 'NOMINA_ESPECIAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECIBOS.
           SELECT PAGOS-FILE ASSIGN TO 'NOMINA_ESPECIAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT ACUMULADO-FILE ASSIGN TO 'NOMINA_ACUMULADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

      *---- Mismo trazado que lee NOMINA.
       FD TASAS-FILE.
       01 TASAS-REG.
           05 CTL-TASA-IMPUESTO PIC V999.
           05 CTL-TASA-SEGURO   PIC V999.
           05 CTL-PISO-NETO     PIC 9(5)V99.

      *---- Mismo trazado que lee CALCULO-ASISTENCIA; aquí sólo
      *---- importan los días del periodo, para el valor día.
       FD TASAS-ASISTENCIA-FILE.
       01 TASAS-ASISTENCIA-REG.
           05 CTA-DIAS-PERIODO  PIC 9(2).
           05 FILLER            PIC X(20).

      *---- Días de salario de aguinaldo por año completo, prima
      *---- vacacional como fracción del salario de los días de
      *---- vacaciones, y montos exentos de impuesto de cada uno.
       FD ESPECIAL-CTL-FILE.
       01 ESPECIAL-CTL-REG.
           05 CTE-DIAS-AGUINALDO  PIC 9(2).
           05 CTE-TASA-PRIMA      PIC V999.
           05 CTE-EXENTO-AGUINALDO PIC 9(5)V99.
           05 CTE-EXENTO-PRIMA    PIC 9(5)V99.

      *---- Mismo rastro de cambios de salario que deja
      *---- MANTENIMIENTO-EMPLEADOS.
       FD HISTORIA-FILE.
       01 HISTORIA-REG.
           05 SHX-FECHA            PIC 9(8).
           05 SHX-NUMERO           PIC 9(4).
           05 SHX-SALARIO-ANTERIOR PIC 9(5)V99.
           05 SHX-SALARIO-NUEVO    PIC 9(5)V99.

      *---- Mismo trazado que lee NOMINA.
       FD DEDUCCIONES-FILE.
       01 DEDUCCION-REG.
           05 DED-EMPLEADO  PIC 9(4).
           05 DED-CONCEPTO  PIC X(20).
           05 DED-TIPO      PIC X(1).
           05 DED-VALOR     PIC 9(5)V99.
           05 DED-PRIORIDAD PIC 9(2).
           05 DED-FIN       PIC 9(8).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

       FD RECIBOS-FILE.
       01 LINEA-RECIBO PIC X(80).

       FD PAGOS-FILE.
           COPY PAGOESPREG.

       FD ACUMULADO-FILE.
           COPY NOMINAACUREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMPLEADOS    PIC X(2).
       01 WS-ESTADO-TASAS        PIC X(2).
       01 WS-ESTADO-TASAS-ASI    PIC X(2).
       01 WS-ESTADO-ESPECIAL-CTL PIC X(2).
       01 WS-ESTADO-HISTORIA     PIC X(2).
       01 WS-ESTADO-DEDUCCIONES  PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-REFERENCIA   PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).
       01 WS-ESTADO-RECIBOS      PIC X(2).
       01 WS-ESTADO-PAGOS        PIC X(2).
       01 WS-ESTADO-ACUMULADO    PIC X(2).

       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 EOF-SHX PIC X VALUE 'N'.
          88 FIN-SHX VALUE 'S'.
       01 EOF-DED PIC X VALUE 'N'.
          88 FIN-DED VALUE 'S'.
       01 EOF-PES PIC X VALUE 'N'.
          88 FIN-PES VALUE 'S'.
       01 EOF-NAC PIC X VALUE 'N'.
          88 FIN-NAC VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-ANO-HOY PIC 9(4).
          05 WS-MES-HOY PIC 9(2).
          05 WS-DIA-HOY PIC 9(2).

       01 TIPO-CORRIDA PIC X(1) VALUE SPACE.
          88 CORRIDA-AGUINALDO VALUE 'A'.
          88 CORRIDA-PRIMA     VALUE 'V'.
          88 CORRIDA-FINIQUITO VALUE 'F'.
       01 NOMBRE-CORRIDA PIC X(20) VALUE SPACES.

      *> Tasas de respaldo si los archivos de control no existen:
      *> las de NOMINA, quincena de 15 días, 15 días de aguinaldo,
      *> 25% de prima vacacional y sin exentos.
       01 TASA-IMPUESTO  PIC V999 VALUE .100.
       01 PISO-NETO      PIC 9(5)V99 VALUE ZERO.
       01 DIAS-PERIODO   PIC 9(2) VALUE 15.
       01 DIAS-AGUINALDO PIC 9(2) VALUE 15.
       01 TASA-PRIMA     PIC V999 VALUE .250.
       01 EXENTO-AGUINALDO PIC 9(5)V99 VALUE ZERO.
       01 EXENTO-PRIMA     PIC 9(5)V99 VALUE ZERO.

       01 FUENTE-RANGO PIC X(12) VALUE "NOMINA".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

      *> --- Días de vacaciones por años cumplidos: 12 el primer
      *> año, dos más por año hasta el quinto, y dos más por cada
      *> cinco años después.
       01 VACACIONES-VAL.
          05 FILLER PIC 9(4) VALUE 0112.
          05 FILLER PIC 9(4) VALUE 0214.
          05 FILLER PIC 9(4) VALUE 0316.
          05 FILLER PIC 9(4) VALUE 0418.
          05 FILLER PIC 9(4) VALUE 0520.
          05 FILLER PIC 9(4) VALUE 1022.
          05 FILLER PIC 9(4) VALUE 1524.
          05 FILLER PIC 9(4) VALUE 2026.
          05 FILLER PIC 9(4) VALUE 2528.
          05 FILLER PIC 9(4) VALUE 3030.
          05 FILLER PIC 9(4) VALUE 3532.
          05 FILLER PIC 9(4) VALUE 9934.
       01 VACACIONES-TABLA REDEFINES VACACIONES-VAL.
          05 VACACIONES-RENGLON OCCURS 12 TIMES INDEXED BY IDX-VAC.
             10 TAB-VAC-HASTA-ANOS PIC 9(2).
             10 TAB-VAC-DIAS       PIC 9(2).
       01 ANOS-BUSCADOS PIC 9(2) VALUE 0.
       01 DIAS-VACACIONES PIC 9(2) VALUE 0.

      *> --- Historia salarial completa en memoria, en el orden en
      *> que MANTENIMIENTO-EMPLEADOS la fue grabando.
       01 HISTORIA-TABLA.
          05 HISTORIA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-HISTORIA
                INDEXED BY IDX-SHX.
             10 TAB-SHX-FECHA    PIC 9(8).
             10 TAB-SHX-NUMERO   PIC 9(4).
             10 TAB-SHX-ANTERIOR PIC 9(5)V99.
             10 TAB-SHX-NUEVO    PIC 9(5)V99.
       01 TOTAL-HISTORIA PIC 9(5) VALUE 0.

      *> --- Pagos especiales ya hechos, para no repetirlos.
       01 PAGOS-TABLA.
          05 PAGO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-PAGOS
                INDEXED BY IDX-PES.
             10 TAB-PES-TIPO     PIC X(1).
             10 TAB-PES-EMPLEADO PIC 9(4).
             10 TAB-PES-ANO      PIC 9(4).
       01 TOTAL-PAGOS PIC 9(5) VALUE 0.
       01 BUSCA-TIPO     PIC X(1).
       01 BUSCA-ANO      PIC 9(4).
       01 PAGO-YA-HECHO  PIC X(1) VALUE 'N'.
          88 YA-PAGADO VALUE 'S'.

      *> --- Deducciones del catálogo, para el finiquito.
       01 DEDUCCIONES-TABLA.
          05 DEDUCCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-DEDUCCIONES-CAT
                INDEXED BY IDX-DED.
             10 TAB-DED-EMPLEADO  PIC 9(4).
             10 TAB-DED-CONCEPTO  PIC X(20).
             10 TAB-DED-TIPO      PIC X(1).
             10 TAB-DED-VALOR     PIC 9(5)V99.
             10 TAB-DED-PRIORIDAD PIC 9(2).
             10 TAB-DED-FIN       PIC 9(8).
       01 TOTAL-DEDUCCIONES-CAT PIC 9(4) VALUE 0.
       01 DEDUCCION-CALCULADA PIC 9(7)V99 VALUE ZERO.
       01 DEDUCCION-TOMADA PIC 9(7)V99 VALUE ZERO.
       01 DISPONIBLE-NETO PIC S9(7)V99 VALUE ZERO.
       01 PRIORIDAD-TURNO PIC 9(2) VALUE 0.

      *> --- Acumulado del año por empleado, en memoria.
       01 ACUMULADOS-TABLA.
          05 ACUMULADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ACUMULADOS
                INDEXED BY IDX-NAC.
             10 TAB-NAC-EMPLEADO PIC 9(4).
             10 TAB-NAC-ANO      PIC 9(4).
             10 TAB-NAC-PAGOS    PIC 9(3).
             10 TAB-NAC-BRUTO    PIC 9(9)V99.
             10 TAB-NAC-IMPUESTO PIC 9(9)V99.
             10 TAB-NAC-SEGURO   PIC 9(9)V99.
             10 TAB-NAC-OTRAS    PIC 9(9)V99.
             10 TAB-NAC-NETO     PIC 9(9)V99.
       01 TOTAL-ACUMULADOS PIC 9(4) VALUE 0.
       01 RENGLON-ACUMULADO PIC 9(4) VALUE 0.

      *> --- EMPLEADOS.DAT tal cual, para reescribirlo sin el
      *> empleado finiquitado.
       01 EMPLEADOS-CRUDOS.
          05 EMPLEADO-CRUDO OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CRUDOS
                INDEXED BY IDX-CRU.
             10 TAB-CRU-RENGLON PIC X(45).
       01 TOTAL-CRUDOS PIC 9(4) VALUE 0.

      *> --- Fecha cualquiera en número de día 30/360.
       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).
       01 DIAS-CALCULO PIC 9(8) VALUE 0.

      *> --- Tramo a devengar y lo que resulta: días del tramo y
      *> suma de días por salario diario de cada cambio de sueldo.
       01 FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 FECHA-HASTA PIC 9(8) VALUE ZERO.
       01 DIA-DESDE   PIC 9(8) VALUE 0.
       01 DIA-HASTA   PIC 9(8) VALUE 0.
       01 DIA-CURSOR  PIC 9(8) VALUE 0.
       01 DIA-CAMBIO  PIC 9(8) VALUE 0.
       01 DIAS-LABORADOS PIC 9(5) VALUE 0.
       01 SALARIO-NIVEL PIC 9(5)V99 VALUE ZERO.
       01 NIVEL-ANTERIOR-HALLADO PIC X(1) VALUE 'N'.
       01 NIVEL-POSTERIOR PIC 9(5)V99 VALUE ZERO.
       01 SUELDO-DEVENGADO PIC 9(9)V9999 VALUE ZERO.

      *> --- Datos del finiquito.
       01 EMPLEADO-PEDIDO PIC 9(4) VALUE 0.
       01 EMPLEADO-HALLADO PIC X(1) VALUE 'N'.
          88 EMPLEADO-EXISTE VALUE 'S'.
       01 FECHA-BAJA PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES FECHA-BAJA.
          05 FB-ANO PIC 9(4).
          05 FB-MMDD PIC 9(4).
       01 DIAS-SUELDO-PENDIENTE PIC 9(3) VALUE 0.
       01 DIAS-VAC-PENDIENTES   PIC 9(3) VALUE 0.
       01 FECHA-ANIVERSARIO PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES FECHA-ANIVERSARIO.
          05 FA-ANO PIC 9(4).
          05 FA-MMDD PIC 9(4).
       01 FECHA-INGRESO-WS PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES FECHA-INGRESO-WS.
          05 FI-ANO PIC 9(4).
          05 FI-MES PIC 9(2).
          05 FI-DIA PIC 9(2).
       01 FILLER REDEFINES FECHA-INGRESO-WS.
          05 FILLER  PIC 9(4).
          05 FI-MMDD PIC 9(4).
       01 CONFIRMA PIC X(1) VALUE 'N'.

      *> --- Importes del pago en turno.
       01 ANOS-ANTIGUEDAD  PIC 9(2) VALUE 0.
       01 SALARIO-DIARIO   PIC 9(5)V9999 VALUE ZERO.
       01 DIAS-BASE        PIC 9(3)V99 VALUE ZERO.
       01 IMPORTE-SUELDO   PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-AGUINALDO PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-VACACIONES PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-PRIMA    PIC 9(7)V99 VALUE ZERO.
       01 BRUTO-ESPECIAL   PIC 9(7)V99 VALUE ZERO.
       01 EXENTO-ESPECIAL  PIC 9(7)V99 VALUE ZERO.
       01 GRAVADO-ESPECIAL PIC 9(7)V99 VALUE ZERO.
       01 IMPUESTO-ESPECIAL PIC 9(7)V99 VALUE ZERO.
       01 DEDUCCIONES-ESPECIAL PIC 9(7)V99 VALUE ZERO.
       01 NETO-ESPECIAL    PIC 9(7)V99 VALUE ZERO.
       01 REFERENCIA-DEPOSITO PIC 9(8) VALUE ZERO.
      *> Póliza de nómina por centro de costos.
           COPY NOMCONTPARREG.

       01 TOTAL-PAGADOS    PIC 9(5) VALUE 0.
       01 TOTAL-OMITIDOS   PIC 9(5) VALUE 0.
       01 TOTAL-REPETIDOS  PIC 9(5) VALUE 0.
       01 TOTAL-DEPOSITOS  PIC 9(5) VALUE 0.
       01 TOTAL-BRUTO      PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-IMPUESTO   PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NETO       PIC 9(9)V99 VALUE ZERO.

      *> --- Renglones del recibo.
       01 RECIBO-ENCABEZADO.
          05 FILLER      PIC X(10) VALUE "RECIBO DE ".
          05 REC-CORRIDA PIC X(20).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 REC-FECHA   PIC 9(8).
          05 FILLER      PIC X(10) VALUE "  EMPLEADO".
          05 REC-NUMERO  PIC 9(4).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 REC-NOMBRE  PIC X(20).

       01 RECIBO-ANTIGUEDAD.
          05 FILLER      PIC X(8) VALUE "INGRESO ".
          05 REC-INGRESO PIC 9(8).
          05 FILLER      PIC X(13) VALUE " ANTIGUEDAD ".
          05 REC-ANOS    PIC Z9.
          05 FILLER      PIC X(11) VALUE " ANOS  DIAS".
          05 REC-DIAS    PIC ZZZ9.99.

       01 RECIBO-RENGLON.
          05 REC-ETIQUETA PIC X(22).
          05 REC-IMPORTE  PIC Z,ZZZ,ZZ9.99.

       01 RECIBO-PENDIENTE.
          05 FILLER       PIC X(13) VALUE "NO CUBIERTO: ".
          05 REC-CONCEPTO PIC X(20).
          05 REC-FALTANTE PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "-----------------------------------".
            DISPLAY "NOMINA ESPECIAL".
            DISPLAY "A.AGUINALDO DEL ANO " WS-ANO-HOY.
            DISPLAY "V.PRIMA VACACIONAL (ANIVERSARIOS DEL MES)".
            DISPLAY "F.FINIQUITO DE UN EMPLEADO".
            DISPLAY "-----------------------------------".
            ACCEPT TIPO-CORRIDA.
            EVALUATE TRUE
               WHEN CORRIDA-AGUINALDO
                  MOVE "AGUINALDO" TO NOMBRE-CORRIDA
               WHEN CORRIDA-PRIMA
                  MOVE "PRIMA VACACIONAL" TO NOMBRE-CORRIDA
               WHEN CORRIDA-FINIQUITO
                  MOVE "FINIQUITO" TO NOMBRE-CORRIDA
               WHEN OTHER
                  DISPLAY "TIPO DE CORRIDA INCORRECTO"
                  STOP RUN
            END-EVALUATE.

            PERFORM LEER-TASAS.
            PERFORM CARGAR-HISTORIA.
            PERFORM CARGAR-PAGOS-ESPECIALES.

            IF CORRIDA-FINIQUITO
               PERFORM PEDIR-FINIQUITO
               IF NOT EMPLEADO-EXISTE
                  STOP RUN
               END-IF
            END-IF.

            PERFORM CARGAR-ACUMULADOS.
            PERFORM LEER-ULTIMA-REFERENCIA.
            PERFORM VERIFICAR-RANGO-REFERENCIA.
            PERFORM ABRIR-ARCHIVOS.

            IF CORRIDA-FINIQUITO
               PERFORM PAGAR-FINIQUITO
            ELSE
               PERFORM UNTIL FIN-EMP
                  READ EMPLEADOS-FILE
                     AT END MOVE 'S' TO EOF-EMP
                     NOT AT END
                        PERFORM PAGAR-EMPLEADO
                  END-READ
               END-PERFORM
               CLOSE EMPLEADOS-FILE
            END-IF.

            CLOSE MOVIMIENTOS-FILE.
            CLOSE RECIBOS-FILE.
            CLOSE PAGOS-FILE.
            PERFORM GRABAR-POLIZA-NOMINA.
            PERFORM GRABAR-ULTIMA-REFERENCIA.
            PERFORM GRABAR-ACUMULADOS.
            IF CORRIDA-FINIQUITO AND TOTAL-PAGADOS > 0
               PERFORM CERRAR-DEDUCCIONES
               PERFORM DAR-BAJA-EMPLEADO
            END-IF.

            DISPLAY "--------------------------------".
            DISPLAY "CORRIDA: " NOMBRE-CORRIDA.
            DISPLAY "EMPLEADOS PAGADOS: " TOTAL-PAGADOS.
            DISPLAY "YA PAGADOS ANTES (SE OMITEN): " TOTAL-REPETIDOS.
            DISPLAY "SIN FECHA DE INGRESO (SE OMITEN): "
               TOTAL-OMITIDOS.
            DISPLAY "BRUTO:     " TOTAL-BRUTO.
            DISPLAY "IMPUESTO:  " TOTAL-IMPUESTO.
            DISPLAY "NETO:      " TOTAL-NETO.
            DISPLAY "DEPOSITOS GENERADOS: " TOTAL-DEPOSITOS.
            DISPLAY "RENGLONES CONTABLES AGREGADOS: " NCP-RENGLONES.
            IF NCP-SIN-DEPTO > 0
               DISPLAY "EMPLEADOS SIN DEPARTAMENTO (CENTRO 000): "
                  NCP-SIN-DEPTO
            END-IF.
            DISPLAY "--------------------------------".

            STOP RUN.

      *---- Aguinaldo o prima del empleado leído; los renglones
      *---- malformados se saltan, igual que en NOMINA, y los que
      *---- no tienen fecha de ingreso se omiten con aviso.
        PAGAR-EMPLEADO.
           IF EMP-NUMERO NOT NUMERIC OR EMP-SALARIO NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF EMP-FECHA-INGRESO NOT NUMERIC
                 OR EMP-FECHA-INGRESO = 0
              ADD 1 TO TOTAL-OMITIDOS
              DISPLAY "EMPLEADO " EMP-NUMERO
                 " SIN FECHA DE INGRESO, CAPTURELA EN MANTENIMIENTO"
              EXIT PARAGRAPH
           END-IF.
           MOVE EMP-FECHA-INGRESO TO FECHA-INGRESO-WS.
           IF CORRIDA-AGUINALDO
              PERFORM CALCULAR-AGUINALDO
           ELSE
              PERFORM CALCULAR-PRIMA-VACACIONAL
           END-IF.

      *---- Aguinaldo del año en curso: días de aguinaldo por el
      *---- salario diario de cada tramo del año, en proporción a
      *---- los días laborados desde el ingreso si entró en el año.
        CALCULAR-AGUINALDO.
           COMPUTE FECHA-DESDE = WS-ANO-HOY * 10000 + 0101.
           COMPUTE FECHA-HASTA = WS-ANO-HOY * 10000 + 1231.
           IF FECHA-INGRESO-WS > FECHA-HASTA
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO BUSCA-TIPO.
           MOVE WS-ANO-HOY TO BUSCA-ANO.
           PERFORM BUSCAR-PAGO-ESPECIAL.
           IF YA-PAGADO
              ADD 1 TO TOTAL-REPETIDOS
              EXIT PARAGRAPH
           END-IF.
           IF FECHA-INGRESO-WS > FECHA-DESDE
              MOVE FECHA-INGRESO-WS TO FECHA-DESDE
           END-IF.
           PERFORM CALCULAR-DEVENGADO.
           PERFORM LIMPIAR-IMPORTES.
           COMPUTE IMPORTE-AGUINALDO ROUNDED
              = SUELDO-DEVENGADO * DIAS-AGUINALDO / 360.
           MOVE DIAS-LABORADOS TO DIAS-BASE.
           MOVE IMPORTE-AGUINALDO TO BRUTO-ESPECIAL.
           IF IMPORTE-AGUINALDO > EXENTO-AGUINALDO
              MOVE EXENTO-AGUINALDO TO EXENTO-ESPECIAL
           ELSE
              MOVE IMPORTE-AGUINALDO TO EXENTO-ESPECIAL
           END-IF.
           MOVE WS-ANO-HOY TO PES-ANO.
           PERFORM LIQUIDAR-PAGO.

      *---- Prima vacacional de quien cumple años de servicio en el
      *---- mes: los días de vacaciones que le tocan por su
      *---- antigüedad, a su salario diario vigente, por la tasa de
      *---- prima. Las vacaciones mismas se gozan con su sueldo
      *---- normal; aquí sólo va la prima.
        CALCULAR-PRIMA-VACACIONAL.
           IF FI-MES NOT = WS-MES-HOY OR FI-ANO >= WS-ANO-HOY
              EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO BUSCA-TIPO.
           MOVE WS-ANO-HOY TO BUSCA-ANO.
           PERFORM BUSCAR-PAGO-ESPECIAL.
           IF YA-PAGADO
              ADD 1 TO TOTAL-REPETIDOS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE ANOS-ANTIGUEDAD = WS-ANO-HOY - FI-ANO.
           MOVE ANOS-ANTIGUEDAD TO ANOS-BUSCADOS.
           PERFORM BUSCAR-DIAS-VACACIONES.
           PERFORM LIMPIAR-IMPORTES.
           COMPUTE SALARIO-DIARIO ROUNDED = EMP-SALARIO / DIAS-PERIODO.
           COMPUTE IMPORTE-PRIMA ROUNDED
              = DIAS-VACACIONES * SALARIO-DIARIO * TASA-PRIMA.
           MOVE DIAS-VACACIONES TO DIAS-BASE.
           MOVE IMPORTE-PRIMA TO BRUTO-ESPECIAL.
           IF IMPORTE-PRIMA > EXENTO-PRIMA
              MOVE EXENTO-PRIMA TO EXENTO-ESPECIAL
           ELSE
              MOVE IMPORTE-PRIMA TO EXENTO-ESPECIAL
           END-IF.
           MOVE WS-ANO-HOY TO PES-ANO.
           PERFORM LIQUIDAR-PAGO.

      *---- Finiquito: sueldo de los días trabajados que faltan por
      *---- pagar, aguinaldo proporcional del año (si no se pagó
      *---- ya), vacaciones proporcionales del año de servicio en
      *---- curso más las pendientes de años anteriores, y su prima.
      *---- Se muestra y se pide confirmación antes de pagarlo.
        PAGAR-FINIQUITO.
           PERFORM LIMPIAR-IMPORTES.
           MOVE EMP-FECHA-INGRESO TO FECHA-INGRESO-WS.
           COMPUTE SALARIO-DIARIO ROUNDED = EMP-SALARIO / DIAS-PERIODO.
           COMPUTE IMPORTE-SUELDO ROUNDED
              = DIAS-SUELDO-PENDIENTE * SALARIO-DIARIO.

           MOVE 'A' TO BUSCA-TIPO.
           MOVE FB-ANO TO BUSCA-ANO.
           PERFORM BUSCAR-PAGO-ESPECIAL.
           IF NOT YA-PAGADO
              COMPUTE FECHA-DESDE = FB-ANO * 10000 + 0101
              IF FECHA-INGRESO-WS > FECHA-DESDE
                 MOVE FECHA-INGRESO-WS TO FECHA-DESDE
              END-IF
              MOVE FECHA-BAJA TO FECHA-HASTA
              PERFORM CALCULAR-DEVENGADO
              COMPUTE IMPORTE-AGUINALDO ROUNDED
                 = SUELDO-DEVENGADO * DIAS-AGUINALDO / 360
           END-IF.

      *---- Último aniversario a la fecha de baja (el ingreso mismo
      *---- si no cumplió el primer año) y la parte del año de
      *---- servicio en curso que ya corrió.
           MOVE FB-ANO TO FA-ANO.
           MOVE FI-MMDD TO FA-MMDD.
           IF FECHA-ANIVERSARIO > FECHA-BAJA
              SUBTRACT 1 FROM FA-ANO
           END-IF.
           IF FECHA-ANIVERSARIO < FECHA-INGRESO-WS
              MOVE FECHA-INGRESO-WS TO FECHA-ANIVERSARIO
           END-IF.
           COMPUTE ANOS-ANTIGUEDAD = FA-ANO - FI-ANO.
           COMPUTE ANOS-BUSCADOS = ANOS-ANTIGUEDAD + 1.
           PERFORM BUSCAR-DIAS-VACACIONES.
           MOVE FECHA-ANIVERSARIO TO FECHA-CALCULO.
           PERFORM CALCULAR-DIAS-30-360.
           MOVE DIAS-CALCULO TO DIA-DESDE.
           MOVE FECHA-BAJA TO FECHA-CALCULO.
           PERFORM CALCULAR-DIAS-30-360.
           COMPUTE DIAS-BASE ROUNDED
              = (DIAS-CALCULO - DIA-DESDE + 1) * DIAS-VACACIONES / 360
              + DIAS-VAC-PENDIENTES.
           COMPUTE IMPORTE-VACACIONES ROUNDED
              = DIAS-BASE * SALARIO-DIARIO.
           COMPUTE IMPORTE-PRIMA ROUNDED
              = IMPORTE-VACACIONES * TASA-PRIMA.

           COMPUTE BRUTO-ESPECIAL = IMPORTE-SUELDO + IMPORTE-AGUINALDO
              + IMPORTE-VACACIONES + IMPORTE-PRIMA.
           IF IMPORTE-AGUINALDO > EXENTO-AGUINALDO
              MOVE EXENTO-AGUINALDO TO EXENTO-ESPECIAL
           ELSE
              MOVE IMPORTE-AGUINALDO TO EXENTO-ESPECIAL
           END-IF.
           IF IMPORTE-PRIMA > EXENTO-PRIMA
              ADD EXENTO-PRIMA TO EXENTO-ESPECIAL
           ELSE
              ADD IMPORTE-PRIMA TO EXENTO-ESPECIAL
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "FINIQUITO DE " EMP-NUMERO " " EMP-NOMBRE.
           DISPLAY "SUELDO PENDIENTE:      " IMPORTE-SUELDO.
           DISPLAY "AGUINALDO PROPORCIONAL: " IMPORTE-AGUINALDO.
           DISPLAY "VACACIONES (" DIAS-BASE " DIAS): "
              IMPORTE-VACACIONES.
           DISPLAY "PRIMA VACACIONAL:      " IMPORTE-PRIMA.
           DISPLAY "BRUTO DEL FINIQUITO:   " BRUTO-ESPECIAL.
           DISPLAY "CONFIRMA EL PAGO Y LA BAJA DEL EMPLEADO (S/N)".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              DISPLAY "FINIQUITO CANCELADO, NADA SE PAGO"
              EXIT PARAGRAPH
           END-IF.
           MOVE FB-ANO TO PES-ANO.
           PERFORM LIQUIDAR-PAGO.

      *---- Común a las tres corridas: impuesto sobre lo que pasa
      *---- del exento, deducciones del catálogo en el finiquito,
      *---- depósito del neto, recibo, bitácora y acumulado.
        LIQUIDAR-PAGO.
           IF BRUTO-ESPECIAL = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE GRAVADO-ESPECIAL = BRUTO-ESPECIAL - EXENTO-ESPECIAL.
           COMPUTE IMPUESTO-ESPECIAL ROUNDED
              = GRAVADO-ESPECIAL * TASA-IMPUESTO.
           COMPUTE NETO-ESPECIAL = BRUTO-ESPECIAL - IMPUESTO-ESPECIAL.

           PERFORM IMPRIMIR-RECIBO-ENCABEZADO.
           IF CORRIDA-FINIQUITO
              PERFORM APLICAR-DEDUCCIONES-FINIQUITO
           END-IF.

           MOVE ZERO TO REFERENCIA-DEPOSITO.
           IF EMP-CUENTA NUMERIC AND EMP-CUENTA > 0
              ADD 1 TO ULTIMA-REFERENCIA
              MOVE ULTIMA-REFERENCIA TO REFERENCIA-DEPOSITO
              MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
              MOVE EMP-CUENTA TO MOV-CUENTA
              MOVE '+' TO OPERACION
              MOVE NETO-ESPECIAL TO IMPORTE
              MOVE ZERO TO MOV-CUENTA-DESTINO
              MOVE WS-FECHA-HOY TO MOV-FECHA
              MOVE ZERO TO MOV-REF-ORIGINAL
              MOVE ZERO TO MOV-SUCURSAL
              MOVE ZERO TO MOV-CHEQUE
              MOVE SPACES TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              ADD 1 TO TOTAL-DEPOSITOS
           END-IF.

           PERFORM IMPRIMIR-RECIBO-CIERRE.

           MOVE TIPO-CORRIDA TO PES-TIPO.
           MOVE EMP-NUMERO TO PES-EMPLEADO.
           MOVE WS-FECHA-HOY TO PES-FECHA.
           MOVE DIAS-BASE TO PES-DIAS.
           MOVE BRUTO-ESPECIAL TO PES-BRUTO.
           MOVE EXENTO-ESPECIAL TO PES-EXENTO.
           MOVE IMPUESTO-ESPECIAL TO PES-IMPUESTO.
           MOVE DEDUCCIONES-ESPECIAL TO PES-DEDUCCIONES.
           MOVE NETO-ESPECIAL TO PES-NETO.
           MOVE REFERENCIA-DEPOSITO TO PES-REFERENCIA.
           WRITE PAGO-ESPECIAL-REG.

           PERFORM ACUMULAR-ANO.
           PERFORM CONTABILIZAR-PAGO.
           ADD 1 TO TOTAL-PAGADOS.
           ADD BRUTO-ESPECIAL TO TOTAL-BRUTO.
           ADD IMPUESTO-ESPECIAL TO TOTAL-IMPUESTO.
           ADD NETO-ESPECIAL TO TOTAL-NETO.

      *---- Pasa el pago a la póliza de nómina: el especial no
      *---- retiene seguro, las otras deducciones son las del
      *---- finiquito.
        CONTABILIZAR-PAGO.
           MOVE 'E' TO NCP-OPERACION.
           MOVE "NOMINA-ESPECIAL" TO NCP-PROGRAMA.
           MOVE WS-FECHA-HOY TO NCP-FECHA.
           MOVE EMP-NUMERO TO NCP-EMPLEADO.
           MOVE BRUTO-ESPECIAL TO NCP-BRUTO.
           MOVE IMPUESTO-ESPECIAL TO NCP-IMPUESTO.
           MOVE ZERO TO NCP-SEGURO.
           MOVE DEDUCCIONES-ESPECIAL TO NCP-OTRAS.
           MOVE NETO-ESPECIAL TO NCP-NETO.
           CALL 'CONTABLE-NOMINA' USING NOMINA-CONTABLE-PARAMETROS.

        GRABAR-POLIZA-NOMINA.
           MOVE 'G' TO NCP-OPERACION.
           MOVE "NOMINA-ESPECIAL" TO NCP-PROGRAMA.
           MOVE WS-FECHA-HOY TO NCP-FECHA.
           MOVE ZERO TO NCP-RENGLONES.
           MOVE ZERO TO NCP-SIN-DEPTO.
           CALL 'CONTABLE-NOMINA' USING NOMINA-CONTABLE-PARAMETROS.

      *---- Las deducciones vigentes del empleado se toman una
      *---- última vez del finiquito, en orden de prioridad y hasta
      *---- donde el piso de neto lo permita; lo que no alcanza se
      *---- deja en el recibo para que recursos humanos lo cobre
      *---- por otra vía.
        APLICAR-DEDUCCIONES-FINIQUITO.
           PERFORM VARYING PRIORIDAD-TURNO FROM 0 BY 1
                   UNTIL PRIORIDAD-TURNO > 98
              PERFORM VARYING IDX-DED FROM 1 BY 1
                      UNTIL IDX-DED > TOTAL-DEDUCCIONES-CAT
                 IF TAB-DED-EMPLEADO(IDX-DED) = EMP-NUMERO
                       AND TAB-DED-PRIORIDAD(IDX-DED)
                          = PRIORIDAD-TURNO
                       AND (TAB-DED-FIN(IDX-DED) = 0
                       OR TAB-DED-FIN(IDX-DED) >= FECHA-BAJA)
                    PERFORM APLICAR-UNA-DEDUCCION
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > TOTAL-DEDUCCIONES-CAT
              IF TAB-DED-EMPLEADO(IDX-DED) = EMP-NUMERO
                    AND TAB-DED-PRIORIDAD(IDX-DED) = 99
                    AND (TAB-DED-FIN(IDX-DED) = 0
                    OR TAB-DED-FIN(IDX-DED) >= FECHA-BAJA)
                 PERFORM APLICAR-UNA-DEDUCCION
              END-IF
           END-PERFORM.

        APLICAR-UNA-DEDUCCION.
           IF TAB-DED-TIPO(IDX-DED) = 'P'
              COMPUTE DEDUCCION-CALCULADA ROUNDED
                 = BRUTO-ESPECIAL * TAB-DED-VALOR(IDX-DED) / 100
           ELSE
              MOVE TAB-DED-VALOR(IDX-DED) TO DEDUCCION-CALCULADA
           END-IF.
           COMPUTE DISPONIBLE-NETO = NETO-ESPECIAL - PISO-NETO.
           IF DISPONIBLE-NETO < 0
              MOVE ZERO TO DISPONIBLE-NETO
           END-IF.
           IF DEDUCCION-CALCULADA > DISPONIBLE-NETO
              MOVE DISPONIBLE-NETO TO DEDUCCION-TOMADA
           ELSE
              MOVE DEDUCCION-CALCULADA TO DEDUCCION-TOMADA
           END-IF.
           IF DEDUCCION-TOMADA > 0
              SUBTRACT DEDUCCION-TOMADA FROM NETO-ESPECIAL
              ADD DEDUCCION-TOMADA TO DEDUCCIONES-ESPECIAL
              MOVE TAB-DED-CONCEPTO(IDX-DED) TO REC-ETIQUETA
              MOVE DEDUCCION-TOMADA TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF DEDUCCION-TOMADA < DEDUCCION-CALCULADA
              MOVE TAB-DED-CONCEPTO(IDX-DED) TO REC-CONCEPTO
              COMPUTE REC-FALTANTE
                 = DEDUCCION-CALCULADA - DEDUCCION-TOMADA
              WRITE LINEA-RECIBO FROM RECIBO-PENDIENTE
           END-IF.

      *---- Cierra con la fecha de baja las deducciones del empleado
      *---- finiquitado que seguían vigentes, para que ninguna corrida
      *---- vuelva a tomarlas; el renglón se queda como historia.
        CERRAR-DEDUCCIONES.
           IF WS-ESTADO-DEDUCCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > TOTAL-DEDUCCIONES-CAT
              IF TAB-DED-EMPLEADO(IDX-DED) = EMPLEADO-PEDIDO
                    AND (TAB-DED-FIN(IDX-DED) = 0
                    OR TAB-DED-FIN(IDX-DED) > FECHA-BAJA)
                 MOVE FECHA-BAJA TO TAB-DED-FIN(IDX-DED)
              END-IF
           END-PERFORM.
           OPEN OUTPUT DEDUCCIONES-FILE.
           PERFORM VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > TOTAL-DEDUCCIONES-CAT
              MOVE TAB-DED-EMPLEADO(IDX-DED)  TO DED-EMPLEADO
              MOVE TAB-DED-CONCEPTO(IDX-DED)  TO DED-CONCEPTO
              MOVE TAB-DED-TIPO(IDX-DED)      TO DED-TIPO
              MOVE TAB-DED-VALOR(IDX-DED)     TO DED-VALOR
              MOVE TAB-DED-PRIORIDAD(IDX-DED) TO DED-PRIORIDAD
              MOVE TAB-DED-FIN(IDX-DED)       TO DED-FIN
              WRITE DEDUCCION-REG
           END-PERFORM.
           CLOSE DEDUCCIONES-FILE.

      *---- Saca al empleado finiquitado de EMPLEADOS.DAT; los demás
      *---- renglones, malformados incluidos, se regraban tal cual.
        DAR-BAJA-EMPLEADO.
           MOVE 0 TO TOTAL-CRUDOS.
           MOVE 'N' TO EOF-EMP.
           OPEN INPUT EMPLEADOS-FILE.
           PERFORM UNTIL FIN-EMP
              READ EMPLEADOS-FILE
                 AT END MOVE 'S' TO EOF-EMP
                 NOT AT END
                    IF EMP-NUMERO NOT NUMERIC
                          OR EMP-NUMERO NOT = EMPLEADO-PEDIDO
                       ADD 1 TO TOTAL-CRUDOS
                       MOVE EMPLEADO-REG
                         TO TAB-CRU-RENGLON(TOTAL-CRUDOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLEADOS-FILE.
           OPEN OUTPUT EMPLEADOS-FILE.
           PERFORM VARYING IDX-CRU FROM 1 BY 1
                   UNTIL IDX-CRU > TOTAL-CRUDOS
              MOVE TAB-CRU-RENGLON(IDX-CRU) TO EMPLEADO-REG
              WRITE EMPLEADO-REG
           END-PERFORM.
           CLOSE EMPLEADOS-FILE.
           DISPLAY "EMPLEADO " EMPLEADO-PEDIDO
              " DADO DE BAJA EN EMPLEADOS.DAT".

      *---- Suma de días por salario diario de FECHA-DESDE a
      *---- FECHA-HASTA (30/360, ambos inclusive), con el salario
      *---- que marca la historia para cada tramo: el vigente al
      *---- inicio es el nuevo del último cambio hasta esa fecha, o
      *---- el anterior del primer cambio posterior; sin historia,
      *---- el salario actual.
        CALCULAR-DEVENGADO.
           MOVE FECHA-DESDE TO FECHA-CALCULO.
           PERFORM CALCULAR-DIAS-30-360.
           MOVE DIAS-CALCULO TO DIA-DESDE.
           MOVE FECHA-HASTA TO FECHA-CALCULO.
           PERFORM CALCULAR-DIAS-30-360.
           MOVE DIAS-CALCULO TO DIA-HASTA.
           MOVE ZERO TO SUELDO-DEVENGADO.
           MOVE 0 TO DIAS-LABORADOS.
           IF DIA-HASTA < DIA-DESDE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE DIAS-LABORADOS = DIA-HASTA - DIA-DESDE + 1.

           MOVE EMP-SALARIO TO SALARIO-NIVEL.
           MOVE 'N' TO NIVEL-ANTERIOR-HALLADO.
           MOVE ZERO TO NIVEL-POSTERIOR.
           PERFORM VARYING IDX-SHX FROM 1 BY 1
                   UNTIL IDX-SHX > TOTAL-HISTORIA
              IF TAB-SHX-NUMERO(IDX-SHX) = EMP-NUMERO
                 IF TAB-SHX-FECHA(IDX-SHX) <= FECHA-DESDE
                    MOVE TAB-SHX-NUEVO(IDX-SHX) TO SALARIO-NIVEL
                    MOVE 'S' TO NIVEL-ANTERIOR-HALLADO
                 ELSE
                    IF NIVEL-POSTERIOR = 0
                       IF TAB-SHX-ANTERIOR(IDX-SHX) > 0
                          MOVE TAB-SHX-ANTERIOR(IDX-SHX)
                            TO NIVEL-POSTERIOR
                       ELSE
                          MOVE TAB-SHX-NUEVO(IDX-SHX)
                            TO NIVEL-POSTERIOR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF NIVEL-ANTERIOR-HALLADO NOT = 'S' AND NIVEL-POSTERIOR > 0
              MOVE NIVEL-POSTERIOR TO SALARIO-NIVEL
           END-IF.

           MOVE DIA-DESDE TO DIA-CURSOR.
           PERFORM VARYING IDX-SHX FROM 1 BY 1
                   UNTIL IDX-SHX > TOTAL-HISTORIA
              IF TAB-SHX-NUMERO(IDX-SHX) = EMP-NUMERO
                    AND TAB-SHX-FECHA(IDX-SHX) > FECHA-DESDE
                    AND TAB-SHX-FECHA(IDX-SHX) <= FECHA-HASTA
                 MOVE TAB-SHX-FECHA(IDX-SHX) TO FECHA-CALCULO
                 PERFORM CALCULAR-DIAS-30-360
                 MOVE DIAS-CALCULO TO DIA-CAMBIO
                 IF DIA-CAMBIO > DIA-CURSOR
                    COMPUTE SUELDO-DEVENGADO = SUELDO-DEVENGADO
                       + (DIA-CAMBIO - DIA-CURSOR)
                       * SALARIO-NIVEL / DIAS-PERIODO
                    MOVE DIA-CAMBIO TO DIA-CURSOR
                 END-IF
                 IF TAB-SHX-NUEVO(IDX-SHX) > 0
                    MOVE TAB-SHX-NUEVO(IDX-SHX) TO SALARIO-NIVEL
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE SUELDO-DEVENGADO = SUELDO-DEVENGADO
              + (DIA-HASTA - DIA-CURSOR + 1)
              * SALARIO-NIVEL / DIAS-PERIODO.

      *---- Número de día 30/360 de FECHA-CALCULO en DIAS-CALCULO.
        CALCULAR-DIAS-30-360.
           IF FC-DIA > 30
              COMPUTE DIAS-CALCULO = FC-ANO * 360 + FC-MES * 30 + 30
           ELSE
              COMPUTE DIAS-CALCULO
                 = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           END-IF.

      *---- Días de vacaciones que tocan con ANOS-BUSCADOS años de
      *---- servicio (el primero cuenta como uno).
        BUSCAR-DIAS-VACACIONES.
           IF ANOS-BUSCADOS = 0
              MOVE 1 TO ANOS-BUSCADOS
           END-IF.
           MOVE 0 TO DIAS-VACACIONES.
           PERFORM VARYING IDX-VAC FROM 1 BY 1 UNTIL IDX-VAC > 12
              IF ANOS-BUSCADOS <= TAB-VAC-HASTA-ANOS(IDX-VAC)
                 MOVE TAB-VAC-DIAS(IDX-VAC) TO DIAS-VACACIONES
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        BUSCAR-PAGO-ESPECIAL.
           MOVE 'N' TO PAGO-YA-HECHO.
           PERFORM VARYING IDX-PES FROM 1 BY 1
                   UNTIL IDX-PES > TOTAL-PAGOS
              IF TAB-PES-TIPO(IDX-PES) = BUSCA-TIPO
                    AND TAB-PES-EMPLEADO(IDX-PES) = EMP-NUMERO
                    AND (TAB-PES-ANO(IDX-PES) = BUSCA-ANO
                    OR BUSCA-TIPO = 'F')
                 MOVE 'S' TO PAGO-YA-HECHO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        LIMPIAR-IMPORTES.
           MOVE ZERO TO DIAS-BASE.
           MOVE ZERO TO IMPORTE-SUELDO.
           MOVE ZERO TO IMPORTE-AGUINALDO.
           MOVE ZERO TO IMPORTE-VACACIONES.
           MOVE ZERO TO IMPORTE-PRIMA.
           MOVE ZERO TO BRUTO-ESPECIAL.
           MOVE ZERO TO EXENTO-ESPECIAL.
           MOVE ZERO TO IMPUESTO-ESPECIAL.
           MOVE ZERO TO DEDUCCIONES-ESPECIAL.
           MOVE ZERO TO NETO-ESPECIAL.

      *---- Datos del finiquito: el empleado debe estar en
      *---- EMPLEADOS.DAT con fecha de ingreso y no tener finiquito.
        PEDIR-FINIQUITO.
           MOVE 'N' TO EMPLEADO-HALLADO.
           DISPLAY "NUMERO DE EMPLEADO".
           ACCEPT EMPLEADO-PEDIDO.
           OPEN INPUT EMPLEADOS-FILE.
           IF WS-ESTADO-EMPLEADOS NOT = '00'
              DISPLAY "EMPLEADOS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-EMPLEADOS ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-EMP
              READ EMPLEADOS-FILE
                 AT END MOVE 'S' TO EOF-EMP
                 NOT AT END
                    IF EMP-NUMERO NUMERIC
                          AND EMP-NUMERO = EMPLEADO-PEDIDO
                          AND EMP-SALARIO NUMERIC
                       MOVE 'S' TO EMPLEADO-HALLADO
                       MOVE 'S' TO EOF-EMP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLEADOS-FILE.
           IF NOT EMPLEADO-EXISTE
              DISPLAY "EMPLEADO NO ENCONTRADO EN EMPLEADOS.DAT"
              EXIT PARAGRAPH
           END-IF.
           IF EMP-FECHA-INGRESO NOT NUMERIC
                 OR EMP-FECHA-INGRESO = 0
              DISPLAY "EMPLEADO SIN FECHA DE INGRESO, CAPTURELA EN "
                 "MANTENIMIENTO ANTES DEL FINIQUITO"
              MOVE 'N' TO EMPLEADO-HALLADO
              EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO BUSCA-TIPO.
           PERFORM BUSCAR-PAGO-ESPECIAL.
           IF YA-PAGADO
              DISPLAY "EL EMPLEADO YA TIENE FINIQUITO PAGADO"
              MOVE 'N' TO EMPLEADO-HALLADO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "FECHA DE BAJA AAAAMMDD (0 = HOY)".
           ACCEPT FECHA-BAJA.
           IF FECHA-BAJA = 0
              MOVE WS-FECHA-HOY TO FECHA-BAJA
           END-IF.
           IF FECHA-BAJA < EMP-FECHA-INGRESO
              DISPLAY "FECHA DE BAJA ANTERIOR AL INGRESO"
              MOVE 'N' TO EMPLEADO-HALLADO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "DIAS TRABAJADOS SIN PAGAR A LA FECHA DE BAJA".
           ACCEPT DIAS-SUELDO-PENDIENTE.
           DISPLAY "DIAS DE VACACIONES PENDIENTES DE ANOS ANTERIORES".
           ACCEPT DIAS-VAC-PENDIENTES.
           PERFORM CARGAR-DEDUCCIONES.

        ABRIR-ARCHIVOS.
           IF NOT CORRIDA-FINIQUITO
              OPEN INPUT EMPLEADOS-FILE
              IF WS-ESTADO-EMPLEADOS NOT = '00'
                 DISPLAY "EMPLEADOS.DAT NO ENCONTRADO (ESTADO "
                    WS-ESTADO-EMPLEADOS ")"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           OPEN OUTPUT RECIBOS-FILE.
           OPEN EXTEND PAGOS-FILE.
           IF WS-ESTADO-PAGOS NOT = '00'
              OPEN OUTPUT PAGOS-FILE
           END-IF.

        IMPRIMIR-RECIBO-ENCABEZADO.
           MOVE NOMBRE-CORRIDA TO REC-CORRIDA.
           MOVE WS-FECHA-HOY TO REC-FECHA.
           MOVE EMP-NUMERO TO REC-NUMERO.
           MOVE EMP-NOMBRE TO REC-NOMBRE.
           WRITE LINEA-RECIBO FROM RECIBO-ENCABEZADO.
           MOVE EMP-FECHA-INGRESO TO REC-INGRESO.
           IF CORRIDA-AGUINALDO
              COMPUTE REC-ANOS = WS-ANO-HOY - FI-ANO
           ELSE
              MOVE ANOS-ANTIGUEDAD TO REC-ANOS
           END-IF.
           MOVE DIAS-BASE TO REC-DIAS.
           WRITE LINEA-RECIBO FROM RECIBO-ANTIGUEDAD.
           IF IMPORTE-SUELDO > 0
              MOVE "SUELDO PENDIENTE" TO REC-ETIQUETA
              MOVE IMPORTE-SUELDO TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF IMPORTE-AGUINALDO > 0
              MOVE "AGUINALDO" TO REC-ETIQUETA
              MOVE IMPORTE-AGUINALDO TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF IMPORTE-VACACIONES > 0
              MOVE "VACACIONES" TO REC-ETIQUETA
              MOVE IMPORTE-VACACIONES TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF IMPORTE-PRIMA > 0
              MOVE "PRIMA VACACIONAL" TO REC-ETIQUETA
              MOVE IMPORTE-PRIMA TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           MOVE "TOTAL BRUTO" TO REC-ETIQUETA.
           MOVE BRUTO-ESPECIAL TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.
           MOVE "EXENTO DE IMPUESTO" TO REC-ETIQUETA.
           MOVE EXENTO-ESPECIAL TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.
           MOVE "DEDUCCION IMPUESTO" TO REC-ETIQUETA.
           MOVE IMPUESTO-ESPECIAL TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.

        IMPRIMIR-RECIBO-CIERRE.
           MOVE "NETO A PAGAR" TO REC-ETIQUETA.
           MOVE NETO-ESPECIAL TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.
           IF REFERENCIA-DEPOSITO > 0
              MOVE "DEPOSITADO EN CUENTA" TO REC-ETIQUETA
              MOVE NETO-ESPECIAL TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.

      *---- Suma el pago especial al acumulado del año del empleado,
      *---- como un pago más; las deducciones del finiquito van a
      *---- las otras deducciones.
        ACUMULAR-ANO.
           MOVE 0 TO RENGLON-ACUMULADO.
           PERFORM VARYING IDX-NAC FROM 1 BY 1
                   UNTIL IDX-NAC > TOTAL-ACUMULADOS
              IF TAB-NAC-EMPLEADO(IDX-NAC) = EMP-NUMERO
                    AND TAB-NAC-ANO(IDX-NAC) = WS-ANO-HOY
                 MOVE IDX-NAC TO RENGLON-ACUMULADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-ACUMULADO = 0
              IF TOTAL-ACUMULADOS >= 9999
                 DISPLAY "ACUMULADO DE NOMINA LLENO, EMPLEADO "
                    EMP-NUMERO " SIN ACUMULAR"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-ACUMULADOS
              MOVE TOTAL-ACUMULADOS TO RENGLON-ACUMULADO
              MOVE EMP-NUMERO TO TAB-NAC-EMPLEADO(RENGLON-ACUMULADO)
              MOVE WS-ANO-HOY TO TAB-NAC-ANO(RENGLON-ACUMULADO)
              MOVE 0 TO TAB-NAC-PAGOS(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-NAC-BRUTO(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-NAC-IMPUESTO(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-NAC-SEGURO(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-NAC-OTRAS(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-NAC-NETO(RENGLON-ACUMULADO)
           END-IF.
           ADD 1 TO TAB-NAC-PAGOS(RENGLON-ACUMULADO).
           ADD BRUTO-ESPECIAL TO TAB-NAC-BRUTO(RENGLON-ACUMULADO).
           ADD IMPUESTO-ESPECIAL
             TO TAB-NAC-IMPUESTO(RENGLON-ACUMULADO).
           ADD DEDUCCIONES-ESPECIAL
             TO TAB-NAC-OTRAS(RENGLON-ACUMULADO).
           ADD NETO-ESPECIAL TO TAB-NAC-NETO(RENGLON-ACUMULADO).

        CARGAR-ACUMULADOS.
           OPEN INPUT ACUMULADO-FILE.
           IF WS-ESTADO-ACUMULADO = '00'
              PERFORM UNTIL FIN-NAC
                 READ ACUMULADO-FILE
                    AT END MOVE 'S' TO EOF-NAC
                    NOT AT END
                       ADD 1 TO TOTAL-ACUMULADOS
                       MOVE NOMINA-ACUMULADO-REG
                         TO ACUMULADO-RENGLON(TOTAL-ACUMULADOS)
                 END-READ
              END-PERFORM
              CLOSE ACUMULADO-FILE
           END-IF.

        GRABAR-ACUMULADOS.
           OPEN OUTPUT ACUMULADO-FILE.
           PERFORM VARYING IDX-NAC FROM 1 BY 1
                   UNTIL IDX-NAC > TOTAL-ACUMULADOS
              MOVE ACUMULADO-RENGLON(IDX-NAC) TO NOMINA-ACUMULADO-REG
              WRITE NOMINA-ACUMULADO-REG
           END-PERFORM.
           CLOSE ACUMULADO-FILE.

        CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-ESTADO-HISTORIA NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-SHX
              READ HISTORIA-FILE
                 AT END MOVE 'S' TO EOF-SHX
                 NOT AT END
                    IF SHX-FECHA NUMERIC AND SHX-NUMERO NUMERIC
                          AND SHX-SALARIO-ANTERIOR NUMERIC
                          AND SHX-SALARIO-NUEVO NUMERIC
                          AND TOTAL-HISTORIA < 99999
                       ADD 1 TO TOTAL-HISTORIA
                       MOVE SHX-FECHA TO TAB-SHX-FECHA(TOTAL-HISTORIA)
                       MOVE SHX-NUMERO
                         TO TAB-SHX-NUMERO(TOTAL-HISTORIA)
                       MOVE SHX-SALARIO-ANTERIOR
                         TO TAB-SHX-ANTERIOR(TOTAL-HISTORIA)
                       MOVE SHX-SALARIO-NUEVO
                         TO TAB-SHX-NUEVO(TOTAL-HISTORIA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORIA-FILE.

        CARGAR-PAGOS-ESPECIALES.
           OPEN INPUT PAGOS-FILE.
           IF WS-ESTADO-PAGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PES
              READ PAGOS-FILE
                 AT END MOVE 'S' TO EOF-PES
                 NOT AT END
                    IF TOTAL-PAGOS < 99999
                       ADD 1 TO TOTAL-PAGOS
                       MOVE PES-TIPO TO TAB-PES-TIPO(TOTAL-PAGOS)
                       MOVE PES-EMPLEADO
                         TO TAB-PES-EMPLEADO(TOTAL-PAGOS)
                       MOVE PES-ANO TO TAB-PES-ANO(TOTAL-PAGOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGOS-FILE.

      *---- Catálogo de deducciones completo, para tomar las del
      *---- empleado y regrabarlo con ellas cerradas.
        CARGAR-DEDUCCIONES.
           OPEN INPUT DEDUCCIONES-FILE.
           IF WS-ESTADO-DEDUCCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-DED
              READ DEDUCCIONES-FILE
                 AT END MOVE 'S' TO EOF-DED
                 NOT AT END
                    ADD 1 TO TOTAL-DEDUCCIONES-CAT
                    MOVE DED-EMPLEADO
                      TO TAB-DED-EMPLEADO(TOTAL-DEDUCCIONES-CAT)
                    MOVE DED-CONCEPTO
                      TO TAB-DED-CONCEPTO(TOTAL-DEDUCCIONES-CAT)
                    MOVE DED-TIPO
                      TO TAB-DED-TIPO(TOTAL-DEDUCCIONES-CAT)
                    MOVE DED-VALOR
                      TO TAB-DED-VALOR(TOTAL-DEDUCCIONES-CAT)
                    MOVE DED-PRIORIDAD
                      TO TAB-DED-PRIORIDAD(TOTAL-DEDUCCIONES-CAT)
                    MOVE DED-FIN
                      TO TAB-DED-FIN(TOTAL-DEDUCCIONES-CAT)
              END-READ
           END-PERFORM.
           CLOSE DEDUCCIONES-FILE.

      *---- Tasas de impuesto y piso de NOMINA, días del periodo de
      *---- la asistencia y parámetros propios de estas corridas.
        LEER-TASAS.
           OPEN INPUT TASAS-FILE.
           IF WS-ESTADO-TASAS = '00'
              READ TASAS-FILE
                 NOT AT END
                    IF CTL-TASA-IMPUESTO NUMERIC
                       MOVE CTL-TASA-IMPUESTO TO TASA-IMPUESTO
                    END-IF
                    IF CTL-PISO-NETO NUMERIC
                       MOVE CTL-PISO-NETO TO PISO-NETO
                    END-IF
              END-READ
              CLOSE TASAS-FILE
           END-IF.
           OPEN INPUT TASAS-ASISTENCIA-FILE.
           IF WS-ESTADO-TASAS-ASI = '00'
              READ TASAS-ASISTENCIA-FILE
                 NOT AT END
                    IF CTA-DIAS-PERIODO NUMERIC
                          AND CTA-DIAS-PERIODO > 0
                       MOVE CTA-DIAS-PERIODO TO DIAS-PERIODO
                    END-IF
              END-READ
              CLOSE TASAS-ASISTENCIA-FILE
           END-IF.
           OPEN INPUT ESPECIAL-CTL-FILE.
           IF WS-ESTADO-ESPECIAL-CTL = '00'
              READ ESPECIAL-CTL-FILE
                 NOT AT END
                    IF CTE-DIAS-AGUINALDO NUMERIC
                       MOVE CTE-DIAS-AGUINALDO TO DIAS-AGUINALDO
                    END-IF
                    IF CTE-TASA-PRIMA NUMERIC
                       MOVE CTE-TASA-PRIMA TO TASA-PRIMA
                    END-IF
                    IF CTE-EXENTO-AGUINALDO NUMERIC
                       MOVE CTE-EXENTO-AGUINALDO TO EXENTO-AGUINALDO
                    END-IF
                    IF CTE-EXENTO-PRIMA NUMERIC
                       MOVE CTE-EXENTO-PRIMA TO EXENTO-PRIMA
                    END-IF
              END-READ
              CLOSE ESPECIAL-CTL-FILE
           END-IF.

      *---- Mismo folio y mismo rango que NOMINA: las dos corridas
      *---- no se traslapan y así sus depósitos se reconocen igual.
        VERIFICAR-RANGO-REFERENCIA.
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
                    IF RNG-FUENTE = FUENTE-RANGO
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
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 84000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.
