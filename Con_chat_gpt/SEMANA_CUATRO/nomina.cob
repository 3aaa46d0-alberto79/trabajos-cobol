      *> MOVIMIENTOS.DAT con referencias propias de NOMINA_REF.CTL
      *> (rango 84xxxxxx), para que BATCH-BANCO pague la quincena
      *> solo. Se acabó el teclear depósitos en ventanilla cada
      *> día de pago. Cada pago se suma además al acumulado del año
      *> del empleado en NOMINA_ACUMULADO.DAT, que CIERRE-ANUAL
      *> archiva y reinicia al cerrar el ejercicio. El bruto sale de
      *> la asistencia del periodo en NOMINA_ASISTENCIA.DAT (el
      *> próximo día de pago capturado, a partir de hoy), calculada
      *> por CALCULO-ASISTENCIA: faltas, incapacidad, tiempo extra,
      *> turno nocturno y día festivo se itemizan en el recibo y en
      *> el registro. Quien no tiene renglón, o lo tiene duplicado o
      *> imposible, cobra su salario fijo como antes y queda avisado
      *> en su recibo; PRENOMINA-ASISTENCIA los reporta antes.
      *> Cada pago se pasa a CONTABLE-NOMINA, que lo ubica en el
      *> departamento vigente del empleado (EMPLEADOS_DEPTOS.DAT) y
      *> al cierre agrega a CONTABLE.DAT la póliza de la quincena
      *> por centro de costos: gasto de nómina, impuesto y seguro
      *> retenidos, otras deducciones y neto por pagar. El centro de
      *> costos sale también en el registro de nómina.
      *> Las deducciones únicas (tipo 'U', como la recuperación de
      *> comisión por venta devuelta) se van abonando pago a pago y
      *> el saldo que queda se regraba en NOMINA_DEDUCCIONES.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGISTRO-FILE ASSIGN TO 'NOMINA_REGISTRO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGISTRO.
           SELECT ACUMULADO-FILE ASSIGN TO 'NOMINA_ACUMULADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.
           SELECT ASISTENCIA-FILE ASSIGN TO 'NOMINA_ASISTENCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASISTENCIA.

       DATA DIVISION.
       FILE SECTION.
      *---- porcentuales); se aplican en orden de prioridad (menor
      *---- primero) después de las tasas estándar, hasta donde el
      *---- piso de neto lo permita, y vencen en su fecha fin
      *---- (cero = sin vencimiento). Tipo 'U' descuento único: el
      *---- valor es el saldo por descontar, baja con lo tomado y al
      *---- llegar a cero la deducción vence hoy.
       FD DEDUCCIONES-FILE.
       01 DEDUCCION-REG.
           05 DED-EMPLEADO  PIC 9(4).
       01 LINEA-RECIBO PIC X(80).

       FD REGISTRO-FILE.
       01 LINEA-REGISTRO PIC X(100).

       FD ACUMULADO-FILE.
           COPY NOMINAACUREG.

       FD ASISTENCIA-FILE.
           COPY ASISTENCIAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMPLEADOS   PIC X(2).
       01 WS-ESTADO-REGISTRO    PIC X(2).
       01 WS-ESTADO-DEDUCCIONES PIC X(2).
       01 WS-ESTADO-PENDIENTES  PIC X(2).
       01 WS-ESTADO-ACUMULADO   PIC X(2).
       01 WS-ESTADO-ASISTENCIA  PIC X(2).

       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-ANO-HOY PIC 9(4).
          05 FILLER     PIC 9(4).

      *> Tasas de respaldo si NOMINA_TASAS.CTL no existe todavía.
       01 TASA-IMPUESTO PIC V999 VALUE .100.
       01 DISPONIBLE-NETO PIC S9(6)V99 VALUE ZERO.
       01 TOTAL-NO-TOMADO PIC 9(7)V99 VALUE ZERO.
       01 HAY-PENDIENTES PIC X(1) VALUE 'N'.
       01 HAY-UNICAS PIC X(1) VALUE 'N'.

      *> Renglón del reporte de deducciones no tomadas completas.
       01 DET-PENDIENTE.

       01 DEDUCCION-IMPUESTO PIC 9(5)V99 VALUE ZERO.
       01 DEDUCCION-SEGURO   PIC 9(5)V99 VALUE ZERO.
       01 SALARIO-BRUTO      PIC 9(5)V99 VALUE ZERO.
       01 SALARIO-NETO       PIC 9(5)V99 VALUE ZERO.
       01 NETO-DEPOSITO      PIC 9(5)V99 VALUE ZERO.

       01 TOTAL-SIN-CUENTA PIC 9(5) VALUE 0.
       01 TOTAL-MALFORMADOS PIC 9(3) VALUE 0.

      *> --- Asistencia del periodo que se paga, en memoria: el
      *> renglón entero para pasarlo a CALCULO-ASISTENCIA, lo que
      *> de él se imprime en el recibo y cuántas veces vino el
      *> empleado, para no pagar un duplicado.
       01 EOF-ASI PIC X VALUE 'N'.
          88 FIN-ASI VALUE 'S'.
       01 PERIODO-PAGO PIC 9(8) VALUE ZERO.
       01 ASISTENCIAS-TABLA.
          05 ASISTENCIA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ASISTENCIAS
                INDEXED BY IDX-ASI.
             10 TAB-ASI-EMPLEADO PIC 9(4).
             10 TAB-ASI-VECES    PIC 9(2).
             10 TAB-ASI-DATOS    PIC X(36).
             10 TAB-ASI-HORAS    PIC 9(3)V9.
             10 TAB-ASI-DOBLES   PIC 9(3)V9.
             10 TAB-ASI-TRIPLES  PIC 9(3)V9.
             10 TAB-ASI-FALTAS   PIC 9(2).
             10 TAB-ASI-INCAP    PIC 9(2).
       01 TOTAL-ASISTENCIAS PIC 9(4) VALUE 0.
       01 RENGLON-ASISTENCIA PIC 9(4) VALUE 0.
       01 ASISTENCIA-APLICADA PIC X(1) VALUE 'N'.
          88 CON-ASISTENCIA VALUE 'S'.
       01 MOTIVO-SIN-ASISTENCIA PIC X(30) VALUE SPACES.
           COPY ASISTPARREG.
      *> Póliza de nómina por centro de costos.
           COPY NOMCONTPARREG.

       01 TOTAL-CON-ASISTENCIA PIC 9(5) VALUE 0.
       01 TOTAL-SALARIO-FIJO   PIC 9(5) VALUE 0.
       01 TOTAL-AUSENCIAS      PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-INCAPACIDAD    PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-EXTRA          PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NOCTURNA       PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FESTIVO        PIC 9(9)V99 VALUE ZERO.

      *> --- Acumulado del año por empleado, en memoria.
       01 EOF-NAC PIC X VALUE 'N'.
          88 FIN-NAC VALUE 'S'.
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

      *> --- Renglones del recibo individual.
       01 RECIBO-ENCABEZADO.
          05 FILLER      PIC X(17) VALUE "RECIBO DE NOMINA ".
          05 REC-ETIQUETA PIC X(22).
          05 REC-IMPORTE  PIC ZZ,ZZ9.99.

       01 RECIBO-ASISTENCIA.
          05 FILLER      PIC X(11) VALUE "ASISTENCIA ".
          05 REC-PERIODO PIC 9(8).
          05 FILLER      PIC X(7) VALUE " HORAS ".
          05 REC-HORAS   PIC ZZ9.9.
          05 FILLER      PIC X(7) VALUE " EXTRA ".
          05 REC-EXTRA   PIC ZZ9.9.
          05 FILLER      PIC X(8) VALUE " FALTAS ".
          05 REC-FALTAS  PIC Z9.
          05 FILLER      PIC X(7) VALUE " INCAP ".
          05 REC-INCAP   PIC Z9.

       01 RECIBO-AVISO.
          05 FILLER      PIC X(30)
                VALUE "SALARIO FIJO, SIN ASISTENCIA: ".
          05 REC-MOTIVO  PIC X(30).

      *> --- Renglón del registro de nómina.
       01 REGISTRO-RENGLON.
          05 RGN-NUMERO  PIC 9(4).
          05 RGN-NETO    PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(5) VALUE " CTA ".
          05 RGN-CUENTA  PIC 9(6).
          05 FILLER      PIC X(4) VALUE " CC ".
          05 RGN-CENTRO  PIC 9(3).

      *> --- Conceptos del bruto, bajo el renglón del empleado al que
      *> se le pagó con asistencia.
       01 REGISTRO-CONCEPTOS.
          05 FILLER      PIC X(5) VALUE SPACES.
          05 FILLER      PIC X(7) VALUE "SUELDO ".
          05 RGC-SUELDO  PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(7) VALUE " AUSEN-".
          05 RGC-AUSENCIAS PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(7) VALUE " INCAP ".
          05 RGC-INCAPACIDAD PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(7) VALUE " EXTRA ".
          05 RGC-EXTRA   PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(6) VALUE " NOCT ".
          05 RGC-NOCTURNA PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(6) VALUE " FEST ".
          05 RGC-FESTIVO PIC ZZ,ZZ9.99.

       01 REGISTRO-TOTALES.
          05 TOT-ETIQUETA PIC X(20).
            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM LEER-TASAS.
            PERFORM CARGAR-DEDUCCIONES.
            PERFORM CARGAR-ACUMULADOS.
            PERFORM CARGAR-ASISTENCIA.
            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA.
            PERFORM ABRIR-ARCHIVOS.
            END-PERFORM.

            PERFORM IMPRIMIR-TOTALES-REGISTRO.
            PERFORM GRABAR-POLIZA-NOMINA.

            CLOSE EMPLEADOS-FILE.
            CLOSE MOVIMIENTOS-FILE.
               CLOSE PENDIENTES-FILE
            END-IF.
            PERFORM GRABAR-ULTIMA-REFERENCIA.
            PERFORM GRABAR-ACUMULADOS.
            IF HAY-UNICAS = 'S'
               PERFORM GRABAR-DEDUCCIONES
            END-IF.

            DISPLAY "--------------------------------".
            DISPLAY "EMPLEADOS PAGADOS: " TOTAL-EMPLEADOS.
            DISPLAY "DEDUCCIONES NO TOMADAS (PISO): " TOTAL-NO-TOMADO.
            DISPLAY "RENGLONES MALFORMADOS SIN PAGAR: "
               TOTAL-MALFORMADOS.
            DISPLAY "RENGLONES CONTABLES AGREGADOS: " NCP-RENGLONES.
            IF NCP-SIN-DEPTO > 0
               DISPLAY "EMPLEADOS SIN DEPARTAMENTO (CENTRO 000): "
                  NCP-SIN-DEPTO
            END-IF.
            IF PERIODO-PAGO > 0
               DISPLAY "ASISTENCIA DEL PAGO: " PERIODO-PAGO
               DISPLAY "PAGADOS CON ASISTENCIA: " TOTAL-CON-ASISTENCIA
               DISPLAY "PAGADOS CON SALARIO FIJO: " TOTAL-SALARIO-FIJO
            ELSE
               DISPLAY "SIN ASISTENCIA CAPTURADA PARA ESTE PAGO: "
                  "TODOS CON SALARIO FIJO"
            END-IF.
            DISPLAY "--------------------------------".

            STOP RUN.
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EMPLEADOS.
           PERFORM CALCULAR-BRUTO-ASISTENCIA.
           COMPUTE DEDUCCION-IMPUESTO ROUNDED
              = SALARIO-BRUTO * TASA-IMPUESTO.
           COMPUTE DEDUCCION-SEGURO ROUNDED
              = SALARIO-BRUTO * TASA-SEGURO.
           COMPUTE SALARIO-NETO = SALARIO-BRUTO
              - DEDUCCION-IMPUESTO - DEDUCCION-SEGURO.
           ADD SALARIO-BRUTO TO TOTAL-BRUTO.
           ADD DEDUCCION-IMPUESTO TO TOTAL-DEDUCCION.
           ADD DEDUCCION-SEGURO TO TOTAL-DEDUCCION.
           PERFORM IMPRIMIR-RECIBO-ENCABEZADO.
           PERFORM APLICAR-DEDUCCIONES-CATALOGO.
           ADD SALARIO-NETO TO TOTAL-NETO.
           PERFORM ACUMULAR-ANO.
           PERFORM CONTABILIZAR-EMPLEADO.

      *---- El depósito lleva el neto exacto con centavos; el
      *---- recibo muestra el importe realmente depositado para que
              MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
              MOVE SPACES TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              ADD 1 TO TOTAL-DEPOSITOS
           ELSE
           MOVE 'S' TO TAB-DED-APLICADA(IDX-DED)
           IF TAB-DED-TIPO(IDX-DED) = 'P'
              COMPUTE DEDUCCION-CALCULADA ROUNDED
                 = SALARIO-BRUTO * TAB-DED-VALOR(IDX-DED) / 100
           ELSE
              MOVE TAB-DED-VALOR(IDX-DED) TO DEDUCCION-CALCULADA
           END-IF
              MOVE TAB-DED-CONCEPTO(IDX-DED) TO REC-ETIQUETA
              MOVE DEDUCCION-TOMADA TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
              IF TAB-DED-TIPO(IDX-DED) = 'U'
                 SUBTRACT DEDUCCION-TOMADA FROM TAB-DED-VALOR(IDX-DED)
                 IF TAB-DED-VALOR(IDX-DED) = 0
                    MOVE WS-FECHA-HOY TO TAB-DED-FIN(IDX-DED)
                 END-IF
                 MOVE 'S' TO HAY-UNICAS
              END-IF
           END-IF
           IF DEDUCCION-TOMADA < DEDUCCION-CALCULADA
              PERFORM REPORTAR-DEDUCCION-CORTA
           COMPUTE TOTAL-NO-TOMADO = TOTAL-NO-TOMADO
              + DEDUCCION-CALCULADA - DEDUCCION-TOMADA.

      *---- Suma el pago del empleado en turno a su acumulado del
      *---- año; el primer pago del ejercicio le abre renglón.
        ACUMULAR-ANO.
           MOVE 0 TO RENGLON-ACUMULADO
           PERFORM VARYING IDX-NAC FROM 1 BY 1
                   UNTIL IDX-NAC > TOTAL-ACUMULADOS
              IF TAB-NAC-EMPLEADO(IDX-NAC) = EMP-NUMERO
                    AND TAB-NAC-ANO(IDX-NAC) = WS-ANO-HOY
                 MOVE IDX-NAC TO RENGLON-ACUMULADO
                 EXIT PERFORM
              END-IF
           END-PERFORM
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
           END-IF
           ADD 1 TO TAB-NAC-PAGOS(RENGLON-ACUMULADO)
           ADD SALARIO-BRUTO TO TAB-NAC-BRUTO(RENGLON-ACUMULADO)
           ADD DEDUCCION-IMPUESTO
             TO TAB-NAC-IMPUESTO(RENGLON-ACUMULADO)
           ADD DEDUCCION-SEGURO TO TAB-NAC-SEGURO(RENGLON-ACUMULADO)
           COMPUTE TAB-NAC-OTRAS(RENGLON-ACUMULADO) =
              TAB-NAC-OTRAS(RENGLON-ACUMULADO) + SALARIO-BRUTO
              - DEDUCCION-IMPUESTO - DEDUCCION-SEGURO - SALARIO-NETO
           ADD SALARIO-NETO TO TAB-NAC-NETO(RENGLON-ACUMULADO).

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

      *---- Regraba el catálogo con el saldo de las deducciones
      *---- únicas que se abonaron en esta corrida.
        GRABAR-DEDUCCIONES.
           OPEN OUTPUT DEDUCCIONES-FILE.
           PERFORM VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > TOTAL-DEDUCCIONES-CAT
              MOVE TAB-DED-EMPLEADO(IDX-DED) TO DED-EMPLEADO
              MOVE TAB-DED-CONCEPTO(IDX-DED) TO DED-CONCEPTO
              MOVE TAB-DED-TIPO(IDX-DED) TO DED-TIPO
              MOVE TAB-DED-VALOR(IDX-DED) TO DED-VALOR
              MOVE TAB-DED-PRIORIDAD(IDX-DED) TO DED-PRIORIDAD
              MOVE TAB-DED-FIN(IDX-DED) TO DED-FIN
              WRITE DEDUCCION-REG
           END-PERFORM.
           CLOSE DEDUCCIONES-FILE.

      *---- Carga el catálogo de deducciones; sin archivo la nómina
      *---- corre sólo con las tasas estándar, como antes.
        CARGAR-DEDUCCIONES.
           MOVE EMP-NUMERO TO REC-NUMERO.
           MOVE EMP-NOMBRE TO REC-NOMBRE.
           WRITE LINEA-RECIBO FROM RECIBO-ENCABEZADO.
           IF CON-ASISTENCIA
              PERFORM IMPRIMIR-RECIBO-ASISTENCIA
           ELSE
              IF PERIODO-PAGO > 0
                 MOVE MOTIVO-SIN-ASISTENCIA TO REC-MOTIVO
                 WRITE LINEA-RECIBO FROM RECIBO-AVISO
              END-IF
           END-IF.
           MOVE "SALARIO BRUTO" TO REC-ETIQUETA.
           MOVE SALARIO-BRUTO TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.
           MOVE "DEDUCCION IMPUESTO" TO REC-ETIQUETA.
           MOVE DEDUCCION-IMPUESTO TO REC-IMPORTE.
        IMPRIMIR-RENGLON-REGISTRO.
           MOVE EMP-NUMERO TO RGN-NUMERO.
           MOVE EMP-NOMBRE TO RGN-NOMBRE.
           MOVE SALARIO-BRUTO TO RGN-BRUTO.
           COMPUTE RGN-DEDUC = SALARIO-BRUTO - SALARIO-NETO.
           MOVE SALARIO-NETO TO RGN-NETO.
           MOVE EMP-CUENTA TO RGN-CUENTA.
           MOVE NCP-CENTRO-COSTO TO RGN-CENTRO.
           WRITE LINEA-REGISTRO FROM REGISTRO-RENGLON.
           IF CON-ASISTENCIA
              MOVE EMP-SALARIO TO RGC-SUELDO
              COMPUTE RGC-AUSENCIAS = APA-DESC-FALTAS
                 + APA-DESC-INCAPACIDAD
              MOVE APA-PAGO-INCAPACIDAD TO RGC-INCAPACIDAD
              COMPUTE RGC-EXTRA = APA-EXTRA-DOBLE + APA-EXTRA-TRIPLE
              MOVE APA-PRIMA-NOCTURNA TO RGC-NOCTURNA
              MOVE APA-PAGO-FESTIVO TO RGC-FESTIVO
              WRITE LINEA-REGISTRO FROM REGISTRO-CONCEPTOS
           END-IF.

      *---- Pasa el pago del empleado a la póliza de nómina; las
      *---- otras deducciones son las del catálogo que sí se tomaron.
        CONTABILIZAR-EMPLEADO.
           MOVE 'E' TO NCP-OPERACION.
           MOVE "NOMINA" TO NCP-PROGRAMA.
           MOVE WS-FECHA-HOY TO NCP-FECHA.
           MOVE EMP-NUMERO TO NCP-EMPLEADO.
           MOVE SALARIO-BRUTO TO NCP-BRUTO.
           MOVE DEDUCCION-IMPUESTO TO NCP-IMPUESTO.
           MOVE DEDUCCION-SEGURO TO NCP-SEGURO.
           COMPUTE NCP-OTRAS = SALARIO-BRUTO - DEDUCCION-IMPUESTO
              - DEDUCCION-SEGURO - SALARIO-NETO.
           MOVE SALARIO-NETO TO NCP-NETO.
           CALL 'CONTABLE-NOMINA' USING NOMINA-CONTABLE-PARAMETROS.

      *---- Agrega a CONTABLE.DAT la póliza de la corrida por centro
      *---- de costos.
        GRABAR-POLIZA-NOMINA.
           MOVE 'G' TO NCP-OPERACION.
           MOVE "NOMINA" TO NCP-PROGRAMA.
           MOVE WS-FECHA-HOY TO NCP-FECHA.
           MOVE ZERO TO NCP-RENGLONES.
           MOVE ZERO TO NCP-SIN-DEPTO.
           CALL 'CONTABLE-NOMINA' USING NOMINA-CONTABLE-PARAMETROS.

        IMPRIMIR-TOTALES-REGISTRO.
           MOVE SPACES TO LINEA-REGISTRO.
           MOVE "NOMINA NETA" TO TOT-ETIQUETA.
           MOVE TOTAL-NETO TO TOT-IMPORTE.
           WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES.
           IF TOTAL-CON-ASISTENCIA > 0
              MOVE SPACES TO LINEA-REGISTRO
              WRITE LINEA-REGISTRO
              MOVE "DESCUENTO AUSENCIAS" TO TOT-ETIQUETA
              MOVE TOTAL-AUSENCIAS TO TOT-IMPORTE
              WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES
              MOVE "INCAPACIDAD PAGADA" TO TOT-ETIQUETA
              MOVE TOTAL-INCAPACIDAD TO TOT-IMPORTE
              WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES
              MOVE "TIEMPO EXTRA" TO TOT-ETIQUETA
              MOVE TOTAL-EXTRA TO TOT-IMPORTE
              WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES
              MOVE "PRIMA NOCTURNA" TO TOT-ETIQUETA
              MOVE TOTAL-NOCTURNA TO TOT-IMPORTE
              WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES
              MOVE "PAGO DIA FESTIVO" TO TOT-ETIQUETA
              MOVE TOTAL-FESTIVO TO TOT-IMPORTE
              WRITE LINEA-REGISTRO FROM REGISTRO-TOTALES
           END-IF.

      *---- Renglón de asistencia del recibo y los conceptos que
      *---- llevan del salario del periodo al bruto; sólo se imprimen
      *---- los que tienen importe.
        IMPRIMIR-RECIBO-ASISTENCIA.
           SET IDX-ASI TO RENGLON-ASISTENCIA.
           MOVE PERIODO-PAGO TO REC-PERIODO.
           MOVE TAB-ASI-HORAS(IDX-ASI) TO REC-HORAS.
           COMPUTE REC-EXTRA = TAB-ASI-DOBLES(IDX-ASI)
              + TAB-ASI-TRIPLES(IDX-ASI).
           MOVE TAB-ASI-FALTAS(IDX-ASI) TO REC-FALTAS.
           MOVE TAB-ASI-INCAP(IDX-ASI) TO REC-INCAP.
           WRITE LINEA-RECIBO FROM RECIBO-ASISTENCIA.
           MOVE "SALARIO DEL PERIODO" TO REC-ETIQUETA.
           MOVE EMP-SALARIO TO REC-IMPORTE.
           WRITE LINEA-RECIBO FROM RECIBO-RENGLON.
           IF APA-DESC-FALTAS > 0
              MOVE "MENOS FALTAS" TO REC-ETIQUETA
              MOVE APA-DESC-FALTAS TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-DESC-INCAPACIDAD > 0
              MOVE "MENOS INCAPACIDAD" TO REC-ETIQUETA
              MOVE APA-DESC-INCAPACIDAD TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-PAGO-INCAPACIDAD > 0
              MOVE "INCAPACIDAD PAGADA" TO REC-ETIQUETA
              MOVE APA-PAGO-INCAPACIDAD TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-EXTRA-DOBLE > 0
              MOVE "TIEMPO EXTRA DOBLE" TO REC-ETIQUETA
              MOVE APA-EXTRA-DOBLE TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-EXTRA-TRIPLE > 0
              MOVE "TIEMPO EXTRA TRIPLE" TO REC-ETIQUETA
              MOVE APA-EXTRA-TRIPLE TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-PRIMA-NOCTURNA > 0
              MOVE "PRIMA NOCTURNA" TO REC-ETIQUETA
              MOVE APA-PRIMA-NOCTURNA TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.
           IF APA-PAGO-FESTIVO > 0
              MOVE "PAGO DIA FESTIVO" TO REC-ETIQUETA
              MOVE APA-PAGO-FESTIVO TO REC-IMPORTE
              WRITE LINEA-RECIBO FROM RECIBO-RENGLON
           END-IF.

      *---- Bruto del empleado en turno: con su renglón de asistencia
      *---- del periodo, lo que calcule CALCULO-ASISTENCIA; sin
      *---- renglón, duplicado o imposible, su salario fijo.
        CALCULAR-BRUTO-ASISTENCIA.
           MOVE EMP-SALARIO TO SALARIO-BRUTO.
           MOVE 'N' TO ASISTENCIA-APLICADA.
           MOVE 0 TO RENGLON-ASISTENCIA.
           MOVE "SIN RENGLON DEL PERIODO" TO MOTIVO-SIN-ASISTENCIA.
           IF PERIODO-PAGO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-ASI FROM 1 BY 1
                   UNTIL IDX-ASI > TOTAL-ASISTENCIAS
              IF TAB-ASI-EMPLEADO(IDX-ASI) = EMP-NUMERO
                 MOVE IDX-ASI TO RENGLON-ASISTENCIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-ASISTENCIA = 0
              ADD 1 TO TOTAL-SALARIO-FIJO
              EXIT PARAGRAPH
           END-IF.
           SET IDX-ASI TO RENGLON-ASISTENCIA.
           IF TAB-ASI-VECES(IDX-ASI) > 1
              MOVE "RENGLON DUPLICADO" TO MOTIVO-SIN-ASISTENCIA
              ADD 1 TO TOTAL-SALARIO-FIJO
              EXIT PARAGRAPH
           END-IF.
           MOVE EMP-SALARIO TO APA-SALARIO.
           CALL 'CALCULO-ASISTENCIA' USING TAB-ASI-DATOS(IDX-ASI)
                                           ASISTENCIA-PARAMETROS.
           IF NOT APA-VALIDA
              MOVE APA-MOTIVO TO MOTIVO-SIN-ASISTENCIA
              ADD 1 TO TOTAL-SALARIO-FIJO
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO ASISTENCIA-APLICADA.
           MOVE APA-BRUTO TO SALARIO-BRUTO.
           ADD 1 TO TOTAL-CON-ASISTENCIA.
           ADD APA-DESC-FALTAS TO TOTAL-AUSENCIAS.
           ADD APA-DESC-INCAPACIDAD TO TOTAL-AUSENCIAS.
           ADD APA-PAGO-INCAPACIDAD TO TOTAL-INCAPACIDAD.
           ADD APA-EXTRA-DOBLE TO TOTAL-EXTRA.
           ADD APA-EXTRA-TRIPLE TO TOTAL-EXTRA.
           ADD APA-PRIMA-NOCTURNA TO TOTAL-NOCTURNA.
           ADD APA-PAGO-FESTIVO TO TOTAL-FESTIVO.

      *---- Carga la asistencia del periodo que se paga: el próximo
      *---- día de pago capturado a partir de hoy, para que la
      *---- corrida adelantada por un feriado tome su periodo. Una
      *---- primera lectura halla el periodo y la segunda carga sus
      *---- renglones. Sin archivo todos cobran su salario fijo.
        CARGAR-ASISTENCIA.
           MOVE ZERO TO PERIODO-PAGO.
           OPEN INPUT ASISTENCIA-FILE.
           IF WS-ESTADO-ASISTENCIA NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ASI
              READ ASISTENCIA-FILE
                 AT END MOVE 'S' TO EOF-ASI
                 NOT AT END
                    IF ASI-PERIODO NUMERIC
                          AND ASI-PERIODO >= WS-FECHA-HOY
                       IF PERIODO-PAGO = 0
                             OR ASI-PERIODO < PERIODO-PAGO
                          MOVE ASI-PERIODO TO PERIODO-PAGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASISTENCIA-FILE.
           IF PERIODO-PAGO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-ASI.
           OPEN INPUT ASISTENCIA-FILE.
           PERFORM UNTIL FIN-ASI
              READ ASISTENCIA-FILE
                 AT END MOVE 'S' TO EOF-ASI
                 NOT AT END
                    IF ASI-PERIODO NUMERIC
                          AND ASI-PERIODO = PERIODO-PAGO
                          AND ASI-EMPLEADO NUMERIC
                       PERFORM GUARDAR-ASISTENCIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASISTENCIA-FILE.

        GUARDAR-ASISTENCIA.
           PERFORM VARYING IDX-ASI FROM 1 BY 1
                   UNTIL IDX-ASI > TOTAL-ASISTENCIAS
              IF TAB-ASI-EMPLEADO(IDX-ASI) = ASI-EMPLEADO
                 ADD 1 TO TAB-ASI-VECES(IDX-ASI)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF TOTAL-ASISTENCIAS >= 9999
              DISPLAY "TABLA DE ASISTENCIA LLENA, EMPLEADO "
                 ASI-EMPLEADO " CON SALARIO FIJO"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-ASISTENCIAS.
           MOVE ASI-EMPLEADO TO TAB-ASI-EMPLEADO(TOTAL-ASISTENCIAS).
           MOVE 1 TO TAB-ASI-VECES(TOTAL-ASISTENCIAS).
           MOVE ASISTENCIA-REG TO TAB-ASI-DATOS(TOTAL-ASISTENCIAS).
           MOVE ASI-HORAS-TRABAJADAS
             TO TAB-ASI-HORAS(TOTAL-ASISTENCIAS).
           MOVE ASI-HORAS-DOBLES TO TAB-ASI-DOBLES(TOTAL-ASISTENCIAS).
           MOVE ASI-HORAS-TRIPLES
             TO TAB-ASI-TRIPLES(TOTAL-ASISTENCIAS).
           MOVE ASI-FALTAS TO TAB-ASI-FALTAS(TOTAL-ASISTENCIAS).
           MOVE ASI-INCAPACIDAD TO TAB-ASI-INCAP(TOTAL-ASISTENCIAS).
