       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-ASISTENCIA.

      *> --- Revisión y cálculo del renglón de asistencia de un
      *> empleado: rechaza los renglones imposibles (datos no
      *> numéricos, más ausencias que días del periodo, más horas de
      *> las que caben en los días laborados, tiempo extra arriba del
      *> tope) y, de los posibles, calcula el bruto del periodo con
      *> las tasas de NOMINA_ASISTENCIA.CTL: el salario menos las
      *> faltas y la incapacidad a valor día, más la parte de la
      *> incapacidad que paga la empresa, el tiempo extra doble y
      *> triple a valor hora, la prima nocturna y las horas en día
      *> festivo. La llaman NOMINA al pagar, PRENOMINA-ASISTENCIA al
      *> revisar el periodo y MANTENIMIENTO-ASISTENCIA al capturar,
      *> con los parámetros de ASISTPARREG, para que los tres
      *> apliquen la misma regla. Las tasas se leen en la primera
      *> llamada de la corrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAS-ASISTENCIA-FILE
               ASSIGN TO 'NOMINA_ASISTENCIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS.

       DATA DIVISION.
       FILE SECTION.

      *---- Tasas de la asistencia: días y horas ordinarias del
      *---- periodo (de ellos salen el valor día y el valor hora),
      *---- factores del tiempo extra doble y triple y de las horas
      *---- en día festivo, prima nocturna como fracción del valor
      *---- hora, fracción del día de incapacidad que paga la
      *---- empresa (el resto lo paga el seguro social) y tope de
      *---- horas extra del periodo arriba del cual el renglón se
      *---- tiene por mal capturado.
       FD TASAS-ASISTENCIA-FILE.
       01 TASAS-ASISTENCIA-REG.
           05 CTA-DIAS-PERIODO     PIC 9(2).
           05 CTA-HORAS-PERIODO    PIC 9(3).
           05 CTA-FACTOR-DOBLE     PIC 9V99.
           05 CTA-FACTOR-TRIPLE    PIC 9V99.
           05 CTA-PRIMA-NOCTURNA   PIC V999.
           05 CTA-FACTOR-FESTIVO   PIC 9V99.
           05 CTA-PAGO-INCAPACIDAD PIC V999.
           05 CTA-TOPE-EXTRA       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-TASAS PIC X(2).
       01 TASAS-LEIDAS PIC X(1) VALUE 'N'.

      *> Tasas de respaldo si NOMINA_ASISTENCIA.CTL no existe:
      *> quincena de 15 días y 120 horas, extra doble y triple, 20%
      *> de prima nocturna, festivo pagado doble aparte del salario,
      *> incapacidad a cargo del seguro social.
       01 DIAS-PERIODO     PIC 9(2) VALUE 15.
       01 HORAS-PERIODO    PIC 9(3) VALUE 120.
       01 FACTOR-DOBLE     PIC 9V99 VALUE 2.00.
       01 FACTOR-TRIPLE    PIC 9V99 VALUE 3.00.
       01 PRIMA-NOCTURNA   PIC V999 VALUE .200.
       01 FACTOR-FESTIVO   PIC 9V99 VALUE 2.00.
       01 PAGO-INCAPACIDAD PIC V999 VALUE .000.
       01 TOPE-EXTRA       PIC 9(3) VALUE 45.

       01 VALOR-DIA  PIC 9(5)V9999 VALUE ZERO.
       01 VALOR-HORA PIC 9(5)V9999 VALUE ZERO.
       01 DIAS-AUSENTE  PIC 9(3) VALUE 0.
       01 HORAS-TOTALES PIC 9(4)V9 VALUE ZERO.
       01 HORAS-POSIBLES PIC 9(4)V9 VALUE ZERO.
       01 BRUTO-CALCULADO PIC S9(7)V99 VALUE ZERO.

       LINKAGE SECTION.
           COPY ASISTENCIAREG.
           COPY ASISTPARREG.

       PROCEDURE DIVISION USING ASISTENCIA-REG
                                ASISTENCIA-PARAMETROS.

            IF TASAS-LEIDAS NOT = 'S'
               PERFORM LEER-TASAS-ASISTENCIA
               MOVE 'S' TO TASAS-LEIDAS
            END-IF

            MOVE 'S' TO APA-RESULTADO
            MOVE SPACES TO APA-MOTIVO
            MOVE DIAS-PERIODO TO APA-DIAS-PERIODO
            MOVE ZERO TO APA-DESC-FALTAS
            MOVE ZERO TO APA-DESC-INCAPACIDAD
            MOVE ZERO TO APA-PAGO-INCAPACIDAD
            MOVE ZERO TO APA-EXTRA-DOBLE
            MOVE ZERO TO APA-EXTRA-TRIPLE
            MOVE ZERO TO APA-PRIMA-NOCTURNA
            MOVE ZERO TO APA-PAGO-FESTIVO
            MOVE ZERO TO APA-BRUTO

            PERFORM REVISAR-RENGLON
            IF APA-VALIDA
               PERFORM CALCULAR-BRUTO
            END-IF

            GOBACK.

      *---- Un renglón imposible no se paga: NOMINA le paga al
      *---- empleado su salario fijo y PRENOMINA-ASISTENCIA lo
      *---- reporta para que se corrija antes de la corrida.
        REVISAR-RENGLON.
           IF ASI-PERIODO NOT NUMERIC
                 OR ASI-EMPLEADO NOT NUMERIC
                 OR ASI-HORAS-TRABAJADAS NOT NUMERIC
                 OR ASI-HORAS-DOBLES NOT NUMERIC
                 OR ASI-HORAS-TRIPLES NOT NUMERIC
                 OR ASI-HORAS-NOCTURNAS NOT NUMERIC
                 OR ASI-HORAS-FESTIVO NOT NUMERIC
                 OR ASI-FALTAS NOT NUMERIC
                 OR ASI-INCAPACIDAD NOT NUMERIC
              MOVE 'N' TO APA-RESULTADO
              MOVE "DATOS NO NUMERICOS" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-AUSENTE = ASI-FALTAS + ASI-INCAPACIDAD
           IF DIAS-AUSENTE > DIAS-PERIODO
              MOVE 'A' TO APA-RESULTADO
              MOVE "AUSENCIAS EXCEDEN EL PERIODO" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           COMPUTE HORAS-TOTALES = ASI-HORAS-TRABAJADAS
              + ASI-HORAS-DOBLES + ASI-HORAS-TRIPLES
           COMPUTE HORAS-POSIBLES = (DIAS-PERIODO - DIAS-AUSENTE) * 24
           IF HORAS-TOTALES > HORAS-POSIBLES
              MOVE 'H' TO APA-RESULTADO
              MOVE "HORAS EXCEDEN DIAS LABORADOS" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF ASI-HORAS-TRABAJADAS = 0
                 AND DIAS-AUSENTE < DIAS-PERIODO
              MOVE 'H' TO APA-RESULTADO
              MOVE "SIN HORAS NI AUSENCIAS" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF ASI-HORAS-NOCTURNAS > HORAS-TOTALES
              MOVE 'H' TO APA-RESULTADO
              MOVE "NOCTURNAS EXCEDEN TRABAJADAS" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF ASI-HORAS-FESTIVO > HORAS-TOTALES
              MOVE 'H' TO APA-RESULTADO
              MOVE "FESTIVO EXCEDE TRABAJADAS" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           IF ASI-HORAS-DOBLES + ASI-HORAS-TRIPLES > TOPE-EXTRA
              MOVE 'E' TO APA-RESULTADO
              MOVE "TIEMPO EXTRA SOBRE EL TOPE" TO APA-MOTIVO
           END-IF.

      *---- Cada concepto se redondea por separado, que es como se
      *---- imprime en el recibo, y el bruto es su suma.
        CALCULAR-BRUTO.
           COMPUTE VALOR-DIA ROUNDED = APA-SALARIO / DIAS-PERIODO
           COMPUTE VALOR-HORA ROUNDED = APA-SALARIO / HORAS-PERIODO
           COMPUTE APA-DESC-FALTAS ROUNDED = ASI-FALTAS * VALOR-DIA
           COMPUTE APA-DESC-INCAPACIDAD ROUNDED
              = ASI-INCAPACIDAD * VALOR-DIA
           IF DIAS-AUSENTE = DIAS-PERIODO
              COMPUTE APA-DESC-INCAPACIDAD
                 = APA-SALARIO - APA-DESC-FALTAS
           END-IF
           COMPUTE APA-PAGO-INCAPACIDAD ROUNDED
              = APA-DESC-INCAPACIDAD * PAGO-INCAPACIDAD
           COMPUTE APA-EXTRA-DOBLE ROUNDED
              = ASI-HORAS-DOBLES * VALOR-HORA * FACTOR-DOBLE
           COMPUTE APA-EXTRA-TRIPLE ROUNDED
              = ASI-HORAS-TRIPLES * VALOR-HORA * FACTOR-TRIPLE
           COMPUTE APA-PRIMA-NOCTURNA ROUNDED
              = ASI-HORAS-NOCTURNAS * VALOR-HORA * PRIMA-NOCTURNA
           COMPUTE APA-PAGO-FESTIVO ROUNDED
              = ASI-HORAS-FESTIVO * VALOR-HORA * FACTOR-FESTIVO
           COMPUTE BRUTO-CALCULADO = APA-SALARIO
              - APA-DESC-FALTAS - APA-DESC-INCAPACIDAD
              + APA-PAGO-INCAPACIDAD
              + APA-EXTRA-DOBLE + APA-EXTRA-TRIPLE
              + APA-PRIMA-NOCTURNA + APA-PAGO-FESTIVO
           IF BRUTO-CALCULADO < 0 OR BRUTO-CALCULADO > 99999.99
              MOVE 'E' TO APA-RESULTADO
              MOVE "BRUTO FUERA DEL RECIBO" TO APA-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE BRUTO-CALCULADO TO APA-BRUTO.

        LEER-TASAS-ASISTENCIA.
           OPEN INPUT TASAS-ASISTENCIA-FILE
           IF WS-ESTADO-TASAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ TASAS-ASISTENCIA-FILE
              NOT AT END
                 IF CTA-DIAS-PERIODO NUMERIC
                       AND CTA-DIAS-PERIODO > 0
                    MOVE CTA-DIAS-PERIODO TO DIAS-PERIODO
                 END-IF
                 IF CTA-HORAS-PERIODO NUMERIC
                       AND CTA-HORAS-PERIODO > 0
                    MOVE CTA-HORAS-PERIODO TO HORAS-PERIODO
                 END-IF
                 IF CTA-FACTOR-DOBLE NUMERIC
                    MOVE CTA-FACTOR-DOBLE TO FACTOR-DOBLE
                 END-IF
                 IF CTA-FACTOR-TRIPLE NUMERIC
                    MOVE CTA-FACTOR-TRIPLE TO FACTOR-TRIPLE
                 END-IF
                 IF CTA-PRIMA-NOCTURNA NUMERIC
                    MOVE CTA-PRIMA-NOCTURNA TO PRIMA-NOCTURNA
                 END-IF
                 IF CTA-FACTOR-FESTIVO NUMERIC
                    MOVE CTA-FACTOR-FESTIVO TO FACTOR-FESTIVO
                 END-IF
                 IF CTA-PAGO-INCAPACIDAD NUMERIC
                    MOVE CTA-PAGO-INCAPACIDAD TO PAGO-INCAPACIDAD
                 END-IF
                 IF CTA-TOPE-EXTRA NUMERIC
                    MOVE CTA-TOPE-EXTRA TO TOPE-EXTRA
                 END-IF
           END-READ
           CLOSE TASAS-ASISTENCIA-FILE.
