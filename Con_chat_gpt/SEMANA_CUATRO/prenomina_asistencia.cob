       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENOMINA-ASISTENCIA.

      *> --- Revisión de la asistencia antes de la corrida de
      *> NOMINA: toma el mismo periodo que NOMINA va a pagar (el
      *> próximo día de pago capturado en NOMINA_ASISTENCIA.DAT a
      *> partir de hoy) y deja en NOMINA_EXCEPCIONES.RPT los
      *> empleados de EMPLEADOS.DAT sin renglón de asistencia, los
      *> renglones de empleados que no existen, los duplicados y los
      *> imposibles según CALCULO-ASISTENCIA, la misma regla con la
      *> que NOMINA los rechaza. Cada excepción que no se corrija
      *> antes de la corrida se paga con el salario fijo. Al final,
      *> el bruto estimado de los renglones correctos para que
      *> recursos humanos lo compare contra el presupuesto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.
           SELECT ASISTENCIA-FILE ASSIGN TO 'NOMINA_ASISTENCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASISTENCIA.
           SELECT REPORTE-FILE ASSIGN TO 'NOMINA_EXCEPCIONES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

       FD ASISTENCIA-FILE.
           COPY ASISTENCIAREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMPLEADOS  PIC X(2).
       01 WS-ESTADO-ASISTENCIA PIC X(2).
       01 WS-ESTADO-REPORTE    PIC X(2).

       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.
       01 EOF-ASI PIC X VALUE 'N'.
          88 FIN-ASI VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 PERIODO-PAGO PIC 9(8) VALUE ZERO.

      *> --- Empleados en memoria, con cuántos renglones de
      *> asistencia trae cada uno en el periodo y el bruto de su
      *> primer renglón si salió correcto, para sacarlo del estimado
      *> si luego aparece duplicado: NOMINA no paga ninguno de los
      *> dos.
       01 EMPLEADOS-TABLA.
          05 EMPLEADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EMPLEADOS
                INDEXED BY IDX-EMP.
             10 TAB-EMP-NUMERO  PIC 9(4).
             10 TAB-EMP-NOMBRE  PIC X(20).
             10 TAB-EMP-SALARIO PIC 9(5)V99.
             10 TAB-EMP-VECES   PIC 9(2).
             10 TAB-EMP-BRUTO   PIC 9(5)V99.
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 RENGLON-EMPLEADO PIC 9(4) VALUE 0.

           COPY ASISTPARREG.
       01 MOTIVO-EXCEPCION PIC X(30) VALUE SPACES.

       01 TOTAL-RENGLONES    PIC 9(5) VALUE 0.
       01 TOTAL-CORRECTOS    PIC 9(5) VALUE 0.
       01 TOTAL-EXCEPCIONES  PIC 9(5) VALUE 0.
       01 TOTAL-SIN-RENGLON  PIC 9(5) VALUE 0.
       01 TOTAL-BRUTO-ESTIMADO PIC 9(9)V99 VALUE ZERO.

       01 ENC-REPORTE.
          05 FILLER      PIC X(37)
             VALUE "EXCEPCIONES DE ASISTENCIA - PAGO DEL ".
          05 ENC-PERIODO PIC 9(8).

       01 DET-EXCEPCION.
          05 FILLER      PIC X(9) VALUE "EMPLEADO ".
          05 DE-EMPLEADO PIC X(4).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 DE-NOMBRE   PIC X(20).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 DE-MOTIVO   PIC X(30).

       01 TOT-RENGLON.
          05 TOT-ETIQUETA PIC X(30).
          05 TOT-CUENTA   PIC ZZ,ZZ9.

       01 TOT-IMPORTE-RENGLON.
          05 TOT-IMP-ETIQUETA PIC X(30).
          05 TOT-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-EMPLEADOS.
            PERFORM BUSCAR-PERIODO.
            IF PERIODO-PAGO = 0
               DISPLAY "SIN ASISTENCIA CAPTURADA PARA EL PROXIMO PAGO "
                  "EN NOMINA_ASISTENCIA.DAT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR NOMINA_EXCEPCIONES.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE PERIODO-PAGO TO ENC-PERIODO.
            WRITE LINEA-REPORTE FROM ENC-REPORTE.
            MOVE SPACES TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            MOVE 'N' TO EOF-ASI.
            OPEN INPUT ASISTENCIA-FILE.
            PERFORM UNTIL FIN-ASI
               READ ASISTENCIA-FILE
                  AT END MOVE 'S' TO EOF-ASI
                  NOT AT END
                     IF ASI-PERIODO NUMERIC
                           AND ASI-PERIODO = PERIODO-PAGO
                        PERFORM REVISAR-ASISTENCIA
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ASISTENCIA-FILE.

            PERFORM REPORTAR-SIN-RENGLON.
            PERFORM IMPRIMIR-TOTALES.
            CLOSE REPORTE-FILE.

            DISPLAY "--------------------------------".
            DISPLAY "ASISTENCIA DEL PAGO: " PERIODO-PAGO.
            DISPLAY "RENGLONES REVISADOS: " TOTAL-RENGLONES.
            DISPLAY "RENGLONES CORRECTOS: " TOTAL-CORRECTOS.
            DISPLAY "RENGLONES CON EXCEPCION: " TOTAL-EXCEPCIONES.
            DISPLAY "EMPLEADOS SIN RENGLON: " TOTAL-SIN-RENGLON.
            DISPLAY "BRUTO ESTIMADO: " TOTAL-BRUTO-ESTIMADO.
            DISPLAY "--------------------------------".
            IF TOTAL-EXCEPCIONES > 0 OR TOTAL-SIN-RENGLON > 0
               MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      *---- Un renglón del periodo: debe ser de un empleado que
      *---- exista, venir una sola vez y ser posible; los correctos
      *---- suman al bruto estimado con el salario de EMPLEADOS.DAT.
        REVISAR-ASISTENCIA.
           ADD 1 TO TOTAL-RENGLONES.
           MOVE 0 TO RENGLON-EMPLEADO.
           IF ASI-EMPLEADO NOT NUMERIC
              MOVE "DATOS NO NUMERICOS" TO MOTIVO-EXCEPCION
              PERFORM ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS
              IF TAB-EMP-NUMERO(IDX-EMP) = ASI-EMPLEADO
                 MOVE IDX-EMP TO RENGLON-EMPLEADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-EMPLEADO = 0
              MOVE "EMPLEADO INEXISTENTE" TO MOTIVO-EXCEPCION
              PERFORM ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF.
           SET IDX-EMP TO RENGLON-EMPLEADO.
           ADD 1 TO TAB-EMP-VECES(IDX-EMP).
           IF TAB-EMP-VECES(IDX-EMP) > 1
              IF TAB-EMP-BRUTO(IDX-EMP) > 0
                 SUBTRACT 1 FROM TOTAL-CORRECTOS
                 SUBTRACT TAB-EMP-BRUTO(IDX-EMP)
                   FROM TOTAL-BRUTO-ESTIMADO
                 MOVE ZERO TO TAB-EMP-BRUTO(IDX-EMP)
              END-IF
              MOVE "RENGLON DUPLICADO" TO MOTIVO-EXCEPCION
              PERFORM ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-EMP-SALARIO(IDX-EMP) TO APA-SALARIO.
           CALL 'CALCULO-ASISTENCIA' USING ASISTENCIA-REG
                                           ASISTENCIA-PARAMETROS.
           IF NOT APA-VALIDA
              MOVE APA-MOTIVO TO MOTIVO-EXCEPCION
              PERFORM ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-CORRECTOS.
           ADD APA-BRUTO TO TOTAL-BRUTO-ESTIMADO.
           MOVE APA-BRUTO TO TAB-EMP-BRUTO(IDX-EMP).

        ESCRIBIR-EXCEPCION.
           ADD 1 TO TOTAL-EXCEPCIONES.
           MOVE ASI-EMPLEADO TO DE-EMPLEADO.
           IF RENGLON-EMPLEADO > 0
              MOVE TAB-EMP-NOMBRE(RENGLON-EMPLEADO) TO DE-NOMBRE
           ELSE
              MOVE SPACES TO DE-NOMBRE
           END-IF.
           MOVE MOTIVO-EXCEPCION TO DE-MOTIVO.
           WRITE LINEA-REPORTE FROM DET-EXCEPCION.

      *---- Los empleados sin renglón cobrarán su salario fijo; un
      *---- duplicado ya se reportó, pero el empleado tampoco tiene
      *---- un renglón que NOMINA pueda tomar.
        REPORTAR-SIN-RENGLON.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS
              IF TAB-EMP-VECES(IDX-EMP) = 0
                 ADD 1 TO TOTAL-SIN-RENGLON
                 MOVE TAB-EMP-NUMERO(IDX-EMP) TO DE-EMPLEADO
                 MOVE TAB-EMP-NOMBRE(IDX-EMP) TO DE-NOMBRE
                 MOVE "SIN RENGLON DEL PERIODO" TO DE-MOTIVO
                 WRITE LINEA-REPORTE FROM DET-EXCEPCION
              END-IF
           END-PERFORM.

        IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RENGLONES REVISADOS" TO TOT-ETIQUETA.
           MOVE TOTAL-RENGLONES TO TOT-CUENTA.
           WRITE LINEA-REPORTE FROM TOT-RENGLON.
           MOVE "RENGLONES CORRECTOS" TO TOT-ETIQUETA.
           MOVE TOTAL-CORRECTOS TO TOT-CUENTA.
           WRITE LINEA-REPORTE FROM TOT-RENGLON.
           MOVE "RENGLONES CON EXCEPCION" TO TOT-ETIQUETA.
           MOVE TOTAL-EXCEPCIONES TO TOT-CUENTA.
           WRITE LINEA-REPORTE FROM TOT-RENGLON.
           MOVE "EMPLEADOS SIN RENGLON" TO TOT-ETIQUETA.
           MOVE TOTAL-SIN-RENGLON TO TOT-CUENTA.
           WRITE LINEA-REPORTE FROM TOT-RENGLON.
           MOVE "BRUTO ESTIMADO CORRECTOS" TO TOT-IMP-ETIQUETA.
           MOVE TOTAL-BRUTO-ESTIMADO TO TOT-IMPORTE.
           WRITE LINEA-REPORTE FROM TOT-IMPORTE-RENGLON.

      *---- El próximo día de pago capturado a partir de hoy, igual
      *---- que en NOMINA.
        BUSCAR-PERIODO.
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

      *---- Los renglones malformados de EMPLEADOS.DAT no se cargan:
      *---- NOMINA tampoco les paga.
        CARGAR-EMPLEADOS.
           OPEN INPUT EMPLEADOS-FILE.
           IF WS-ESTADO-EMPLEADOS NOT = '00'
              DISPLAY "EMPLEADOS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-EMPLEADOS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FIN-EMP
              READ EMPLEADOS-FILE
                 AT END MOVE 'S' TO EOF-EMP
                 NOT AT END
                    IF EMP-NUMERO NUMERIC AND EMP-SALARIO NUMERIC
                          AND TOTAL-EMPLEADOS < 9999
                       ADD 1 TO TOTAL-EMPLEADOS
                       MOVE EMP-NUMERO
                         TO TAB-EMP-NUMERO(TOTAL-EMPLEADOS)
                       MOVE EMP-NOMBRE
                         TO TAB-EMP-NOMBRE(TOTAL-EMPLEADOS)
                       MOVE EMP-SALARIO
                         TO TAB-EMP-SALARIO(TOTAL-EMPLEADOS)
                       MOVE 0 TO TAB-EMP-VECES(TOTAL-EMPLEADOS)
                       MOVE ZERO TO TAB-EMP-BRUTO(TOTAL-EMPLEADOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLEADOS-FILE.
