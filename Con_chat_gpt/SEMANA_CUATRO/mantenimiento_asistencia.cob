       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-ASISTENCIA.

      *> --- Captura de NOMINA_ASISTENCIA.DAT, la asistencia por
      *> empleado y día de pago con la que NOMINA calcula el bruto:
      *> horas trabajadas, tiempo extra doble y triple, horas en
      *> turno nocturno y en día festivo, faltas e incapacidad. Cada
      *> renglón se revisa con CALCULO-ASISTENCIA al capturarlo, y
      *> el imposible no entra. Mismo molde que
      *> MANTENIMIENTO-DEDUCCIONES, con el renglón identificado por
      *> su número de lugar en el listado del periodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASISTENCIA-FILE ASSIGN TO 'NOMINA_ASISTENCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASISTENCIA.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.

       DATA DIVISION.
       FILE SECTION.
       FD ASISTENCIA-FILE.
           COPY ASISTENCIAREG.

       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ASISTENCIA PIC X(2).
       01 WS-ESTADO-EMPLEADOS  PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(5) VALUE 1.
       01 TOTAL-ASISTENCIAS PIC 9(5) VALUE 0.
       01 EOF-ASI PIC X VALUE 'N'.
          88 FIN-ASI VALUE 'S'.
       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.

       01 RENGLON-PEDIDO PIC 9(5).
       01 PERIODO-PEDIDO PIC 9(8) VALUE ZERO.
       01 EMPLEADO-BUSCADO PIC 9(4).
       01 SALARIO-EMPLEADO PIC 9(5)V99 VALUE ZERO.
       01 EMPLEADO-VALIDO PIC X(1) VALUE 'N'.
          88 EMPLEADO-EXISTE VALUE 'S'.
       01 RENGLON-REPETIDO PIC X(1) VALUE 'N'.

      *> --- Renglón en captura, con la misma vista que el archivo
      *> para pasarlo a CALCULO-ASISTENCIA.
       01 CAPTURA-ASISTENCIA.
          05 CAP-PERIODO          PIC 9(8).
          05 CAP-EMPLEADO         PIC 9(4).
          05 CAP-HORAS-TRABAJADAS PIC 9(3)V9.
          05 CAP-HORAS-DOBLES     PIC 9(3)V9.
          05 CAP-HORAS-TRIPLES    PIC 9(3)V9.
          05 CAP-HORAS-NOCTURNAS  PIC 9(3)V9.
          05 CAP-HORAS-FESTIVO    PIC 9(3)V9.
          05 CAP-FALTAS           PIC 9(2).
          05 CAP-INCAPACIDAD      PIC 9(2).
           COPY ASISTPARREG.

       01 ASISTENCIAS-TABLA.
          05 ASISTENCIA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ASISTENCIAS
                INDEXED BY IDX-TABLA.
             10 TAB-ASI-PERIODO  PIC 9(8).
             10 TAB-ASI-EMPLEADO PIC 9(4).
             10 TAB-ASI-DATOS    PIC X(24).

       PROCEDURE DIVISION.

            PERFORM CARGAR_ASISTENCIA.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "CAPTURA DE ASISTENCIA PARA NOMINA"
              DISPLAY "1.ALTA DE RENGLON"
              DISPLAY "2.CAMBIO DE RENGLON"
              DISPLAY "3.BAJA DE RENGLON"
              DISPLAY "4.LISTAR UN PERIODO"
              DISPLAY "5.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_ASISTENCIA
                 WHEN 2
                    PERFORM CAMBIO_ASISTENCIA
                 WHEN 3
                    PERFORM BAJA_ASISTENCIA
                 WHEN 4
                    PERFORM PEDIR_PERIODO
                    PERFORM LISTAR_ASISTENCIA
                 WHEN 5
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_ASISTENCIA.
            STOP RUN.

      *---- Alta: el empleado debe existir y no tener ya renglón en
      *---- el periodo; NOMINA no paga con un renglón duplicado.
        ALTA_ASISTENCIA.
           PERFORM PEDIR_PERIODO.
           DISPLAY "INGRESE NUMERO DE EMPLEADO".
           ACCEPT EMPLEADO-BUSCADO.
           PERFORM VALIDAR_EMPLEADO.
           IF NOT EMPLEADO-EXISTE
              DISPLAY "EMPLEADO NO ENCONTRADO EN EMPLEADOS.DAT"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO RENGLON-REPETIDO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASISTENCIAS
              IF TAB-ASI-PERIODO(IDX) = PERIODO-PEDIDO
                    AND TAB-ASI-EMPLEADO(IDX) = EMPLEADO-BUSCADO
                 MOVE 'S' TO RENGLON-REPETIDO
              END-IF
           END-PERFORM.
           IF RENGLON-REPETIDO = 'S'
              DISPLAY "EL EMPLEADO YA TIENE RENGLON EN EL PERIODO, "
                 "USE CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE PERIODO-PEDIDO TO CAP-PERIODO.
           MOVE EMPLEADO-BUSCADO TO CAP-EMPLEADO.
           PERFORM CAPTURAR_DATOS.
           IF NOT APA-VALIDA
              DISPLAY "RENGLON RECHAZADO: " APA-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-ASISTENCIAS.
           MOVE CAP-PERIODO TO TAB-ASI-PERIODO(TOTAL-ASISTENCIAS).
           MOVE CAP-EMPLEADO TO TAB-ASI-EMPLEADO(TOTAL-ASISTENCIAS).
           MOVE CAPTURA-ASISTENCIA(13:24)
             TO TAB-ASI-DATOS(TOTAL-ASISTENCIAS).
           DISPLAY "RENGLON AGREGADO, BRUTO DEL PERIODO: " APA-BRUTO.

      *---- Cambio: se vuelven a capturar las horas y los días del
      *---- renglón, y se revisan otra vez.
        CAMBIO_ASISTENCIA.
           PERFORM PEDIR_RENGLON.
           IF RENGLON-PEDIDO < 1
                 OR RENGLON-PEDIDO > TOTAL-ASISTENCIAS
              DISPLAY "RENGLON NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           SET IDX-TABLA TO RENGLON-PEDIDO.
           MOVE TAB-ASI-EMPLEADO(IDX-TABLA) TO EMPLEADO-BUSCADO.
           PERFORM VALIDAR_EMPLEADO.
           IF NOT EMPLEADO-EXISTE
              DISPLAY "EMPLEADO NO ENCONTRADO EN EMPLEADOS.DAT"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ASI-PERIODO(IDX-TABLA) TO CAP-PERIODO.
           MOVE TAB-ASI-EMPLEADO(IDX-TABLA) TO CAP-EMPLEADO.
           PERFORM CAPTURAR_DATOS.
           IF NOT APA-VALIDA
              DISPLAY "CAMBIO RECHAZADO: " APA-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           MOVE CAPTURA-ASISTENCIA(13:24) TO TAB-ASI-DATOS(IDX-TABLA).
           DISPLAY "RENGLON CORREGIDO, BRUTO DEL PERIODO: " APA-BRUTO.

        BAJA_ASISTENCIA.
           PERFORM PEDIR_RENGLON.
           IF RENGLON-PEDIDO < 1
                 OR RENGLON-PEDIDO > TOTAL-ASISTENCIAS
              DISPLAY "RENGLON NO ENCONTRADO"
           ELSE
              PERFORM VARYING IDX FROM RENGLON-PEDIDO BY 1
                      UNTIL IDX > TOTAL-ASISTENCIAS - 1
                 MOVE ASISTENCIA-RENGLON(IDX + 1)
                   TO ASISTENCIA-RENGLON(IDX)
              END-PERFORM
              SUBTRACT 1 FROM TOTAL-ASISTENCIAS
              DISPLAY "RENGLON ELIMINADO"
           END-IF.

      *---- Horas y días del renglón, y su revisión con el salario
      *---- vigente del empleado.
        CAPTURAR_DATOS.
           DISPLAY "HORAS ORDINARIAS TRABAJADAS".
           ACCEPT CAP-HORAS-TRABAJADAS.
           DISPLAY "HORAS EXTRA DOBLES".
           ACCEPT CAP-HORAS-DOBLES.
           DISPLAY "HORAS EXTRA TRIPLES".
           ACCEPT CAP-HORAS-TRIPLES.
           DISPLAY "HORAS EN TURNO NOCTURNO".
           ACCEPT CAP-HORAS-NOCTURNAS.
           DISPLAY "HORAS EN DIA FESTIVO".
           ACCEPT CAP-HORAS-FESTIVO.
           DISPLAY "DIAS DE FALTA SIN GOCE".
           ACCEPT CAP-FALTAS.
           DISPLAY "DIAS DE INCAPACIDAD".
           ACCEPT CAP-INCAPACIDAD.
           MOVE SALARIO-EMPLEADO TO APA-SALARIO.
           CALL 'CALCULO-ASISTENCIA' USING CAPTURA-ASISTENCIA
                                           ASISTENCIA-PARAMETROS.

        LISTAR_ASISTENCIA.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASISTENCIAS
              IF TAB-ASI-PERIODO(IDX) = PERIODO-PEDIDO
                 MOVE TAB-ASI-PERIODO(IDX) TO CAP-PERIODO
                 MOVE TAB-ASI-EMPLEADO(IDX) TO CAP-EMPLEADO
                 MOVE TAB-ASI-DATOS(IDX) TO CAPTURA-ASISTENCIA(13:24)
                 DISPLAY IDX ": EMPLEADO " CAP-EMPLEADO
                    " HORAS " CAP-HORAS-TRABAJADAS
                    " DOBLES " CAP-HORAS-DOBLES
                    " TRIPLES " CAP-HORAS-TRIPLES
                    " NOCT " CAP-HORAS-NOCTURNAS
                    " FEST " CAP-HORAS-FESTIVO
                    " FALTAS " CAP-FALTAS
                    " INCAP " CAP-INCAPACIDAD
              END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE RENGLONES EN EL ARCHIVO: "
              TOTAL-ASISTENCIAS.

        PEDIR_PERIODO.
           DISPLAY "DIA DE PAGO DEL PERIODO (AAAAMMDD)".
           ACCEPT PERIODO-PEDIDO.

        PEDIR_RENGLON.
           PERFORM PEDIR_PERIODO.
           PERFORM LISTAR_ASISTENCIA.
           DISPLAY "INGRESE NUMERO DE RENGLON".
           ACCEPT RENGLON-PEDIDO.
           IF RENGLON-PEDIDO >= 1
                 AND RENGLON-PEDIDO <= TOTAL-ASISTENCIAS
              IF TAB-ASI-PERIODO(RENGLON-PEDIDO) NOT = PERIODO-PEDIDO
                 MOVE 0 TO RENGLON-PEDIDO
              END-IF
           END-IF.

      *---- Confirma que el empleado exista en EMPLEADOS.DAT y toma
      *---- su salario para revisar el renglón.
        VALIDAR_EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO.
           MOVE 'N' TO EOF-EMP.
           MOVE ZERO TO SALARIO-EMPLEADO.
           OPEN INPUT EMPLEADOS-FILE.
           IF WS-ESTADO-EMPLEADOS = '00'
              PERFORM UNTIL FIN-EMP
                 READ EMPLEADOS-FILE
                    AT END MOVE 'S' TO EOF-EMP
                    NOT AT END
                       IF EMP-NUMERO NUMERIC
                             AND EMP-NUMERO = EMPLEADO-BUSCADO
                             AND EMP-SALARIO NUMERIC
                          MOVE 'S' TO EMPLEADO-VALIDO
                          MOVE EMP-SALARIO TO SALARIO-EMPLEADO
                          MOVE 'S' TO EOF-EMP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLEADOS-FILE
           ELSE
              DISPLAY "EMPLEADOS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-EMPLEADOS ")"
           END-IF.

        CARGAR_ASISTENCIA.
           OPEN INPUT ASISTENCIA-FILE.
           IF WS-ESTADO-ASISTENCIA = '00'
              PERFORM UNTIL FIN-ASI
                 READ ASISTENCIA-FILE
                    AT END MOVE 'S' TO EOF-ASI
                    NOT AT END
                       ADD 1 TO TOTAL-ASISTENCIAS
                       MOVE ASI-PERIODO
                         TO TAB-ASI-PERIODO(TOTAL-ASISTENCIAS)
                       MOVE ASI-EMPLEADO
                         TO TAB-ASI-EMPLEADO(TOTAL-ASISTENCIAS)
                       MOVE ASISTENCIA-REG(13:24)
                         TO TAB-ASI-DATOS(TOTAL-ASISTENCIAS)
                 END-READ
              END-PERFORM
              CLOSE ASISTENCIA-FILE
           ELSE
              DISPLAY "NOMINA_ASISTENCIA.DAT NO ENCONTRADO, "
                 "SE CREARA UNO NUEVO"
           END-IF.

        GRABAR_ASISTENCIA.
           OPEN OUTPUT ASISTENCIA-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASISTENCIAS
              MOVE TAB-ASI-PERIODO(IDX)  TO ASI-PERIODO
              MOVE TAB-ASI-EMPLEADO(IDX) TO ASI-EMPLEADO
              MOVE TAB-ASI-DATOS(IDX)    TO ASISTENCIA-REG(13:24)
              WRITE ASISTENCIA-REG
           END-PERFORM.
           CLOSE ASISTENCIA-FILE.
