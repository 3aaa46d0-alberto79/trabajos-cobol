       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DEPARTAMENTOS.

      *> --- Plantilla y bandas salariales por departamento: con la
      *> asignación vigente a la fecha de corte en EMPLEADOS_DEPTOS.DAT
      *> agrupa EMPLEADOS.DAT por departamento y saca de cada uno la
      *> plantilla, el salario mínimo, promedio y máximo y el total,
      *> y debajo lista a los empleados cuyo salario se aparta del
      *> promedio de su propio departamento en más de la tolerancia
      *> (30%), que es lo que TABLA-SALARIOS y SALARIO-PROMEDIO sólo
      *> pueden ver contra el promedio de toda la empresa. Los
      *> empleados sin departamento salen juntos bajo el código 0
      *> para que no se pierdan del total. Deja DEPARTAMENTOS.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO 'DEPARTAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEPARTAMENTOS.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'EMPLEADOS_DEPTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT REPORTE-FILE ASSIGN TO 'DEPARTAMENTOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

       FD DEPARTAMENTOS-FILE.
           COPY DEPARTAMENTOREG.

       FD ASIGNACIONES-FILE.
           COPY ASIGDEPTOREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMPLEADOS     PIC X(2).
       01 WS-ESTADO-DEPARTAMENTOS PIC X(2).
       01 WS-ESTADO-ASIGNACIONES  PIC X(2).
       01 WS-ESTADO-REPORTE       PIC X(2).

       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.
       01 EOF-DEP PIC X VALUE 'N'.
          88 FIN-DEP VALUE 'S'.
       01 EOF-ADP PIC X VALUE 'N'.
          88 FIN-ADP VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *> Fracción del promedio del departamento, arriba o abajo, a
      *> partir de la cual un salario se lista fuera de banda.
       01 TOLERANCIA-BANDA PIC V99 VALUE .30.

      *> --- Acumulados por departamento; el renglón 1 es el código
      *> 0, empleados sin departamento vigente.
       01 DEPARTAMENTOS-TABLA.
          05 DEPARTAMENTO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-DEPARTAMENTOS
                INDEXED BY IDX-DEP.
             10 TAB-DEP-CODIGO    PIC 9(3).
             10 TAB-DEP-NOMBRE    PIC X(30).
             10 TAB-DEP-CENTRO    PIC 9(3).
             10 TAB-DEP-ESTADO    PIC X(1).
             10 TAB-DEP-PLANTILLA PIC 9(5).
             10 TAB-DEP-MINIMO    PIC 9(5)V99.
             10 TAB-DEP-MAXIMO    PIC 9(5)V99.
             10 TAB-DEP-TOTAL     PIC 9(9)V99.
             10 TAB-DEP-PROMEDIO  PIC 9(5)V99.
       01 TOTAL-DEPARTAMENTOS PIC 9(3) VALUE 0.

      *> --- Departamento vigente de cada empleado a la fecha de
      *> corte.
       01 ASIGNACIONES-TABLA.
          05 ASIGNACION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ADP.
             10 TAB-ADP-EMPLEADO PIC 9(4).
             10 TAB-ADP-DEPTO    PIC 9(3).
       01 TOTAL-ASIGNACIONES PIC 9(4) VALUE 0.

       01 EMPLEADOS-TABLA.
          05 EMPLEADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EMPLEADOS
                INDEXED BY IDX-EMP.
             10 TAB-EMP-NUMERO  PIC 9(4).
             10 TAB-EMP-NOMBRE  PIC X(20).
             10 TAB-EMP-SALARIO PIC 9(5)V99.
             10 TAB-EMP-RENGLON PIC 9(3).
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.

       01 DEPTO-EMPLEADO PIC 9(3) VALUE 0.
       01 LIMITE-INFERIOR PIC 9(5)V99 VALUE ZERO.
       01 LIMITE-SUPERIOR PIC 9(5)V99 VALUE ZERO.
       01 DESVIACION PIC S9(3)V9 VALUE ZERO.
       01 FUERA-DE-BANDA PIC 9(5) VALUE 0.
       01 SUMA-PLANTILLA PIC 9(6) VALUE 0.
       01 SUMA-SALARIOS PIC 9(11)V99 VALUE ZERO.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
       01 TOTAL-RENGLONES-PAGINA PIC 9(2) VALUE 20.

       01 ENCABEZADO-1.
          05 FILLER     PIC X(40)
             VALUE "PLANTILLA Y SALARIOS POR DEPARTAMENTO AL".
          05 FILLER     PIC X(1) VALUE SPACE.
          05 ENC-FECHA  PIC 9(8).
          05 FILLER     PIC X(13) VALUE "  TOLERANCIA ".
          05 ENC-TOLERANCIA PIC Z9.
          05 FILLER     PIC X(1) VALUE "%".
          05 FILLER     PIC X(10) VALUE "   PAGINA ".
          05 ENC-PAGINA PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER PIC X(35)
             VALUE "DEP NOMBRE                     CC  ".
          05 FILLER PIC X(20) VALUE "EMPL      MINIMO    ".
          05 FILLER PIC X(23) VALUE "PROMEDIO      MAXIMO   ".
          05 FILLER PIC X(15) VALUE "          TOTAL".

       01 LINEA-DETALLE.
          05 DET-DEPARTAMENTO PIC 9(3).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-NOMBRE     PIC X(26).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-CENTRO     PIC 9(3).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-PLANTILLA  PIC ZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-MINIMO     PIC ZZ,ZZ9.99.
          05 FILLER         PIC X(3) VALUE SPACE.
          05 DET-PROMEDIO   PIC ZZ,ZZ9.99.
          05 FILLER         PIC X(3) VALUE SPACE.
          05 DET-MAXIMO     PIC ZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-FUERA.
          05 FILLER         PIC X(8) VALUE SPACES.
          05 FUE-NUMERO     PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 FUE-NOMBRE     PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 FUE-SALARIO    PIC ZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 FUE-DESVIACION PIC +ZZ9.9.
          05 FILLER         PIC X(24)
             VALUE "% VS PROMEDIO DEL DEPTO".

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-DEPARTAMENTOS
            PERFORM CARGAR-ASIGNACIONES

            OPEN INPUT EMPLEADOS-FILE
            IF WS-ESTADO-EMPLEADOS NOT = '00'
               DISPLAY "EMPLEADOS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-EMPLEADOS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM UNTIL FIN-EMP
               READ EMPLEADOS-FILE
                  AT END MOVE 'S' TO EOF-EMP
                  NOT AT END
                     IF EMP-NUMERO NUMERIC AND EMP-SALARIO NUMERIC
                           AND TOTAL-EMPLEADOS < 9999
                        PERFORM ACUMULAR-EMPLEADO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE EMPLEADOS-FILE

            PERFORM VARYING IDX-DEP FROM 1 BY 1
                    UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
               IF TAB-DEP-PLANTILLA(IDX-DEP) > 0
                  COMPUTE TAB-DEP-PROMEDIO(IDX-DEP) ROUNDED
                     = TAB-DEP-TOTAL(IDX-DEP)
                     / TAB-DEP-PLANTILLA(IDX-DEP)
               END-IF
            END-PERFORM

            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "DEPARTAMENTOS EN EL REPORTE: " TOTAL-DEPARTAMENTOS
            DISPLAY "EMPLEADOS:                   " SUMA-PLANTILLA
            DISPLAY "SIN DEPARTAMENTO:            "
               TAB-DEP-PLANTILLA(1)
            DISPLAY "FUERA DE BANDA:              " FUERA-DE-BANDA
            DISPLAY "REPORTE EN DEPARTAMENTOS.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Guarda al empleado en la tabla y lo suma a su
      *---- departamento vigente.
        ACUMULAR-EMPLEADO.
           MOVE 0 TO DEPTO-EMPLEADO
           PERFORM VARYING IDX-ADP FROM 1 BY 1
                   UNTIL IDX-ADP > TOTAL-ASIGNACIONES
              IF TAB-ADP-EMPLEADO(IDX-ADP) = EMP-NUMERO
                 MOVE TAB-ADP-DEPTO(IDX-ADP) TO DEPTO-EMPLEADO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
              IF TAB-DEP-CODIGO(IDX-DEP) = DEPTO-EMPLEADO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-DEP > TOTAL-DEPARTAMENTOS
              DISPLAY "EMPLEADO " EMP-NUMERO " CON DEPARTAMENTO "
                 DEPTO-EMPLEADO " FUERA DEL CATALOGO, VA SIN "
                 "DEPARTAMENTO"
              SET IDX-DEP TO 1
           END-IF
           ADD 1 TO TOTAL-EMPLEADOS
           MOVE EMP-NUMERO TO TAB-EMP-NUMERO(TOTAL-EMPLEADOS)
           MOVE EMP-NOMBRE TO TAB-EMP-NOMBRE(TOTAL-EMPLEADOS)
           MOVE EMP-SALARIO TO TAB-EMP-SALARIO(TOTAL-EMPLEADOS)
           SET TAB-EMP-RENGLON(TOTAL-EMPLEADOS) TO IDX-DEP
           IF TAB-DEP-PLANTILLA(IDX-DEP) = 0
                 OR EMP-SALARIO < TAB-DEP-MINIMO(IDX-DEP)
              MOVE EMP-SALARIO TO TAB-DEP-MINIMO(IDX-DEP)
           END-IF
           IF EMP-SALARIO > TAB-DEP-MAXIMO(IDX-DEP)
              MOVE EMP-SALARIO TO TAB-DEP-MAXIMO(IDX-DEP)
           END-IF
           ADD 1 TO TAB-DEP-PLANTILLA(IDX-DEP)
           ADD EMP-SALARIO TO TAB-DEP-TOTAL(IDX-DEP).

      *---- Un renglón por departamento con plantilla o activo, y
      *---- debajo sus empleados fuera de banda.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR DEPARTAMENTOS.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
              IF TAB-DEP-PLANTILLA(IDX-DEP) > 0
                    OR TAB-DEP-ESTADO(IDX-DEP) = 'A'
                 PERFORM IMPRIMIR-DEPARTAMENTO
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-DETALLE
           MOVE "TOTAL DE LA EMPRESA" TO DET-NOMBRE
           MOVE SUMA-PLANTILLA TO DET-PLANTILLA
           IF SUMA-PLANTILLA > 0
              COMPUTE DET-PROMEDIO ROUNDED
                 = SUMA-SALARIOS / SUMA-PLANTILLA
           END-IF
           MOVE SUMA-SALARIOS TO DET-TOTAL
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           CLOSE REPORTE-FILE.

        IMPRIMIR-DEPARTAMENTO.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE SPACES TO LINEA-DETALLE
           MOVE TAB-DEP-CODIGO(IDX-DEP) TO DET-DEPARTAMENTO
           MOVE TAB-DEP-NOMBRE(IDX-DEP) TO DET-NOMBRE
           MOVE TAB-DEP-CENTRO(IDX-DEP) TO DET-CENTRO
           MOVE TAB-DEP-PLANTILLA(IDX-DEP) TO DET-PLANTILLA
           MOVE TAB-DEP-MINIMO(IDX-DEP) TO DET-MINIMO
           MOVE TAB-DEP-PROMEDIO(IDX-DEP) TO DET-PROMEDIO
           MOVE TAB-DEP-MAXIMO(IDX-DEP) TO DET-MAXIMO
           MOVE TAB-DEP-TOTAL(IDX-DEP) TO DET-TOTAL
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA
           ADD TAB-DEP-PLANTILLA(IDX-DEP) TO SUMA-PLANTILLA
           ADD TAB-DEP-TOTAL(IDX-DEP) TO SUMA-SALARIOS
           IF TAB-DEP-PLANTILLA(IDX-DEP) < 2
              EXIT PARAGRAPH
           END-IF
           COMPUTE LIMITE-INFERIOR ROUNDED = TAB-DEP-PROMEDIO(IDX-DEP)
              * (1 - TOLERANCIA-BANDA)
           COMPUTE LIMITE-SUPERIOR ROUNDED = TAB-DEP-PROMEDIO(IDX-DEP)
              * (1 + TOLERANCIA-BANDA)
           PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS
              IF TAB-EMP-RENGLON(IDX-EMP) = IDX-DEP
                    AND (TAB-EMP-SALARIO(IDX-EMP) < LIMITE-INFERIOR
                    OR TAB-EMP-SALARIO(IDX-EMP) > LIMITE-SUPERIOR)
                 PERFORM IMPRIMIR-FUERA-DE-BANDA
              END-IF
           END-PERFORM.

        IMPRIMIR-FUERA-DE-BANDA.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           COMPUTE DESVIACION ROUNDED
              = (TAB-EMP-SALARIO(IDX-EMP) - TAB-DEP-PROMEDIO(IDX-DEP))
              * 100 / TAB-DEP-PROMEDIO(IDX-DEP)
           MOVE TAB-EMP-NUMERO(IDX-EMP) TO FUE-NUMERO
           MOVE TAB-EMP-NOMBRE(IDX-EMP) TO FUE-NOMBRE
           MOVE TAB-EMP-SALARIO(IDX-EMP) TO FUE-SALARIO
           MOVE DESVIACION TO FUE-DESVIACION
           WRITE LINEA-REPORTE FROM LINEA-FUERA
           ADD 1 TO RENGLONES-EN-PAGINA
           ADD 1 TO FUERA-DE-BANDA.

        IMPRIMIR-ENCABEZADO.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-HOY TO ENC-FECHA
           COMPUTE ENC-TOLERANCIA = TOLERANCIA-BANDA * 100
           MOVE 0 TO RENGLONES-EN-PAGINA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

      *---- Catálogo de departamentos con sus acumuladores en cero,
      *---- precedido del renglón 0 de empleados sin departamento.
        CARGAR-DEPARTAMENTOS.
           MOVE 1 TO TOTAL-DEPARTAMENTOS
           SET IDX-DEP TO 1
           PERFORM LIMPIAR-DEPARTAMENTO
           MOVE 0 TO TAB-DEP-CODIGO(1)
           MOVE "SIN DEPARTAMENTO ASIGNADO" TO TAB-DEP-NOMBRE(1)
           MOVE 'A' TO TAB-DEP-ESTADO(1)
           OPEN INPUT DEPARTAMENTOS-FILE
           IF WS-ESTADO-DEPARTAMENTOS NOT = '00'
              DISPLAY "DEPARTAMENTOS.DAT NO ENCONTRADO, TODA LA "
                 "PLANTILLA VA SIN DEPARTAMENTO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DEP
              READ DEPARTAMENTOS-FILE
                 AT END MOVE 'S' TO EOF-DEP
                 NOT AT END
                    IF DEP-CODIGO NUMERIC AND DEP-CODIGO > 0
                          AND TOTAL-DEPARTAMENTOS < 999
                       ADD 1 TO TOTAL-DEPARTAMENTOS
                       SET IDX-DEP TO TOTAL-DEPARTAMENTOS
                       PERFORM LIMPIAR-DEPARTAMENTO
                       MOVE DEP-CODIGO TO TAB-DEP-CODIGO(IDX-DEP)
                       MOVE DEP-NOMBRE TO TAB-DEP-NOMBRE(IDX-DEP)
                       MOVE DEP-CENTRO-COSTO TO TAB-DEP-CENTRO(IDX-DEP)
                       MOVE DEP-ESTADO TO TAB-DEP-ESTADO(IDX-DEP)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPARTAMENTOS-FILE.

        LIMPIAR-DEPARTAMENTO.
           MOVE SPACES TO TAB-DEP-NOMBRE(IDX-DEP)
           MOVE 0 TO TAB-DEP-CENTRO(IDX-DEP)
           MOVE 0 TO TAB-DEP-PLANTILLA(IDX-DEP)
           MOVE ZERO TO TAB-DEP-MINIMO(IDX-DEP)
           MOVE ZERO TO TAB-DEP-MAXIMO(IDX-DEP)
           MOVE ZERO TO TAB-DEP-TOTAL(IDX-DEP)
           MOVE ZERO TO TAB-DEP-PROMEDIO(IDX-DEP).

      *---- Sólo el renglón que rige a la fecha de corte: desde
      *---- menor o igual al corte y hasta en cero o posterior.
        CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-FILE
           IF WS-ESTADO-ASIGNACIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ADP
              READ ASIGNACIONES-FILE
                 AT END MOVE 'S' TO EOF-ADP
                 NOT AT END
                    IF ADP-EMPLEADO NUMERIC
                          AND ADP-FECHA-DESDE <= WS-FECHA-HOY
                          AND (ADP-FECHA-HASTA = 0
                          OR ADP-FECHA-HASTA > WS-FECHA-HOY)
                          AND TOTAL-ASIGNACIONES < 9999
                       ADD 1 TO TOTAL-ASIGNACIONES
                       MOVE ADP-EMPLEADO
                         TO TAB-ADP-EMPLEADO(TOTAL-ASIGNACIONES)
                       MOVE ADP-DEPARTAMENTO
                         TO TAB-ADP-DEPTO(TOTAL-ASIGNACIONES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASIGNACIONES-FILE.
