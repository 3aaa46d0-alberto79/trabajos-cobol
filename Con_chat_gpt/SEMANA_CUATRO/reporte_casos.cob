       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CASOS.

      *> --- Antigüedad de los casos de cumplimiento abiertos
      *> (CASOS_CUMPLIMIENTO.DAT, estado 'A' o 'E') por analista:
      *> cuántos casos tiene cada uno en los tramos de 0 a 7, 8 a 15,
      *> 16 a 30 y más de 30 días desde la alerta, el más antiguo y
      *> cuántos están escalados. Los que nadie ha tomado salen
      *> como SIN ASIGNAR. Días en base 30/360, como el resto de los
      *> reportes. Sale en CASOS_ANTIGUEDAD.RPT; lo corre
      *> PROCESO-NOCTURNO antes de ARCHIVO-REPORTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE ASSIGN TO 'CASOS_CUMPLIMIENTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT REPORTE-FILE ASSIGN TO 'CASOS_ANTIGUEDAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CASOS-FILE.
           COPY CASOREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CASOS   PIC X(2).
       01 WS-ESTADO-REPORTE PIC X(2).

       01 EOF-CAS PIC X VALUE 'N'.
          88 FIN-CAS VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 DIAS-HOY PIC 9(8) VALUE 0.
       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).
       01 DIAS-CALCULO PIC 9(8) VALUE 0.
       01 DIAS-ABIERTO PIC 9(5) VALUE 0.
       01 ANALISTA-CASO PIC X(11) VALUE SPACES.

      *> --- Acumulado por analista.
       01 ANALISTAS-TABLA.
          05 ANALISTA-RENGLON OCCURS 1 TO 500 TIMES
                DEPENDING ON TOTAL-ANALISTAS
                INDEXED BY IDX-ANA.
             10 TAB-ANA-ID        PIC X(11).
             10 TAB-ANA-TRAMO1    PIC 9(5).
             10 TAB-ANA-TRAMO2    PIC 9(5).
             10 TAB-ANA-TRAMO3    PIC 9(5).
             10 TAB-ANA-TRAMO4    PIC 9(5).
             10 TAB-ANA-ESCALADOS PIC 9(5).
             10 TAB-ANA-MAXIMO    PIC 9(5).
       01 TOTAL-ANALISTAS PIC 9(3) VALUE 0.
       01 RENGLON-ANALISTA PIC 9(3) VALUE 0.

       01 TOTAL-ABIERTOS   PIC 9(5) VALUE 0.
       01 TOTAL-TRAMO1     PIC 9(5) VALUE 0.
       01 TOTAL-TRAMO2     PIC 9(5) VALUE 0.
       01 TOTAL-TRAMO3     PIC 9(5) VALUE 0.
       01 TOTAL-TRAMO4     PIC 9(5) VALUE 0.
       01 TOTAL-ESCALADOS  PIC 9(5) VALUE 0.
       01 MAXIMO-GENERAL   PIC 9(5) VALUE 0.

       01 ENCABEZADO-1.
          05 FILLER PIC X(40)
             VALUE "ANTIGUEDAD DE CASOS DE CUMPLIMIENTO AL ".
          05 ENC-FECHA PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER PIC X(40) VALUE
             "ANALISTA       0-7   8-15   16-30    +30".
          05 FILLER PIC X(24) VALUE
             "  TOTAL    ESCAL. MAXIMO".

       01 LINEA-DETALLE.
          05 DET-ANALISTA  PIC X(11).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-TRAMO1    PIC ZZ,ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-TRAMO2    PIC ZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 DET-TRAMO3    PIC ZZ,ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-TRAMO4    PIC ZZ,ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-TOTAL     PIC ZZ,ZZ9.
          05 FILLER        PIC X(4) VALUE SPACES.
          05 DET-ESCALADOS PIC ZZ,ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-MAXIMO    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE WS-FECHA-HOY TO FECHA-CALCULO
            PERFORM CALCULAR-DIAS-30-360
            MOVE DIAS-CALCULO TO DIAS-HOY

            OPEN INPUT CASOS-FILE
            IF WS-ESTADO-CASOS = '00'
               PERFORM UNTIL FIN-CAS
                  READ CASOS-FILE
                     AT END MOVE 'S' TO EOF-CAS
                     NOT AT END
                        IF CAS-ESTADO = 'A' OR CAS-ESTADO = 'E'
                           PERFORM ACUMULAR-CASO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CASOS-FILE
            ELSE
               DISPLAY "CASOS_CUMPLIMIENTO.DAT NO ENCONTRADO, SIN "
                  "CASOS ABIERTOS"
            END-IF

            OPEN OUTPUT REPORTE-FILE
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CASOS_ANTIGUEDAD.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WS-FECHA-HOY TO ENC-FECHA
            WRITE LINEA-REPORTE FROM ENCABEZADO-1
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            WRITE LINEA-REPORTE FROM ENCABEZADO-2

            PERFORM VARYING IDX-ANA FROM 1 BY 1
                    UNTIL IDX-ANA > TOTAL-ANALISTAS
               MOVE TAB-ANA-ID(IDX-ANA) TO DET-ANALISTA
               MOVE TAB-ANA-TRAMO1(IDX-ANA) TO DET-TRAMO1
               MOVE TAB-ANA-TRAMO2(IDX-ANA) TO DET-TRAMO2
               MOVE TAB-ANA-TRAMO3(IDX-ANA) TO DET-TRAMO3
               MOVE TAB-ANA-TRAMO4(IDX-ANA) TO DET-TRAMO4
               COMPUTE DET-TOTAL = TAB-ANA-TRAMO1(IDX-ANA)
                  + TAB-ANA-TRAMO2(IDX-ANA) + TAB-ANA-TRAMO3(IDX-ANA)
                  + TAB-ANA-TRAMO4(IDX-ANA)
               MOVE TAB-ANA-ESCALADOS(IDX-ANA) TO DET-ESCALADOS
               MOVE TAB-ANA-MAXIMO(IDX-ANA) TO DET-MAXIMO
               WRITE LINEA-REPORTE FROM LINEA-DETALLE
            END-PERFORM

            IF TOTAL-ABIERTOS = 0
               MOVE "SIN CASOS ABIERTOS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
            ELSE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "TOTAL" TO DET-ANALISTA
               MOVE TOTAL-TRAMO1 TO DET-TRAMO1
               MOVE TOTAL-TRAMO2 TO DET-TRAMO2
               MOVE TOTAL-TRAMO3 TO DET-TRAMO3
               MOVE TOTAL-TRAMO4 TO DET-TRAMO4
               MOVE TOTAL-ABIERTOS TO DET-TOTAL
               MOVE TOTAL-ESCALADOS TO DET-ESCALADOS
               MOVE MAXIMO-GENERAL TO DET-MAXIMO
               WRITE LINEA-REPORTE FROM LINEA-DETALLE
            END-IF
            CLOSE REPORTE-FILE

            DISPLAY "--------------------------------"
            DISPLAY "CASOS ABIERTOS:       " TOTAL-ABIERTOS
            DISPLAY "CON MAS DE 30 DIAS:   " TOTAL-TRAMO4
            DISPLAY "ESCALADOS:            " TOTAL-ESCALADOS
            DISPLAY "REPORTE EN CASOS_ANTIGUEDAD.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Suma el caso leído al renglón de su analista, en el
      *---- tramo que le toca por días desde la alerta.
        ACUMULAR-CASO.
           MOVE CAS-FECHA-ALERTA TO FECHA-CALCULO
           PERFORM CALCULAR-DIAS-30-360
           IF DIAS-CALCULO < DIAS-HOY
              COMPUTE DIAS-ABIERTO = DIAS-HOY - DIAS-CALCULO
           ELSE
              MOVE 0 TO DIAS-ABIERTO
           END-IF
           IF CAS-ANALISTA = SPACES
              MOVE "SIN ASIGNAR" TO ANALISTA-CASO
           ELSE
              MOVE CAS-ANALISTA TO ANALISTA-CASO
           END-IF
           MOVE 0 TO RENGLON-ANALISTA
           PERFORM VARYING IDX-ANA FROM 1 BY 1
                   UNTIL IDX-ANA > TOTAL-ANALISTAS
              IF TAB-ANA-ID(IDX-ANA) = ANALISTA-CASO
                 SET RENGLON-ANALISTA TO IDX-ANA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-ANALISTA = 0
              IF TOTAL-ANALISTAS >= 500
                 DISPLAY "TABLA DE ANALISTAS LLENA, CASO "
                    CAS-NUMERO " NO ACUMULADO"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-ANALISTAS
              MOVE TOTAL-ANALISTAS TO RENGLON-ANALISTA
              MOVE ANALISTA-CASO TO TAB-ANA-ID(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-TRAMO1(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-TRAMO2(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-TRAMO3(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-TRAMO4(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-ESCALADOS(RENGLON-ANALISTA)
              MOVE 0 TO TAB-ANA-MAXIMO(RENGLON-ANALISTA)
           END-IF
           ADD 1 TO TOTAL-ABIERTOS
           EVALUATE TRUE
              WHEN DIAS-ABIERTO <= 7
                 ADD 1 TO TAB-ANA-TRAMO1(RENGLON-ANALISTA)
                 ADD 1 TO TOTAL-TRAMO1
              WHEN DIAS-ABIERTO <= 15
                 ADD 1 TO TAB-ANA-TRAMO2(RENGLON-ANALISTA)
                 ADD 1 TO TOTAL-TRAMO2
              WHEN DIAS-ABIERTO <= 30
                 ADD 1 TO TAB-ANA-TRAMO3(RENGLON-ANALISTA)
                 ADD 1 TO TOTAL-TRAMO3
              WHEN OTHER
                 ADD 1 TO TAB-ANA-TRAMO4(RENGLON-ANALISTA)
                 ADD 1 TO TOTAL-TRAMO4
           END-EVALUATE
           IF CAS-ESTADO = 'E'
              ADD 1 TO TAB-ANA-ESCALADOS(RENGLON-ANALISTA)
              ADD 1 TO TOTAL-ESCALADOS
           END-IF
           IF DIAS-ABIERTO > TAB-ANA-MAXIMO(RENGLON-ANALISTA)
              MOVE DIAS-ABIERTO TO TAB-ANA-MAXIMO(RENGLON-ANALISTA)
           END-IF
           IF DIAS-ABIERTO > MAXIMO-GENERAL
              MOVE DIAS-ABIERTO TO MAXIMO-GENERAL
           END-IF.

        CALCULAR-DIAS-30-360.
           IF FECHA-CALCULO NOT NUMERIC OR FECHA-CALCULO = 0
              MOVE 0 TO DIAS-CALCULO
              EXIT PARAGRAPH
           END-IF
           IF FC-DIA > 30
              COMPUTE DIAS-CALCULO = FC-ANO * 360 + FC-MES * 30 + 30
           ELSE
              COMPUTE DIAS-CALCULO
                 = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           END-IF.
