       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-DEPOSITOS.

      *> --- Conciliación del mayor contra el auxiliar de cuentas.
      *> Cada noche, después de CONTABILIDAD-GENERAL, compara por
      *> moneda y sucursal el saldo acreedor de las cuentas de
      *> captación del mayor (las marcadas con captación en
      *> CATALOGO_CONTABLE.CTL, último periodo de SALDOS_GL.DAT)
      *> contra la suma de SALDO de CUENTAS.DAT, y deja en
      *> CONCILIACION_DEPOSITOS.RPT cada renglón con su diferencia;
      *> los que no cuadran quedan marcados para que contabilidad los
      *> investigue. Cuentas sin moneda cuentan como MXN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO 'CATALOGO_CONTABLE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT SALDOS-GL-FILE ASSIGN TO 'SALDOS_GL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALDOS-GL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT REPORTE-FILE ASSIGN TO 'CONCILIACION_DEPOSITOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-FILE.
           COPY CATALOGOREG.

       FD SALDOS-GL-FILE.
           COPY SALDOGLREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CATALOGO  PIC X(2).
       01 WS-ESTADO-SALDOS-GL PIC X(2).
       01 WS-ESTADO-CUENTAS   PIC X(2).
       01 WS-ESTADO-REPORTE   PIC X(2).
       01 EOF-CAT PIC X VALUE 'N'.
          88 FIN-CAT VALUE 'S'.
       01 EOF-SGL PIC X VALUE 'N'.
          88 FIN-SGL VALUE 'S'.
       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 PERIODO-MAYOR PIC 9(6) VALUE ZERO.
       01 MONEDA-RENGLON PIC X(3).
       01 SUCURSAL-RENGLON PIC 9(3).
       01 ES-CAPTACION PIC X(1) VALUE 'N'.
          88 CUENTA-DE-CAPTACION VALUE 'S'.
       01 RENGLONES-DESCUADRADOS PIC 9(4) VALUE 0.

      *> --- Cuentas de captación del catálogo.
       01 CAPTACION-TABLA.
          05 CAPTACION-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CAPTACION
                INDEXED BY IDX-CAP.
             10 TAB-CAP-CUENTA PIC 9(6).
       01 TOTAL-CAPTACION PIC 9(3) VALUE 0.

      *> --- Renglones de saldos de captación del mayor, guardados
      *> para quedarse sólo con el último periodo.
       01 MAYOR-TABLA.
          05 MAYOR-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-MAYOR
                INDEXED BY IDX-MAY.
             10 TAB-MAY-PERIODO  PIC 9(6).
             10 TAB-MAY-MONEDA   PIC X(3).
             10 TAB-MAY-SUCURSAL PIC 9(3).
             10 TAB-MAY-FINAL    PIC S9(11)V99.
       01 TOTAL-MAYOR PIC 9(4) VALUE 0.

      *> --- Conciliación por moneda y sucursal.
       01 CONCILIA-TABLA.
          05 CONCILIA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CONCILIA
                INDEXED BY IDX-CON.
             10 TAB-CON-MONEDA   PIC X(3).
             10 TAB-CON-SUCURSAL PIC 9(3).
             10 TAB-CON-MAYOR    PIC S9(11)V99.
             10 TAB-CON-AUXILIAR PIC S9(11)V99.
             10 TAB-CON-CUENTAS  PIC 9(6).
       01 TOTAL-CONCILIA PIC 9(3) VALUE 0.
       01 DIFERENCIA PIC S9(11)V99 VALUE ZERO.

      *> --- Totales por moneda.
       01 MONEDAS-TABLA.
          05 MONEDA-TOTAL OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-MONEDAS
                INDEXED BY IDX-MON.
             10 TAB-MON-CODIGO   PIC X(3).
             10 TAB-MON-MAYOR    PIC S9(13)V99.
             10 TAB-MON-AUXILIAR PIC S9(13)V99.
       01 TOTAL-MONEDAS PIC 9(2) VALUE 0.

       01 ENC-CONCILIACION.
          05 FILLER      PIC X(40)
             VALUE "CONCILIACION DE CAPTACION  PERIODO MAYOR".
          05 FILLER      PIC X(1) VALUE SPACE.
          05 EC-PERIODO  PIC 9(6).
          05 FILLER      PIC X(8) VALUE "  FECHA ".
          05 EC-FECHA    PIC 9(8).
       01 ENC-COLUMNAS.
          05 FILLER PIC X(50)
             VALUE "MON SUC CUENTAS         MAYOR          AUXILIAR   ".
          05 FILLER PIC X(30)
             VALUE "     DIFERENCIA".
       01 DET-CONCILIA.
          05 DC-MONEDA     PIC X(3).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-SUCURSAL   PIC 9(3).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-CUENTAS    PIC ZZZZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-MAYOR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-AUXILIAR   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-DIFERENCIA PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DC-MARCA      PIC X(13).
       01 DET-TOTAL-MONEDA.
          05 FILLER        PIC X(6) VALUE "TOTAL ".
          05 DTM-MONEDA    PIC X(3).
          05 FILLER        PIC X(4) VALUE SPACES.
          05 DTM-MAYOR     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTM-AUXILIAR  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTM-DIFERENCIA PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTM-MARCA     PIC X(13).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-CAPTACION
            IF TOTAL-CAPTACION = 0
               DISPLAY "SIN CUENTAS DE CAPTACION EN "
                  "CATALOGO_CONTABLE.CTL, NADA QUE CONCILIAR"
               GOBACK
            END-IF
            PERFORM CARGAR-MAYOR
            PERFORM VARYING IDX-MAY FROM 1 BY 1
                    UNTIL IDX-MAY > TOTAL-MAYOR
               IF TAB-MAY-PERIODO(IDX-MAY) = PERIODO-MAYOR
                  MOVE TAB-MAY-MONEDA(IDX-MAY) TO MONEDA-RENGLON
                  MOVE TAB-MAY-SUCURSAL(IDX-MAY) TO SUCURSAL-RENGLON
                  PERFORM UBICAR-CONCILIA
                  SUBTRACT TAB-MAY-FINAL(IDX-MAY)
                    FROM TAB-CON-MAYOR(IDX-CON)
               END-IF
            END-PERFORM

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CTA
               READ CUENTAS-FILE NEXT RECORD
                  AT END MOVE 'S' TO EOF-CTA
                  NOT AT END
                     PERFORM SUMAR-CUENTA
               END-READ
            END-PERFORM
            CLOSE CUENTAS-FILE

            PERFORM REPORTAR-CONCILIACION

            DISPLAY "--------------------------------"
            DISPLAY "CONCILIACION DE CAPTACION, PERIODO " PERIODO-MAYOR
            DISPLAY "RENGLONES MONEDA/SUCURSAL: " TOTAL-CONCILIA
            DISPLAY "RENGLONES CON DIFERENCIA:  " RENGLONES-DESCUADRADOS
            IF RENGLONES-DESCUADRADOS > 0
               DISPLAY "*** REVISE CONCILIACION_DEPOSITOS.RPT ***"
            END-IF
            DISPLAY "--------------------------------"

            GOBACK.

        SUMAR-CUENTA.
           MOVE CUENTA-MONEDA TO MONEDA-RENGLON
           IF MONEDA-RENGLON = SPACES OR MONEDA-RENGLON = LOW-VALUES
              MOVE "MXN" TO MONEDA-RENGLON
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO SUCURSAL-RENGLON
           ELSE
              MOVE ZERO TO SUCURSAL-RENGLON
           END-IF
           PERFORM UBICAR-CONCILIA
           ADD SALDO TO TAB-CON-AUXILIAR(IDX-CON)
           ADD 1 TO TAB-CON-CUENTAS(IDX-CON).

      *---- Ubica (o abre en ceros) el renglón de MONEDA-RENGLON y
      *---- SUCURSAL-RENGLON.
        UBICAR-CONCILIA.
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > TOTAL-CONCILIA
              IF TAB-CON-MONEDA(IDX-CON) = MONEDA-RENGLON
                    AND TAB-CON-SUCURSAL(IDX-CON) = SUCURSAL-RENGLON
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-CON > TOTAL-CONCILIA
              ADD 1 TO TOTAL-CONCILIA
              SET IDX-CON TO TOTAL-CONCILIA
              MOVE MONEDA-RENGLON TO TAB-CON-MONEDA(IDX-CON)
              MOVE SUCURSAL-RENGLON TO TAB-CON-SUCURSAL(IDX-CON)
              MOVE ZERO TO TAB-CON-MAYOR(IDX-CON)
              MOVE ZERO TO TAB-CON-AUXILIAR(IDX-CON)
              MOVE ZERO TO TAB-CON-CUENTAS(IDX-CON)
           END-IF.

      *---- Un renglón por moneda y sucursal con mayor, auxiliar y
      *---- diferencia, y el total de cada moneda.
        REPORTAR-CONCILIACION.
           OPEN OUTPUT REPORTE-FILE
           MOVE PERIODO-MAYOR TO EC-PERIODO
           MOVE WS-FECHA-HOY TO EC-FECHA
           WRITE LINEA-REPORTE FROM ENC-CONCILIACION
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENC-COLUMNAS
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > TOTAL-CONCILIA
              COMPUTE DIFERENCIA = TAB-CON-MAYOR(IDX-CON)
                 - TAB-CON-AUXILIAR(IDX-CON)
              MOVE TAB-CON-MONEDA(IDX-CON) TO DC-MONEDA
              MOVE TAB-CON-SUCURSAL(IDX-CON) TO DC-SUCURSAL
              MOVE TAB-CON-CUENTAS(IDX-CON) TO DC-CUENTAS
              MOVE TAB-CON-MAYOR(IDX-CON) TO DC-MAYOR
              MOVE TAB-CON-AUXILIAR(IDX-CON) TO DC-AUXILIAR
              MOVE DIFERENCIA TO DC-DIFERENCIA
              IF DIFERENCIA = 0
                 MOVE "CUADRA" TO DC-MARCA
              ELSE
                 MOVE "*** DIFERENCIA" TO DC-MARCA
                 ADD 1 TO RENGLONES-DESCUADRADOS
              END-IF
              WRITE LINEA-REPORTE FROM DET-CONCILIA
              PERFORM ACUMULAR-MONEDA
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-MON FROM 1 BY 1
                   UNTIL IDX-MON > TOTAL-MONEDAS
              COMPUTE DIFERENCIA = TAB-MON-MAYOR(IDX-MON)
                 - TAB-MON-AUXILIAR(IDX-MON)
              MOVE TAB-MON-CODIGO(IDX-MON) TO DTM-MONEDA
              MOVE TAB-MON-MAYOR(IDX-MON) TO DTM-MAYOR
              MOVE TAB-MON-AUXILIAR(IDX-MON) TO DTM-AUXILIAR
              MOVE DIFERENCIA TO DTM-DIFERENCIA
              IF DIFERENCIA = 0
                 MOVE "CUADRA" TO DTM-MARCA
              ELSE
                 MOVE "*** DIFERENCIA" TO DTM-MARCA
              END-IF
              WRITE LINEA-REPORTE FROM DET-TOTAL-MONEDA
           END-PERFORM
           CLOSE REPORTE-FILE.

        ACUMULAR-MONEDA.
           PERFORM VARYING IDX-MON FROM 1 BY 1
                   UNTIL IDX-MON > TOTAL-MONEDAS
              IF TAB-MON-CODIGO(IDX-MON) = TAB-CON-MONEDA(IDX-CON)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-MON > TOTAL-MONEDAS
              ADD 1 TO TOTAL-MONEDAS
              SET IDX-MON TO TOTAL-MONEDAS
              MOVE TAB-CON-MONEDA(IDX-CON) TO TAB-MON-CODIGO(IDX-MON)
              MOVE ZERO TO TAB-MON-MAYOR(IDX-MON)
              MOVE ZERO TO TAB-MON-AUXILIAR(IDX-MON)
           END-IF
           ADD TAB-CON-MAYOR(IDX-CON) TO TAB-MON-MAYOR(IDX-MON)
           ADD TAB-CON-AUXILIAR(IDX-CON) TO TAB-MON-AUXILIAR(IDX-MON).

        CARGAR-CAPTACION.
           OPEN INPUT CATALOGO-FILE
           IF WS-ESTADO-CATALOGO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CAT
              READ CATALOGO-FILE
                 AT END MOVE 'S' TO EOF-CAT
                 NOT AT END
                    IF CAT-ES-CUENTA AND CAT-CAPTACION = 'S'
                       ADD 1 TO TOTAL-CAPTACION
                       MOVE CAT-CUENTA
                         TO TAB-CAP-CUENTA(TOTAL-CAPTACION)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE.

      *---- Guarda los saldos de las cuentas de captación y ubica el
      *---- último periodo del mayor.
        CARGAR-MAYOR.
           OPEN INPUT SALDOS-GL-FILE
           IF WS-ESTADO-SALDOS-GL NOT = '00'
              DISPLAY "SALDOS_GL.DAT NO ENCONTRADO, EL MAYOR QUEDA "
                 "EN CERO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SGL
              READ SALDOS-GL-FILE
                 AT END MOVE 'S' TO EOF-SGL
                 NOT AT END
                    IF SGL-PERIODO > PERIODO-MAYOR
                       MOVE SGL-PERIODO TO PERIODO-MAYOR
                    END-IF
                    MOVE 'N' TO ES-CAPTACION
                    PERFORM VARYING IDX-CAP FROM 1 BY 1
                            UNTIL IDX-CAP > TOTAL-CAPTACION
                       IF TAB-CAP-CUENTA(IDX-CAP) = SGL-CUENTA
                          MOVE 'S' TO ES-CAPTACION
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                    IF CUENTA-DE-CAPTACION
                       ADD 1 TO TOTAL-MAYOR
                       MOVE SGL-PERIODO TO TAB-MAY-PERIODO(TOTAL-MAYOR)
                       MOVE SGL-MONEDA TO TAB-MAY-MONEDA(TOTAL-MAYOR)
                       MOVE SGL-SUCURSAL
                         TO TAB-MAY-SUCURSAL(TOTAL-MAYOR)
                       MOVE SGL-SALDO-FINAL
                         TO TAB-MAY-FINAL(TOTAL-MAYOR)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALDOS-GL-FILE.
