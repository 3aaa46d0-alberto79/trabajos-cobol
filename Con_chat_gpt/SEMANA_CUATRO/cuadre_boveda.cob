       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRE-BOVEDA.

      *> --- Cuadre de bóveda por sucursal al fin del día: amarra la
      *> bóveda, las cajas y la posición de POSICION_CAJAS.DAT.
      *> La bóveda se reconstruye desde su inventario de BOVEDA.DAT
      *> hacia atrás con los movimientos ejecutados hoy en
      *> MOVS_BOVEDA.DAT (inicial más concentraciones y pedidos de
      *> tesorería, menos dotaciones y remesas, igual al final). Las
      *> cajas salen del último cierre de hoy de cada operador en
      *> CIERRES_CAJA.DAT: lo contado en el arqueo, más lo dotado y
      *> menos lo concentrado después de ese cierre, es lo que sigue
      *> fuera de la bóveda; un cajero que movió efectivo con la
      *> bóveda sin arquear cuenta con su neto de bóveda y se
      *> señala. El efectivo físico (bóveda más cajones) se compara
      *> con la posición que dejó POSICION-CAJAS hoy: la diferencia
      *> debe ser la suma de sobrantes y faltantes de los arqueos;
      *> lo que no explican los arqueos es descuadre. El detalle
      *> queda en CUADRE_BOVEDA.RPT. Lo corre PROCESO-NOCTURNO
      *> después de PRUEBA-CAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOVEDA-FILE ASSIGN TO 'BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BOVEDA.
           SELECT MOVS-BOVEDA-FILE ASSIGN TO 'MOVS_BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVS-BOVEDA.
           SELECT CIERRES-CAJA-FILE ASSIGN TO 'CIERRES_CAJA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CIERRES.
           SELECT POSICION-FILE ASSIGN TO 'POSICION_CAJAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POSICION.
           SELECT REPORTE-FILE ASSIGN TO 'CUADRE_BOVEDA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD BOVEDA-FILE.
           COPY BOVEDAREG.

       FD MOVS-BOVEDA-FILE.
           COPY MOVBOVEDAREG.

      *---- Mismo trazado que escribe CIERRE_CAJA en PROYECTO1.
       FD CIERRES-CAJA-FILE.
       01 CIERRE-CAJA-REG.
           05 CCJ-FECHA     PIC 9(8).
           05 CCJ-HORA      PIC 9(6).
           05 CCJ-OPERADOR  PIC X(8).
           05 CCJ-SUCURSAL  PIC 9(3).
           05 CCJ-DEP-CANT  PIC 9(5).
           05 CCJ-DEP-MONTO PIC S9(8)V99.
           05 CCJ-RET-CANT  PIC 9(5).
           05 CCJ-RET-MONTO PIC S9(8)V99.
           05 CCJ-NETO      PIC S9(8)V99.
           05 CCJ-BILLETES  PIC 9(5) OCCURS 6 TIMES.
           05 CCJ-EFECTIVO  PIC 9(9)V99.
           05 CCJ-DIFERENCIA PIC S9(9)V99.
           05 CCJ-DOTACION  PIC S9(8)V99.
           05 CCJ-CONCENTRACION PIC S9(8)V99.

      *---- Mismo trazado que reescribe POSICION-CAJAS.
       FD POSICION-FILE.
       01 POSICION-REG.
           05 POS-SUCURSAL PIC 9(3).
           05 POS-FECHA    PIC 9(8).
           05 POS-POSICION PIC S9(11)V99.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-BOVEDA      PIC X(2).
       01 WS-ESTADO-MOVS-BOVEDA PIC X(2).
       01 WS-ESTADO-CIERRES     PIC X(2).
       01 WS-ESTADO-POSICION    PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-BOV PIC X VALUE 'N'.
          88 FIN-BOV VALUE 'S'.
       01 EOF-MBV PIC X VALUE 'N'.
          88 FIN-MBV VALUE 'S'.
       01 EOF-CCJ PIC X VALUE 'N'.
          88 FIN-CCJ VALUE 'S'.
       01 EOF-POS PIC X VALUE 'N'.
          88 FIN-POS VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 IDX PIC 9(3) VALUE 1.
       01 IDX-DEN PIC 9(1) VALUE 1.
       01 SUCURSAL-BUSCADA PIC 9(3) VALUE 0.
       01 OPERADOR-BUSCADO PIC X(8) VALUE SPACES.
       01 TOTAL-DESCUADRES PIC 9(3) VALUE 0.

      *> --- Denominaciones de la bóveda, en el orden del arqueo de
      *> ventanilla.
       01 DENOMINACIONES-VAL.
          05 FILLER PIC 9(4) VALUE 1000.
          05 FILLER PIC 9(4) VALUE 0500.
          05 FILLER PIC 9(4) VALUE 0200.
          05 FILLER PIC 9(4) VALUE 0100.
          05 FILLER PIC 9(4) VALUE 0050.
          05 FILLER PIC 9(4) VALUE 0020.
       01 DENOMINACIONES REDEFINES DENOMINACIONES-VAL.
          05 DENOMINACION PIC 9(4) OCCURS 6 TIMES.

      *> --- Cuadre por sucursal.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-CODIGO        PIC 9(3).
             10 TAB-SUC-BILLETES      PIC 9(7) OCCURS 6 TIMES.
             10 TAB-SUC-BOVEDA-FINAL  PIC S9(11)V99.
             10 TAB-SUC-BOVEDA-INICIAL PIC S9(11)V99.
             10 TAB-SUC-DOTACIONES    PIC S9(11)V99.
             10 TAB-SUC-CONCENTRACIONES PIC S9(11)V99.
             10 TAB-SUC-PEDIDOS       PIC S9(11)V99.
             10 TAB-SUC-REMESAS       PIC S9(11)V99.
             10 TAB-SUC-ARQUEADAS     PIC 9(3).
             10 TAB-SUC-SIN-ARQUEO    PIC 9(3).
             10 TAB-SUC-CONTADO       PIC S9(11)V99.
             10 TAB-SUC-POSTERIOR     PIC S9(11)V99.
             10 TAB-SUC-CAJONES       PIC S9(11)V99.
             10 TAB-SUC-ARQUEOS       PIC S9(11)V99.
             10 TAB-SUC-FISICO        PIC S9(11)V99.
             10 TAB-SUC-HAY-POSICION  PIC X(1).
             10 TAB-SUC-POSICION      PIC S9(11)V99.
             10 TAB-SUC-DIFERENCIA    PIC S9(11)V99.
             10 TAB-SUC-SIN-EXPLICAR  PIC S9(11)V99.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.

      *> --- Último cierre de hoy de cada operador, y lo que movió
      *> con la bóveda después de él.
       01 OPERADORES-TABLA.
          05 OPERADOR-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-OPERADORES
                INDEXED BY IDX-OPR.
             10 TAB-OPR-SUCURSAL   PIC 9(3).
             10 TAB-OPR-ID         PIC X(8).
             10 TAB-OPR-ARQUEADO   PIC X(1).
             10 TAB-OPR-HORA       PIC 9(6).
             10 TAB-OPR-EFECTIVO   PIC S9(9)V99.
             10 TAB-OPR-DIFERENCIA PIC S9(9)V99.
             10 TAB-OPR-POSTERIOR  PIC S9(9)V99.
       01 TOTAL-OPERADORES PIC 9(3) VALUE 0.

      *> --- Renglones del reporte.
       01 LINEA-SUCURSAL.
          05 FILLER          PIC X(9) VALUE "SUCURSAL ".
          05 CBV-DET-SUC     PIC 9(3).
          05 FILLER          PIC X(3) VALUE " - ".
          05 CBV-DET-ESTADO  PIC X(30).
       01 LINEA-BOVEDA.
          05 FILLER          PIC X(11) VALUE "  BOVEDA  I".
          05 CBV-DET-INI     PIC ---,---,--9.99.
          05 FILLER          PIC X(4) VALUE " +C ".
          05 CBV-DET-CON     PIC ---,---,--9.99.
          05 FILLER          PIC X(4) VALUE " -D ".
          05 CBV-DET-DOT     PIC ---,---,--9.99.
          05 FILLER          PIC X(4) VALUE " +P ".
          05 CBV-DET-PED     PIC ---,---,--9.99.
          05 FILLER          PIC X(4) VALUE " -R ".
          05 CBV-DET-REM     PIC ---,---,--9.99.
          05 FILLER          PIC X(4) VALUE " =F ".
          05 CBV-DET-FIN     PIC ---,---,--9.99.
       01 LINEA-BILLETES.
          05 FILLER          PIC X(12) VALUE "  BILLETES  ".
          05 CBV-DET-DENOM OCCURS 6 TIMES.
             10 CBV-DET-VALOR PIC ZZZ9.
             10 FILLER        PIC X(1) VALUE "x".
             10 CBV-DET-CANT  PIC Z,ZZZ,ZZ9.
             10 FILLER        PIC X(2) VALUE SPACES.
       01 LINEA-CAJAS.
          05 FILLER          PIC X(21) VALUE "  CAJAS   ARQUEADAS  ".
          05 CBV-DET-ARQ     PIC ZZ9.
          05 FILLER          PIC X(12) VALUE " SIN ARQUEO ".
          05 CBV-DET-SIN     PIC ZZ9.
          05 FILLER          PIC X(9) VALUE " CONTADO ".
          05 CBV-DET-CONT    PIC ---,---,--9.99.
          05 FILLER          PIC X(11) VALUE " POSTERIOR ".
          05 CBV-DET-POST    PIC ---,---,--9.99.
          05 FILLER          PIC X(9) VALUE " CAJONES ".
          05 CBV-DET-CAJ     PIC ---,---,--9.99.
       01 LINEA-AMARRE.
          05 FILLER          PIC X(11) VALUE "  FISICO   ".
          05 CBV-DET-FIS     PIC ---,---,--9.99.
          05 FILLER          PIC X(10) VALUE " POSICION ".
          05 CBV-DET-POS     PIC ---,---,--9.99.
          05 FILLER          PIC X(6) VALUE " DIF. ".
          05 CBV-DET-DIF     PIC ---,---,--9.99.
          05 FILLER          PIC X(9) VALUE " ARQUEOS ".
          05 CBV-DET-ARQUEOS PIC ---,---,--9.99.
          05 FILLER          PIC X(13) VALUE " SIN EXPLICAR".
          05 CBV-DET-SINEXP  PIC ---,---,--9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-BOVEDAS.
            PERFORM CARGAR-CIERRES-DEL-DIA.
            PERFORM ACUMULAR-MOVIMIENTOS-DEL-DIA.
            PERFORM CARGAR-POSICIONES.
            PERFORM SUMAR-CAJONES.

      *---- Bóveda inicial, efectivo físico y amarre contra la
      *---- posición de cada sucursal.
            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCURSALES
               COMPUTE TAB-SUC-BOVEDA-INICIAL(IDX-SUC)
                  = TAB-SUC-BOVEDA-FINAL(IDX-SUC)
                  - TAB-SUC-CONCENTRACIONES(IDX-SUC)
                  - TAB-SUC-PEDIDOS(IDX-SUC)
                  + TAB-SUC-DOTACIONES(IDX-SUC)
                  + TAB-SUC-REMESAS(IDX-SUC)
               COMPUTE TAB-SUC-FISICO(IDX-SUC)
                  = TAB-SUC-BOVEDA-FINAL(IDX-SUC)
                  + TAB-SUC-CAJONES(IDX-SUC)
               COMPUTE TAB-SUC-DIFERENCIA(IDX-SUC)
                  = TAB-SUC-FISICO(IDX-SUC)
                  - TAB-SUC-POSICION(IDX-SUC)
               COMPUTE TAB-SUC-SIN-EXPLICAR(IDX-SUC)
                  = TAB-SUC-DIFERENCIA(IDX-SUC)
                  - TAB-SUC-ARQUEOS(IDX-SUC)
               IF TAB-SUC-SIN-EXPLICAR(IDX-SUC) NOT = 0
                     OR TAB-SUC-HAY-POSICION(IDX-SUC) NOT = 'S'
                  ADD 1 TO TOTAL-DESCUADRES
               END-IF
            END-PERFORM.

            PERFORM IMPRIMIR-REPORTE.

            DISPLAY "CUADRE DE BOVEDA DEL " WS-FECHA-HOY ": "
               TOTAL-SUCURSALES " SUCURSALES, "
               TOTAL-DESCUADRES " SIN CUADRAR".

            GOBACK.

      *---- Inventario final de cada bóveda, valuado por
      *---- denominación.
        CARGAR-BOVEDAS.
           OPEN INPUT BOVEDA-FILE.
           IF WS-ESTADO-BOVEDA NOT = '00'
              DISPLAY "BOVEDA.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-BOVEDA "), BOVEDAS EN CERO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-BOV
              READ BOVEDA-FILE
                 AT END MOVE 'S' TO EOF-BOV
                 NOT AT END
                    IF BOV-SUCURSAL NUMERIC
                       MOVE BOV-SUCURSAL TO SUCURSAL-BUSCADA
                       PERFORM UBICAR-SUCURSAL
                       PERFORM VARYING IDX-DEN FROM 1 BY 1
                               UNTIL IDX-DEN > 6
                          MOVE BOV-BILLETES(IDX-DEN)
                            TO TAB-SUC-BILLETES(IDX-SUC, IDX-DEN)
                          COMPUTE TAB-SUC-BOVEDA-FINAL(IDX-SUC)
                             = TAB-SUC-BOVEDA-FINAL(IDX-SUC)
                             + BOV-BILLETES(IDX-DEN)
                             * DENOMINACION(IDX-DEN)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOVEDA-FILE.

      *---- Último cierre de hoy de cada operador: un operador que
      *---- cierra dos veces deja el conteo del segundo, que ya
      *---- trae toda su sesión.
        CARGAR-CIERRES-DEL-DIA.
           OPEN INPUT CIERRES-CAJA-FILE.
           IF WS-ESTADO-CIERRES NOT = '00'
              DISPLAY "CIERRES_CAJA.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CIERRES "), SIN CIERRES HOY"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CCJ
              READ CIERRES-CAJA-FILE
                 AT END MOVE 'S' TO EOF-CCJ
                 NOT AT END
                    IF CCJ-FECHA = WS-FECHA-HOY
                       MOVE CCJ-SUCURSAL TO SUCURSAL-BUSCADA
                       MOVE CCJ-OPERADOR TO OPERADOR-BUSCADO
                       PERFORM UBICAR-OPERADOR
                       IF TAB-OPR-ARQUEADO(IDX-OPR) NOT = 'S'
                             OR CCJ-HORA >= TAB-OPR-HORA(IDX-OPR)
                          MOVE 'S' TO TAB-OPR-ARQUEADO(IDX-OPR)
                          MOVE CCJ-HORA TO TAB-OPR-HORA(IDX-OPR)
                          MOVE CCJ-EFECTIVO
                            TO TAB-OPR-EFECTIVO(IDX-OPR)
                          MOVE CCJ-DIFERENCIA
                            TO TAB-OPR-DIFERENCIA(IDX-OPR)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CIERRES-CAJA-FILE.

      *---- Movimientos ejecutados hoy: los de tesorería y los de
      *---- las cajas, y de éstos los que pasaron después del
      *---- último arqueo del cajero.
        ACUMULAR-MOVIMIENTOS-DEL-DIA.
           OPEN INPUT MOVS-BOVEDA-FILE.
           IF WS-ESTADO-MOVS-BOVEDA NOT = '00'
              DISPLAY "MOVS_BOVEDA.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-MOVS-BOVEDA "), SIN MOVIMIENTOS HOY"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-MBV
              READ MOVS-BOVEDA-FILE
                 AT END MOVE 'S' TO EOF-MBV
                 NOT AT END
                    IF MBV-EJECUTADO
                          AND MBV-FECHA-EJEC = WS-FECHA-HOY
                       PERFORM ACUMULAR-MOVIMIENTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MOVS-BOVEDA-FILE.

        ACUMULAR-MOVIMIENTO.
           MOVE MBV-SUCURSAL TO SUCURSAL-BUSCADA.
           PERFORM UBICAR-SUCURSAL.
           EVALUATE TRUE
              WHEN MBV-PEDIDO
                 ADD MBV-IMPORTE TO TAB-SUC-PEDIDOS(IDX-SUC)
              WHEN MBV-REMESA
                 ADD MBV-IMPORTE TO TAB-SUC-REMESAS(IDX-SUC)
              WHEN MBV-DOTACION
                 ADD MBV-IMPORTE TO TAB-SUC-DOTACIONES(IDX-SUC)
              WHEN MBV-CONCENTRACION
                 ADD MBV-IMPORTE TO TAB-SUC-CONCENTRACIONES(IDX-SUC)
           END-EVALUATE.
           IF MBV-DOTACION OR MBV-CONCENTRACION
              MOVE MBV-OPERADOR TO OPERADOR-BUSCADO
              PERFORM UBICAR-OPERADOR
              IF TAB-OPR-ARQUEADO(IDX-OPR) NOT = 'S'
                    OR MBV-HORA > TAB-OPR-HORA(IDX-OPR)
                 IF MBV-DOTACION
                    ADD MBV-IMPORTE TO TAB-OPR-POSTERIOR(IDX-OPR)
                 ELSE
                    SUBTRACT MBV-IMPORTE
                       FROM TAB-OPR-POSTERIOR(IDX-OPR)
                 END-IF
              END-IF
           END-IF.

      *---- Posición de hoy que dejó POSICION-CAJAS; una sucursal
      *---- con la posición de otro día queda sin amarre.
        CARGAR-POSICIONES.
           OPEN INPUT POSICION-FILE.
           IF WS-ESTADO-POSICION NOT = '00'
              DISPLAY "POSICION_CAJAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-POSICION "), SIN POSICIONES"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-POS
              READ POSICION-FILE
                 AT END MOVE 'S' TO EOF-POS
                 NOT AT END
                    MOVE POS-SUCURSAL TO SUCURSAL-BUSCADA
                    PERFORM UBICAR-SUCURSAL
                    MOVE POS-POSICION TO TAB-SUC-POSICION(IDX-SUC)
                    IF POS-FECHA = WS-FECHA-HOY
                       MOVE 'S' TO TAB-SUC-HAY-POSICION(IDX-SUC)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POSICION-FILE.

      *---- Lo que sigue en los cajones de cada sucursal: lo contado
      *---- en el último arqueo más lo movido con la bóveda después.
        SUMAR-CAJONES.
           PERFORM VARYING IDX-OPR FROM 1 BY 1
                   UNTIL IDX-OPR > TOTAL-OPERADORES
              MOVE TAB-OPR-SUCURSAL(IDX-OPR) TO SUCURSAL-BUSCADA
              PERFORM UBICAR-SUCURSAL
              IF TAB-OPR-ARQUEADO(IDX-OPR) = 'S'
                 ADD 1 TO TAB-SUC-ARQUEADAS(IDX-SUC)
              ELSE
                 ADD 1 TO TAB-SUC-SIN-ARQUEO(IDX-SUC)
              END-IF
              ADD TAB-OPR-EFECTIVO(IDX-OPR)
                 TO TAB-SUC-CONTADO(IDX-SUC)
              ADD TAB-OPR-POSTERIOR(IDX-OPR)
                 TO TAB-SUC-POSTERIOR(IDX-SUC)
              ADD TAB-OPR-DIFERENCIA(IDX-OPR)
                 TO TAB-SUC-ARQUEOS(IDX-SUC)
           END-PERFORM.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              COMPUTE TAB-SUC-CAJONES(IDX-SUC)
                 = TAB-SUC-CONTADO(IDX-SUC)
                 + TAB-SUC-POSTERIOR(IDX-SUC)
           END-PERFORM.

      *---- Ubica (o abre en ceros) el renglón de SUCURSAL-BUSCADA.
        UBICAR-SUCURSAL.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-CODIGO(IDX-SUC) = SUCURSAL-BUSCADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IDX-SUC > TOTAL-SUCURSALES
              ADD 1 TO TOTAL-SUCURSALES
              SET IDX-SUC TO TOTAL-SUCURSALES
              MOVE SUCURSAL-BUSCADA TO TAB-SUC-CODIGO(IDX-SUC)
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE ZERO TO TAB-SUC-BILLETES(IDX-SUC, IDX-DEN)
              END-PERFORM
              MOVE ZERO TO TAB-SUC-BOVEDA-FINAL(IDX-SUC)
              MOVE ZERO TO TAB-SUC-BOVEDA-INICIAL(IDX-SUC)
              MOVE ZERO TO TAB-SUC-DOTACIONES(IDX-SUC)
              MOVE ZERO TO TAB-SUC-CONCENTRACIONES(IDX-SUC)
              MOVE ZERO TO TAB-SUC-PEDIDOS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-REMESAS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-ARQUEADAS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-SIN-ARQUEO(IDX-SUC)
              MOVE ZERO TO TAB-SUC-CONTADO(IDX-SUC)
              MOVE ZERO TO TAB-SUC-POSTERIOR(IDX-SUC)
              MOVE ZERO TO TAB-SUC-CAJONES(IDX-SUC)
              MOVE ZERO TO TAB-SUC-ARQUEOS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-FISICO(IDX-SUC)
              MOVE 'N' TO TAB-SUC-HAY-POSICION(IDX-SUC)
              MOVE ZERO TO TAB-SUC-POSICION(IDX-SUC)
              MOVE ZERO TO TAB-SUC-DIFERENCIA(IDX-SUC)
              MOVE ZERO TO TAB-SUC-SIN-EXPLICAR(IDX-SUC)
           END-IF.

      *---- Ubica (o abre sin arqueo) el renglón del operador
      *---- OPERADOR-BUSCADO en la sucursal SUCURSAL-BUSCADA.
        UBICAR-OPERADOR.
           PERFORM VARYING IDX-OPR FROM 1 BY 1
                   UNTIL IDX-OPR > TOTAL-OPERADORES
              IF TAB-OPR-SUCURSAL(IDX-OPR) = SUCURSAL-BUSCADA
                    AND TAB-OPR-ID(IDX-OPR) = OPERADOR-BUSCADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IDX-OPR > TOTAL-OPERADORES
              ADD 1 TO TOTAL-OPERADORES
              SET IDX-OPR TO TOTAL-OPERADORES
              MOVE SUCURSAL-BUSCADA TO TAB-OPR-SUCURSAL(IDX-OPR)
              MOVE OPERADOR-BUSCADO TO TAB-OPR-ID(IDX-OPR)
              MOVE 'N' TO TAB-OPR-ARQUEADO(IDX-OPR)
              MOVE ZERO TO TAB-OPR-HORA(IDX-OPR)
              MOVE ZERO TO TAB-OPR-EFECTIVO(IDX-OPR)
              MOVE ZERO TO TAB-OPR-DIFERENCIA(IDX-OPR)
              MOVE ZERO TO TAB-OPR-POSTERIOR(IDX-OPR)
           END-IF.

        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUADRE_BOVEDA.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUADRE DE BOVEDA, CAJAS Y POSICION DEL "
                     DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-SUCURSALES
              MOVE TAB-SUC-CODIGO(IDX) TO CBV-DET-SUC
              EVALUATE TRUE
                 WHEN TAB-SUC-HAY-POSICION(IDX) NOT = 'S'
                    MOVE "SIN POSICION DE HOY" TO CBV-DET-ESTADO
                 WHEN TAB-SUC-SIN-EXPLICAR(IDX) NOT = 0
                    MOVE "DESCUADRE" TO CBV-DET-ESTADO
                 WHEN TAB-SUC-SIN-ARQUEO(IDX) > 0
                    MOVE "CUADRA, CON CAJAS SIN ARQUEO"
                      TO CBV-DET-ESTADO
                 WHEN OTHER
                    MOVE "CUADRA" TO CBV-DET-ESTADO
              END-EVALUATE
              WRITE LINEA-REPORTE FROM LINEA-SUCURSAL
              MOVE TAB-SUC-BOVEDA-INICIAL(IDX) TO CBV-DET-INI
              MOVE TAB-SUC-CONCENTRACIONES(IDX) TO CBV-DET-CON
              MOVE TAB-SUC-DOTACIONES(IDX) TO CBV-DET-DOT
              MOVE TAB-SUC-PEDIDOS(IDX) TO CBV-DET-PED
              MOVE TAB-SUC-REMESAS(IDX) TO CBV-DET-REM
              MOVE TAB-SUC-BOVEDA-FINAL(IDX) TO CBV-DET-FIN
              WRITE LINEA-REPORTE FROM LINEA-BOVEDA
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE DENOMINACION(IDX-DEN) TO CBV-DET-VALOR(IDX-DEN)
                 MOVE TAB-SUC-BILLETES(IDX, IDX-DEN)
                   TO CBV-DET-CANT(IDX-DEN)
              END-PERFORM
              WRITE LINEA-REPORTE FROM LINEA-BILLETES
              MOVE TAB-SUC-ARQUEADAS(IDX) TO CBV-DET-ARQ
              MOVE TAB-SUC-SIN-ARQUEO(IDX) TO CBV-DET-SIN
              MOVE TAB-SUC-CONTADO(IDX) TO CBV-DET-CONT
              MOVE TAB-SUC-POSTERIOR(IDX) TO CBV-DET-POST
              MOVE TAB-SUC-CAJONES(IDX) TO CBV-DET-CAJ
              WRITE LINEA-REPORTE FROM LINEA-CAJAS
              MOVE TAB-SUC-FISICO(IDX) TO CBV-DET-FIS
              MOVE TAB-SUC-POSICION(IDX) TO CBV-DET-POS
              MOVE TAB-SUC-DIFERENCIA(IDX) TO CBV-DET-DIF
              MOVE TAB-SUC-ARQUEOS(IDX) TO CBV-DET-ARQUEOS
              MOVE TAB-SUC-SIN-EXPLICAR(IDX) TO CBV-DET-SINEXP
              WRITE LINEA-REPORTE FROM LINEA-AMARRE
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-PERFORM.
           CLOSE REPORTE-FILE.
