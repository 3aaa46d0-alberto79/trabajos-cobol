       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIDAD-GENERAL.

      *> --- Mayor general. Cada noche, después de BATCH-BANCO, pasa
      *> las partidas de CONTABLE.DAT a los saldos por periodo
      *> (AAAAMM), cuenta de mayor, moneda y sucursal de
      *> SALDOS_GL.DAT, usando las reglas de CATALOGO_CONTABLE.CTL
      *> para saber a qué cuenta va cada concepto. Un concepto sin
      *> regla se asienta en la cuenta de suspenso 999999 y se lista
      *> aparte para que contabilidad le dé regla. El concepto
      *> CTA=nnnnnn no lleva regla: va directo a la cuenta nnnnnn del
      *> catálogo (así asienta CIERRE-ANUAL el cierre de las cuentas
      *> de resultados). Al terminar deja la balanza de comprobación
      *> del periodo en BALANZA_GL.RPT.
      *>
      *> CONTABLE.DAT se reescribe cada día y los cortes del mismo
      *> día van agregando renglones; GL_CONTROL.CTL guarda la fecha
      *> y el número de renglones ya pasados, así una segunda
      *> corrida del mismo día sólo pasa lo nuevo y nunca asienta
      *> dos veces. El primer periodo que aparece toma como saldo
      *> inicial el saldo final del periodo anterior.
      *>
      *> La primera vez que corre (sin SALDOS_GL.DAT) abre el libro:
      *> la captación de cada moneda y sucursal arranca con el saldo
      *> de CUENTAS.DAT, contra la cuenta de CAJA, para que desde el
      *> primer día la conciliación de depósitos tenga con qué
      *> comparar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO 'CATALOGO_CONTABLE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT SALDOS-GL-FILE ASSIGN TO 'SALDOS_GL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALDOS-GL.
           SELECT CONTROL-GL-FILE ASSIGN TO 'GL_CONTROL.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL-GL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT REPORTE-FILE ASSIGN TO 'BALANZA_GL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-FILE.
           COPY CATALOGOREG.

      *---- Mismo trazado que graba BATCH-BANCO.
       FD CONTABLE-FILE.
       01 CONTABLE-REG.
           05 CNT-FECHA    PIC 9(8).
           05 CNT-MONEDA   PIC X(3).
           05 CNT-SUCURSAL PIC 9(3).
           05 CNT-CONCEPTO PIC X(10).
           05 CNT-CARGO-ABONO PIC X(1).
           05 CNT-IMPORTE  PIC 9(9)V99.
           05 CNT-REGISTROS PIC 9(5).

       FD SALDOS-GL-FILE.
           COPY SALDOGLREG.

      *---- Fecha de CONTABLE.DAT ya pasada al mayor y cuántos de sus
      *---- renglones.
       FD CONTROL-GL-FILE.
       01 CONTROL-GL-REG.
           05 CGL-FECHA     PIC 9(8).
           05 CGL-RENGLONES PIC 9(5).

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CATALOGO  PIC X(2).
       01 WS-ESTADO-CONTABLE  PIC X(2).
       01 WS-ESTADO-SALDOS-GL PIC X(2).
       01 WS-ESTADO-CONTROL-GL PIC X(2).
       01 WS-ESTADO-CUENTAS   PIC X(2).
       01 WS-ESTADO-REPORTE   PIC X(2).
       01 EOF-CAT PIC X VALUE 'N'.
          88 FIN-CAT VALUE 'S'.
       01 EOF-CNT PIC X VALUE 'N'.
          88 FIN-CNT VALUE 'S'.
       01 EOF-SGL PIC X VALUE 'N'.
          88 FIN-SGL VALUE 'S'.
       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 CUENTA-SUSPENSO PIC 9(6) VALUE 999999.
       01 LIBRO-NUEVO PIC X(1) VALUE 'N'.
          88 ES-LIBRO-NUEVO VALUE 'S'.

      *> --- Control de lo ya pasado y de lo que se pasa hoy.
       01 FECHA-PASADA      PIC 9(8) VALUE ZERO.
       01 RENGLONES-PASADOS PIC 9(5) VALUE ZERO.
       01 FECHA-EN-CURSO    PIC 9(8) VALUE ZERO.
       01 RENGLONES-DE-FECHA PIC 9(5) VALUE ZERO.
       01 RENGLONES-LEIDOS  PIC 9(6) VALUE ZERO.
       01 RENGLONES-ASENTADOS PIC 9(6) VALUE ZERO.
       01 RENGLONES-OMITIDOS PIC 9(6) VALUE ZERO.
       01 PERIODO-BALANZA   PIC 9(6) VALUE ZERO.

      *> --- Catálogo en memoria.
       01 CUENTAS-GL-TABLA.
          05 CUENTA-GL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CUENTAS-GL
                INDEXED BY IDX-CTA.
             10 TAB-CTA-NUMERO     PIC 9(6).
             10 TAB-CTA-NOMBRE     PIC X(30).
             10 TAB-CTA-NATURALEZA PIC X(1).
             10 TAB-CTA-CAPTACION  PIC X(1).
       01 TOTAL-CUENTAS-GL PIC 9(3) VALUE 0.

       01 REGLAS-TABLA.
          05 REGLA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-REGLAS
                INDEXED BY IDX-MAP.
             10 TAB-MAP-CONCEPTO PIC X(10).
             10 TAB-MAP-MONEDA   PIC X(3).
             10 TAB-MAP-SUCURSAL PIC X(3).
             10 TAB-MAP-CUENTA   PIC 9(6).
       01 TOTAL-REGLAS PIC 9(3) VALUE 0.

      *> --- Resolución de la cuenta de una partida.
       01 CONCEPTO-ASIENTO PIC X(10).
       01 MONEDA-ASIENTO   PIC X(3).
       01 SUCURSAL-ASIENTO PIC 9(3).
       01 SUCURSAL-TEXTO   PIC X(3).
       01 CUENTA-ASIENTO   PIC 9(6).
       01 PRECISION-REGLA  PIC 9(1).
       01 MEJOR-PRECISION  PIC 9(1).
       01 CUENTA-DIRECTA   PIC 9(6).

      *> --- Saldos del mayor en memoria, todos los periodos.
       01 SALDOS-GL-TABLA.
          05 SALDO-GL-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-SALDOS-GL
                INDEXED BY IDX-SGL.
             10 TAB-SGL-PERIODO PIC 9(6).
             10 TAB-SGL-CUENTA  PIC 9(6).
             10 TAB-SGL-MONEDA  PIC X(3).
             10 TAB-SGL-SUCURSAL PIC 9(3).
             10 TAB-SGL-INICIAL PIC S9(11)V99.
             10 TAB-SGL-CARGOS  PIC 9(11)V99.
             10 TAB-SGL-ABONOS  PIC 9(11)V99.
             10 TAB-SGL-FINAL   PIC S9(11)V99.
       01 TOTAL-SALDOS-GL PIC 9(4) VALUE 0.
       01 PERIODO-ASIENTO PIC 9(6) VALUE ZERO.
       01 PERIODO-PREVIO  PIC 9(6) VALUE ZERO.
       01 SALDOS-ANTES    PIC 9(4) VALUE 0.
       01 RENGLON-SALDO   PIC 9(4) VALUE 0.
       01 IDX             PIC 9(4) VALUE 0.
       01 PERIODO-HALLADO PIC X(1) VALUE 'N'.
          88 HAY-PERIODO  VALUE 'S'.

      *> --- Conceptos sin regla, para el reporte.
       01 SIN-REGLA-TABLA.
          05 SIN-REGLA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SIN-REGLA
                INDEXED BY IDX-SR.
             10 TAB-SR-CONCEPTO PIC X(10).
             10 TAB-SR-MONEDA   PIC X(3).
             10 TAB-SR-SUCURSAL PIC 9(3).
             10 TAB-SR-RENGLONES PIC 9(5).
       01 TOTAL-SIN-REGLA PIC 9(3) VALUE 0.

      *> --- Apertura del libro: saldo de CUENTAS.DAT por moneda y
      *> sucursal.
       01 APERTURA-TABLA.
          05 APERTURA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-APERTURA
                INDEXED BY IDX-APE.
             10 TAB-APE-MONEDA   PIC X(3).
             10 TAB-APE-SUCURSAL PIC 9(3).
             10 TAB-APE-SALDO    PIC S9(11)V99.
       01 TOTAL-APERTURA PIC 9(3) VALUE 0.
       01 MONEDA-CUENTA   PIC X(3).
       01 CAPTACION-GL    PIC S9(11)V99 VALUE ZERO.
       01 DIFERENCIA-APERTURA PIC S9(11)V99 VALUE ZERO.
       01 CUENTA-CAPTACION PIC 9(6) VALUE ZERO.
       01 CUENTA-CAJA      PIC 9(6) VALUE ZERO.

      *> --- Totales de la balanza por moneda.
       01 MONEDAS-BALANZA-TABLA.
          05 MONEDA-BALANZA OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-MONEDAS-BAL
                INDEXED BY IDX-MBL.
             10 TAB-MBL-MONEDA  PIC X(3).
             10 TAB-MBL-INICIAL PIC S9(13)V99.
             10 TAB-MBL-CARGOS  PIC 9(13)V99.
             10 TAB-MBL-ABONOS  PIC 9(13)V99.
             10 TAB-MBL-FINAL   PIC S9(13)V99.
       01 TOTAL-MONEDAS-BAL PIC 9(2) VALUE 0.
       01 MONEDAS-DESCUADRADAS PIC 9(2) VALUE 0.

      *> --- Cifras de control de CONTABLE.DAT.
           COPY ENTREGAPARREG.

       01 ENC-BALANZA.
          05 FILLER       PIC X(38)
             VALUE "BALANZA DE COMPROBACION DEL PERIODO  ".
          05 EB-PERIODO   PIC 9(6).
       01 ENC-COLUMNAS.
          05 FILLER PIC X(42)
             VALUE "CUENTA NOMBRE                         MON".
          05 FILLER PIC X(50)
             VALUE " SUC     SALDO INICIAL            CARGOS          ".
          05 FILLER PIC X(40)
             VALUE "  ABONOS        SALDO FINAL".
       01 DET-BALANZA.
          05 DB-CUENTA    PIC 9(6).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-NOMBRE    PIC X(30).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-MONEDA    PIC X(3).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-SUCURSAL  PIC 9(3).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-INICIAL   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-CARGOS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-ABONOS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DB-FINAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DET-TOTAL-MONEDA.
          05 FILLER       PIC X(16) VALUE "TOTAL MONEDA    ".
          05 DTM-MONEDA   PIC X(3).
          05 FILLER       PIC X(23) VALUE SPACES.
          05 DTM-INICIAL  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DTM-CARGOS   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DTM-ABONOS   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DTM-FINAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DTM-MARCA    PIC X(15).
       01 DET-SIN-REGLA.
          05 FILLER       PIC X(20) VALUE "  CONCEPTO SIN REGLA".
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DSR-CONCEPTO PIC X(10).
          05 FILLER       PIC X(8) VALUE " MONEDA ".
          05 DSR-MONEDA   PIC X(3).
          05 FILLER       PIC X(10) VALUE " SUCURSAL ".
          05 DSR-SUCURSAL PIC 9(3).
          05 FILLER       PIC X(12) VALUE " RENGLONES  ".
          05 DSR-RENGLONES PIC ZZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-CATALOGO
            IF TOTAL-CUENTAS-GL = 0
               DISPLAY "*** CATALOGO_CONTABLE.CTL VACIO O AUSENTE ***"
               DISPLAY "CAPTURE EL CATALOGO DE CUENTAS ANTES DE "
                  "PASAR CONTABLE.DAT AL MAYOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

      *---- CONTABLE.DAT se lee completo contra las cifras de control
      *---- de quienes lo grabaron antes de asentar un solo renglón.
            PERFORM VERIFICAR-ENTREGA-CONTABLE
            IF EPA-NO-CUADRA
               DISPLAY "CONTABLE.DAT NO CUADRA CON SU CONTROL, NO SE "
                  "PASA AL MAYOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-SALDOS-GL
            PERFORM LEER-CONTROL-GL

            OPEN INPUT CONTABLE-FILE
            IF WS-ESTADO-CONTABLE = '00'
               PERFORM UNTIL FIN-CNT
                  READ CONTABLE-FILE
                     AT END MOVE 'S' TO EOF-CNT
                     NOT AT END
                        ADD 1 TO RENGLONES-LEIDOS
                        PERFORM PASAR-RENGLON
                  END-READ
               END-PERFORM
               CLOSE CONTABLE-FILE
            ELSE
               DISPLAY "CONTABLE.DAT NO ENCONTRADO, NADA QUE PASAR "
                  "AL MAYOR"
            END-IF

            IF ES-LIBRO-NUEVO
               PERFORM APERTURA-LIBRO
            END-IF

            PERFORM GRABAR-SALDOS-GL
            PERFORM GRABAR-CONTROL-GL
            PERFORM REPORTAR-BALANZA

            DISPLAY "--------------------------------"
            DISPLAY "RENGLONES LEIDOS:      " RENGLONES-LEIDOS
            DISPLAY "RENGLONES ASENTADOS:   " RENGLONES-ASENTADOS
            DISPLAY "YA ASENTADOS ANTES:    " RENGLONES-OMITIDOS
            DISPLAY "CONCEPTOS SIN REGLA:   " TOTAL-SIN-REGLA
            DISPLAY "MONEDAS DESCUADRADAS:  " MONEDAS-DESCUADRADAS
            DISPLAY "BALANZA EN BALANZA_GL.RPT, PERIODO "
               PERIODO-BALANZA
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Pasada previa sobre CONTABLE.DAT que sólo cuenta, suma y
      *---- verifica; las partidas no llevan referencia y su fecha
      *---- hace las veces en el hash.
        VERIFICAR-ENTREGA-CONTABLE.
           MOVE 'I' TO EPA-OPERACION
           MOVE "CONTABLE.DAT" TO EPA-ARCHIVO
           MOVE "CONTABILIDAD-GENERAL" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           OPEN INPUT CONTABLE-FILE
           IF WS-ESTADO-CONTABLE = '00'
              PERFORM UNTIL FIN-CNT
                 READ CONTABLE-FILE
                    AT END MOVE 'S' TO EOF-CNT
                    NOT AT END
                       MOVE CNT-FECHA TO EPA-REFERENCIA
                       MOVE CNT-IMPORTE TO EPA-IMPORTE
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE CONTABLE-FILE
           END-IF
           MOVE 'N' TO EOF-CNT
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Un renglón de CONTABLE.DAT. Los de una fecha ya pasada, y
      *---- los primeros de la fecha pasada hasta el conteo que dejó
      *---- la corrida anterior, ya están en el mayor. El renglón
      *---- CONTROL es sólo de cuadre y no se asienta.
        PASAR-RENGLON.
           IF CNT-FECHA NOT = FECHA-EN-CURSO
              MOVE CNT-FECHA TO FECHA-EN-CURSO
              MOVE 0 TO RENGLONES-DE-FECHA
           END-IF
           ADD 1 TO RENGLONES-DE-FECHA
           IF CNT-FECHA < FECHA-PASADA
                 OR (CNT-FECHA = FECHA-PASADA
                     AND RENGLONES-DE-FECHA <= RENGLONES-PASADOS)
              ADD 1 TO RENGLONES-OMITIDOS
              EXIT PARAGRAPH
           END-IF
           MOVE CNT-FECHA(1:6) TO PERIODO-BALANZA
           IF CNT-CONCEPTO = "CONTROL   "
              EXIT PARAGRAPH
           END-IF
           MOVE CNT-CONCEPTO TO CONCEPTO-ASIENTO
           MOVE CNT-MONEDA TO MONEDA-ASIENTO
           IF MONEDA-ASIENTO = SPACES
              MOVE "MXN" TO MONEDA-ASIENTO
           END-IF
           MOVE CNT-SUCURSAL TO SUCURSAL-ASIENTO
           PERFORM RESOLVER-CUENTA
           IF CUENTA-ASIENTO = CUENTA-SUSPENSO
              PERFORM ANOTAR-SIN-REGLA
           END-IF
           MOVE CNT-FECHA(1:6) TO PERIODO-ASIENTO
           PERFORM UBICAR-SALDO-GL
           IF CNT-CARGO-ABONO = 'C'
              ADD CNT-IMPORTE TO TAB-SGL-CARGOS(IDX-SGL)
              ADD CNT-IMPORTE TO TAB-SGL-FINAL(IDX-SGL)
           ELSE
              ADD CNT-IMPORTE TO TAB-SGL-ABONOS(IDX-SGL)
              SUBTRACT CNT-IMPORTE FROM TAB-SGL-FINAL(IDX-SGL)
           END-IF
           ADD 1 TO RENGLONES-ASENTADOS.

      *---- Regla más precisa para CONCEPTO-ASIENTO en su moneda y
      *---- sucursal; sin regla, la cuenta de suspenso. CTA=nnnnnn
      *---- va directo a la cuenta nnnnnn si está en el catálogo.
        RESOLVER-CUENTA.
           MOVE CUENTA-SUSPENSO TO CUENTA-ASIENTO
           MOVE 0 TO MEJOR-PRECISION
           IF CONCEPTO-ASIENTO(1:4) = "CTA="
                 AND CONCEPTO-ASIENTO(5:6) IS NUMERIC
              MOVE CONCEPTO-ASIENTO(5:6) TO CUENTA-DIRECTA
              PERFORM VARYING IDX-CTA FROM 1 BY 1
                      UNTIL IDX-CTA > TOTAL-CUENTAS-GL
                 IF TAB-CTA-NUMERO(IDX-CTA) = CUENTA-DIRECTA
                    MOVE CUENTA-DIRECTA TO CUENTA-ASIENTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE SUCURSAL-ASIENTO TO SUCURSAL-TEXTO
           PERFORM VARYING IDX-MAP FROM 1 BY 1
                   UNTIL IDX-MAP > TOTAL-REGLAS
              IF TAB-MAP-CONCEPTO(IDX-MAP) = CONCEPTO-ASIENTO
                 MOVE 0 TO PRECISION-REGLA
                 EVALUATE TRUE
                    WHEN TAB-MAP-MONEDA(IDX-MAP) = MONEDA-ASIENTO
                          AND TAB-MAP-SUCURSAL(IDX-MAP)
                              = SUCURSAL-TEXTO
                       MOVE 4 TO PRECISION-REGLA
                    WHEN TAB-MAP-MONEDA(IDX-MAP) = MONEDA-ASIENTO
                          AND TAB-MAP-SUCURSAL(IDX-MAP) = "***"
                       MOVE 3 TO PRECISION-REGLA
                    WHEN TAB-MAP-MONEDA(IDX-MAP) = "***"
                          AND TAB-MAP-SUCURSAL(IDX-MAP)
                              = SUCURSAL-TEXTO
                       MOVE 2 TO PRECISION-REGLA
                    WHEN TAB-MAP-MONEDA(IDX-MAP) = "***"
                          AND TAB-MAP-SUCURSAL(IDX-MAP) = "***"
                       MOVE 1 TO PRECISION-REGLA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF PRECISION-REGLA > MEJOR-PRECISION
                    MOVE PRECISION-REGLA TO MEJOR-PRECISION
                    MOVE TAB-MAP-CUENTA(IDX-MAP) TO CUENTA-ASIENTO
                 END-IF
              END-IF
           END-PERFORM.

        ANOTAR-SIN-REGLA.
           PERFORM VARYING IDX-SR FROM 1 BY 1
                   UNTIL IDX-SR > TOTAL-SIN-REGLA
              IF TAB-SR-CONCEPTO(IDX-SR) = CONCEPTO-ASIENTO
                    AND TAB-SR-MONEDA(IDX-SR) = MONEDA-ASIENTO
                    AND TAB-SR-SUCURSAL(IDX-SR) = SUCURSAL-ASIENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-SR > TOTAL-SIN-REGLA
              IF TOTAL-SIN-REGLA >= 999
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-SIN-REGLA
              SET IDX-SR TO TOTAL-SIN-REGLA
              MOVE CONCEPTO-ASIENTO TO TAB-SR-CONCEPTO(IDX-SR)
              MOVE MONEDA-ASIENTO TO TAB-SR-MONEDA(IDX-SR)
              MOVE SUCURSAL-ASIENTO TO TAB-SR-SUCURSAL(IDX-SR)
              MOVE 0 TO TAB-SR-RENGLONES(IDX-SR)
           END-IF
           ADD 1 TO TAB-SR-RENGLONES(IDX-SR).

      *---- Ubica el saldo de PERIODO-ASIENTO, CUENTA-ASIENTO,
      *---- MONEDA-ASIENTO y SUCURSAL-ASIENTO. Un periodo que aún no
      *---- existe se abre primero arrastrando el anterior; una
      *---- combinación nueva arranca en cero.
        UBICAR-SALDO-GL.
           PERFORM BUSCAR-SALDO-GL
           IF RENGLON-SALDO = 0
              PERFORM ABRIR-PERIODO
              PERFORM BUSCAR-SALDO-GL
           END-IF
           IF RENGLON-SALDO = 0
              ADD 1 TO TOTAL-SALDOS-GL
              MOVE TOTAL-SALDOS-GL TO RENGLON-SALDO
              MOVE PERIODO-ASIENTO
                TO TAB-SGL-PERIODO(TOTAL-SALDOS-GL)
              MOVE CUENTA-ASIENTO TO TAB-SGL-CUENTA(TOTAL-SALDOS-GL)
              MOVE MONEDA-ASIENTO TO TAB-SGL-MONEDA(TOTAL-SALDOS-GL)
              MOVE SUCURSAL-ASIENTO
                TO TAB-SGL-SUCURSAL(TOTAL-SALDOS-GL)
              MOVE ZERO TO TAB-SGL-INICIAL(TOTAL-SALDOS-GL)
              MOVE ZERO TO TAB-SGL-CARGOS(TOTAL-SALDOS-GL)
              MOVE ZERO TO TAB-SGL-ABONOS(TOTAL-SALDOS-GL)
              MOVE ZERO TO TAB-SGL-FINAL(TOTAL-SALDOS-GL)
           END-IF
           SET IDX-SGL TO RENGLON-SALDO.

        BUSCAR-SALDO-GL.
           MOVE 0 TO RENGLON-SALDO
           PERFORM VARYING IDX-SGL FROM 1 BY 1
                   UNTIL IDX-SGL > TOTAL-SALDOS-GL
              IF TAB-SGL-PERIODO(IDX-SGL) = PERIODO-ASIENTO
                    AND TAB-SGL-CUENTA(IDX-SGL) = CUENTA-ASIENTO
                    AND TAB-SGL-MONEDA(IDX-SGL) = MONEDA-ASIENTO
                    AND TAB-SGL-SUCURSAL(IDX-SGL) = SUCURSAL-ASIENTO
                 SET RENGLON-SALDO TO IDX-SGL
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Si PERIODO-ASIENTO todavía no tiene renglones, copia los
      *---- del último periodo anterior con su saldo final como
      *---- saldo inicial y cargos y abonos en cero.
        ABRIR-PERIODO.
           MOVE 'N' TO PERIODO-HALLADO
           MOVE ZERO TO PERIODO-PREVIO
           PERFORM VARYING IDX-SGL FROM 1 BY 1
                   UNTIL IDX-SGL > TOTAL-SALDOS-GL
              IF TAB-SGL-PERIODO(IDX-SGL) = PERIODO-ASIENTO
                 MOVE 'S' TO PERIODO-HALLADO
              END-IF
              IF TAB-SGL-PERIODO(IDX-SGL) < PERIODO-ASIENTO
                    AND TAB-SGL-PERIODO(IDX-SGL) > PERIODO-PREVIO
                 MOVE TAB-SGL-PERIODO(IDX-SGL) TO PERIODO-PREVIO
              END-IF
           END-PERFORM
           IF HAY-PERIODO OR PERIODO-PREVIO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE TOTAL-SALDOS-GL TO SALDOS-ANTES
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > SALDOS-ANTES
              IF TAB-SGL-PERIODO(IDX) = PERIODO-PREVIO
                 ADD 1 TO TOTAL-SALDOS-GL
                 MOVE SALDO-GL-RENGLON(IDX)
                   TO SALDO-GL-RENGLON(TOTAL-SALDOS-GL)
                 MOVE PERIODO-ASIENTO
                   TO TAB-SGL-PERIODO(TOTAL-SALDOS-GL)
                 MOVE TAB-SGL-FINAL(IDX)
                   TO TAB-SGL-INICIAL(TOTAL-SALDOS-GL)
                 MOVE ZERO TO TAB-SGL-CARGOS(TOTAL-SALDOS-GL)
                 MOVE ZERO TO TAB-SGL-ABONOS(TOTAL-SALDOS-GL)
              END-IF
           END-PERFORM.

      *---- Apertura del libro: por cada moneda y sucursal, la
      *---- diferencia entre el saldo de CUENTAS.DAT y la captación
      *---- que ya quedó en el mayor con las partidas de hoy se
      *---- asienta como saldo inicial de la cuenta de captación
      *---- (regla del concepto DEPOSITOS) contra la de caja (regla
      *---- del concepto CAJA), así la balanza sigue cuadrando.
        APERTURA-LIBRO.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO, LIBRO ABIERTO SIN "
                 "SALDOS INICIALES"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    PERFORM ACUMULAR-APERTURA
              END-READ
           END-PERFORM
           CLOSE CUENTAS-FILE
           MOVE PERIODO-BALANZA TO PERIODO-ASIENTO
           PERFORM VARYING IDX-APE FROM 1 BY 1
                   UNTIL IDX-APE > TOTAL-APERTURA
              PERFORM ABRIR-SALDO-MONEDA-SUCURSAL
           END-PERFORM
           DISPLAY "LIBRO ABIERTO CON LOS SALDOS DE CUENTAS.DAT".

        ACUMULAR-APERTURA.
           MOVE CUENTA-MONEDA TO MONEDA-CUENTA
           IF MONEDA-CUENTA = SPACES OR MONEDA-CUENTA = LOW-VALUES
              MOVE "MXN" TO MONEDA-CUENTA
           END-IF
           IF CUENTA-SUCURSAL NOT NUMERIC
              MOVE ZERO TO CUENTA-SUCURSAL
           END-IF
           PERFORM VARYING IDX-APE FROM 1 BY 1
                   UNTIL IDX-APE > TOTAL-APERTURA
              IF TAB-APE-MONEDA(IDX-APE) = MONEDA-CUENTA
                    AND TAB-APE-SUCURSAL(IDX-APE) = CUENTA-SUCURSAL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-APE > TOTAL-APERTURA
              ADD 1 TO TOTAL-APERTURA
              SET IDX-APE TO TOTAL-APERTURA
              MOVE MONEDA-CUENTA TO TAB-APE-MONEDA(IDX-APE)
              MOVE CUENTA-SUCURSAL TO TAB-APE-SUCURSAL(IDX-APE)
              MOVE ZERO TO TAB-APE-SALDO(IDX-APE)
           END-IF
           ADD SALDO TO TAB-APE-SALDO(IDX-APE).

        ABRIR-SALDO-MONEDA-SUCURSAL.
           MOVE TAB-APE-MONEDA(IDX-APE) TO MONEDA-ASIENTO
           MOVE TAB-APE-SUCURSAL(IDX-APE) TO SUCURSAL-ASIENTO
           MOVE "CAJA      " TO CONCEPTO-ASIENTO
           PERFORM RESOLVER-CUENTA
           MOVE CUENTA-ASIENTO TO CUENTA-CAJA
           MOVE "DEPOSITOS " TO CONCEPTO-ASIENTO
           PERFORM RESOLVER-CUENTA
           MOVE CUENTA-ASIENTO TO CUENTA-CAPTACION
           IF CUENTA-CAPTACION = CUENTA-SUSPENSO
                 OR CUENTA-CAJA = CUENTA-SUSPENSO
              DISPLAY "SIN REGLA DE DEPOSITOS O CAJA PARA "
                 MONEDA-ASIENTO " SUCURSAL " SUCURSAL-ASIENTO
                 ", SIN SALDO INICIAL"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CAPTACION-GL
           PERFORM VARYING IDX-SGL FROM 1 BY 1
                   UNTIL IDX-SGL > TOTAL-SALDOS-GL
              IF TAB-SGL-PERIODO(IDX-SGL) = PERIODO-ASIENTO
                    AND TAB-SGL-MONEDA(IDX-SGL) = MONEDA-ASIENTO
                    AND TAB-SGL-SUCURSAL(IDX-SGL) = SUCURSAL-ASIENTO
                 PERFORM VARYING IDX-CTA FROM 1 BY 1
                         UNTIL IDX-CTA > TOTAL-CUENTAS-GL
                    IF TAB-CTA-NUMERO(IDX-CTA)
                          = TAB-SGL-CUENTA(IDX-SGL)
                          AND TAB-CTA-CAPTACION(IDX-CTA) = 'S'
                       SUBTRACT TAB-SGL-FINAL(IDX-SGL)
                         FROM CAPTACION-GL
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           COMPUTE DIFERENCIA-APERTURA =
              TAB-APE-SALDO(IDX-APE) - CAPTACION-GL
           IF DIFERENCIA-APERTURA = 0
              EXIT PARAGRAPH
           END-IF
           MOVE CUENTA-CAPTACION TO CUENTA-ASIENTO
           PERFORM UBICAR-SALDO-GL
           SUBTRACT DIFERENCIA-APERTURA FROM TAB-SGL-INICIAL(IDX-SGL)
           SUBTRACT DIFERENCIA-APERTURA FROM TAB-SGL-FINAL(IDX-SGL)
           MOVE CUENTA-CAJA TO CUENTA-ASIENTO
           PERFORM UBICAR-SALDO-GL
           ADD DIFERENCIA-APERTURA TO TAB-SGL-INICIAL(IDX-SGL)
           ADD DIFERENCIA-APERTURA TO TAB-SGL-FINAL(IDX-SGL).

      *---- Balanza de comprobación del periodo: cuentas en el orden
      *---- del catálogo, suspenso al final, y por moneda el total
      *---- de saldos y movimientos; una moneda cuyos cargos no
      *---- igualan sus abonos o cuyo saldo final no suma cero queda
      *---- marcada DESCUADRE.
        REPORTAR-BALANZA.
           OPEN OUTPUT REPORTE-FILE
           MOVE PERIODO-BALANZA TO EB-PERIODO
           WRITE LINEA-REPORTE FROM ENC-BALANZA
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENC-COLUMNAS
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS-GL
              MOVE TAB-CTA-NUMERO(IDX-CTA) TO CUENTA-ASIENTO
              MOVE TAB-CTA-NOMBRE(IDX-CTA) TO DB-NOMBRE
              PERFORM REPORTAR-CUENTA-BALANZA
           END-PERFORM
           MOVE CUENTA-SUSPENSO TO CUENTA-ASIENTO
           MOVE "PARTIDAS SIN CUENTA CONTABLE" TO DB-NOMBRE
           PERFORM REPORTAR-CUENTA-BALANZA
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-MBL FROM 1 BY 1
                   UNTIL IDX-MBL > TOTAL-MONEDAS-BAL
              MOVE TAB-MBL-MONEDA(IDX-MBL) TO DTM-MONEDA
              MOVE TAB-MBL-INICIAL(IDX-MBL) TO DTM-INICIAL
              MOVE TAB-MBL-CARGOS(IDX-MBL) TO DTM-CARGOS
              MOVE TAB-MBL-ABONOS(IDX-MBL) TO DTM-ABONOS
              MOVE TAB-MBL-FINAL(IDX-MBL) TO DTM-FINAL
              IF TAB-MBL-CARGOS(IDX-MBL) NOT = TAB-MBL-ABONOS(IDX-MBL)
                    OR TAB-MBL-FINAL(IDX-MBL) NOT = 0
                 MOVE "*** DESCUADRE" TO DTM-MARCA
                 ADD 1 TO MONEDAS-DESCUADRADAS
              ELSE
                 MOVE "CUADRA" TO DTM-MARCA
              END-IF
              WRITE LINEA-REPORTE FROM DET-TOTAL-MONEDA
           END-PERFORM
           IF TOTAL-SIN-REGLA > 0
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "PARTIDAS EN SUSPENSO, DELES REGLA EN EL CATALOGO"
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              PERFORM VARYING IDX-SR FROM 1 BY 1
                      UNTIL IDX-SR > TOTAL-SIN-REGLA
                 MOVE TAB-SR-CONCEPTO(IDX-SR) TO DSR-CONCEPTO
                 MOVE TAB-SR-MONEDA(IDX-SR) TO DSR-MONEDA
                 MOVE TAB-SR-SUCURSAL(IDX-SR) TO DSR-SUCURSAL
                 MOVE TAB-SR-RENGLONES(IDX-SR) TO DSR-RENGLONES
                 WRITE LINEA-REPORTE FROM DET-SIN-REGLA
              END-PERFORM
           END-IF
           CLOSE REPORTE-FILE.

        REPORTAR-CUENTA-BALANZA.
           PERFORM VARYING IDX-SGL FROM 1 BY 1
                   UNTIL IDX-SGL > TOTAL-SALDOS-GL
              IF TAB-SGL-PERIODO(IDX-SGL) = PERIODO-BALANZA
                    AND TAB-SGL-CUENTA(IDX-SGL) = CUENTA-ASIENTO
                 MOVE TAB-SGL-CUENTA(IDX-SGL) TO DB-CUENTA
                 MOVE TAB-SGL-MONEDA(IDX-SGL) TO DB-MONEDA
                 MOVE TAB-SGL-SUCURSAL(IDX-SGL) TO DB-SUCURSAL
                 MOVE TAB-SGL-INICIAL(IDX-SGL) TO DB-INICIAL
                 MOVE TAB-SGL-CARGOS(IDX-SGL) TO DB-CARGOS
                 MOVE TAB-SGL-ABONOS(IDX-SGL) TO DB-ABONOS
                 MOVE TAB-SGL-FINAL(IDX-SGL) TO DB-FINAL
                 WRITE LINEA-REPORTE FROM DET-BALANZA
                 PERFORM ACUMULAR-MONEDA-BALANZA
              END-IF
           END-PERFORM.

        ACUMULAR-MONEDA-BALANZA.
           PERFORM VARYING IDX-MBL FROM 1 BY 1
                   UNTIL IDX-MBL > TOTAL-MONEDAS-BAL
              IF TAB-MBL-MONEDA(IDX-MBL) = TAB-SGL-MONEDA(IDX-SGL)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-MBL > TOTAL-MONEDAS-BAL
              ADD 1 TO TOTAL-MONEDAS-BAL
              SET IDX-MBL TO TOTAL-MONEDAS-BAL
              MOVE TAB-SGL-MONEDA(IDX-SGL) TO TAB-MBL-MONEDA(IDX-MBL)
              MOVE ZERO TO TAB-MBL-INICIAL(IDX-MBL)
              MOVE ZERO TO TAB-MBL-CARGOS(IDX-MBL)
              MOVE ZERO TO TAB-MBL-ABONOS(IDX-MBL)
              MOVE ZERO TO TAB-MBL-FINAL(IDX-MBL)
           END-IF
           ADD TAB-SGL-INICIAL(IDX-SGL) TO TAB-MBL-INICIAL(IDX-MBL)
           ADD TAB-SGL-CARGOS(IDX-SGL) TO TAB-MBL-CARGOS(IDX-MBL)
           ADD TAB-SGL-ABONOS(IDX-SGL) TO TAB-MBL-ABONOS(IDX-MBL)
           ADD TAB-SGL-FINAL(IDX-SGL) TO TAB-MBL-FINAL(IDX-MBL).

        CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-ESTADO-CATALOGO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CAT
              READ CATALOGO-FILE
                 AT END MOVE 'S' TO EOF-CAT
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CAT-ES-CUENTA
                          ADD 1 TO TOTAL-CUENTAS-GL
                          MOVE CAT-CUENTA
                            TO TAB-CTA-NUMERO(TOTAL-CUENTAS-GL)
                          MOVE CAT-NOMBRE
                            TO TAB-CTA-NOMBRE(TOTAL-CUENTAS-GL)
                          MOVE CAT-NATURALEZA
                            TO TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL)
                          MOVE CAT-CAPTACION
                            TO TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL)
                       WHEN CAT-ES-MAPEO
                          ADD 1 TO TOTAL-REGLAS
                          MOVE MAP-CONCEPTO
                            TO TAB-MAP-CONCEPTO(TOTAL-REGLAS)
                          MOVE MAP-MONEDA
                            TO TAB-MAP-MONEDA(TOTAL-REGLAS)
                          MOVE MAP-SUCURSAL
                            TO TAB-MAP-SUCURSAL(TOTAL-REGLAS)
                          MOVE MAP-CUENTA
                            TO TAB-MAP-CUENTA(TOTAL-REGLAS)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE.

        CARGAR-SALDOS-GL.
           OPEN INPUT SALDOS-GL-FILE
           IF WS-ESTADO-SALDOS-GL NOT = '00'
              MOVE WS-FECHA-HOY(1:6) TO PERIODO-BALANZA
              MOVE 'S' TO LIBRO-NUEVO
              DISPLAY "SALDOS_GL.DAT NO ENCONTRADO, SE ABRE EL LIBRO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SGL
              READ SALDOS-GL-FILE
                 AT END MOVE 'S' TO EOF-SGL
                 NOT AT END
                    ADD 1 TO TOTAL-SALDOS-GL
                    MOVE SGL-PERIODO
                      TO TAB-SGL-PERIODO(TOTAL-SALDOS-GL)
                    MOVE SGL-CUENTA TO TAB-SGL-CUENTA(TOTAL-SALDOS-GL)
                    MOVE SGL-MONEDA TO TAB-SGL-MONEDA(TOTAL-SALDOS-GL)
                    MOVE SGL-SUCURSAL
                      TO TAB-SGL-SUCURSAL(TOTAL-SALDOS-GL)
                    MOVE SGL-SALDO-INICIAL
                      TO TAB-SGL-INICIAL(TOTAL-SALDOS-GL)
                    MOVE SGL-CARGOS TO TAB-SGL-CARGOS(TOTAL-SALDOS-GL)
                    MOVE SGL-ABONOS TO TAB-SGL-ABONOS(TOTAL-SALDOS-GL)
                    MOVE SGL-SALDO-FINAL
                      TO TAB-SGL-FINAL(TOTAL-SALDOS-GL)
                    IF SGL-PERIODO > PERIODO-BALANZA
                       MOVE SGL-PERIODO TO PERIODO-BALANZA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALDOS-GL-FILE.

        GRABAR-SALDOS-GL.
           OPEN OUTPUT SALDOS-GL-FILE
           PERFORM VARYING IDX-SGL FROM 1 BY 1
                   UNTIL IDX-SGL > TOTAL-SALDOS-GL
              MOVE TAB-SGL-PERIODO(IDX-SGL)  TO SGL-PERIODO
              MOVE TAB-SGL-CUENTA(IDX-SGL)   TO SGL-CUENTA
              MOVE TAB-SGL-MONEDA(IDX-SGL)   TO SGL-MONEDA
              MOVE TAB-SGL-SUCURSAL(IDX-SGL) TO SGL-SUCURSAL
              MOVE TAB-SGL-INICIAL(IDX-SGL)  TO SGL-SALDO-INICIAL
              MOVE TAB-SGL-CARGOS(IDX-SGL)   TO SGL-CARGOS
              MOVE TAB-SGL-ABONOS(IDX-SGL)   TO SGL-ABONOS
              MOVE TAB-SGL-FINAL(IDX-SGL)    TO SGL-SALDO-FINAL
              WRITE SALDO-GL-REG
           END-PERFORM
           CLOSE SALDOS-GL-FILE.

        LEER-CONTROL-GL.
           OPEN INPUT CONTROL-GL-FILE
           IF WS-ESTADO-CONTROL-GL = '00'
              READ CONTROL-GL-FILE
                 NOT AT END
                    MOVE CGL-FECHA TO FECHA-PASADA
                    MOVE CGL-RENGLONES TO RENGLONES-PASADOS
              END-READ
              CLOSE CONTROL-GL-FILE
           END-IF.

      *---- Anota la última fecha de CONTABLE.DAT y cuántos de sus
      *---- renglones quedaron en el mayor; sin renglones nuevos se
      *---- conserva lo anterior.
        GRABAR-CONTROL-GL.
           IF FECHA-EN-CURSO = 0
              EXIT PARAGRAPH
           END-IF
           IF FECHA-EN-CURSO < FECHA-PASADA
              EXIT PARAGRAPH
           END-IF
           IF FECHA-EN-CURSO = FECHA-PASADA
                 AND RENGLONES-DE-FECHA <= RENGLONES-PASADOS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTROL-GL-FILE
           MOVE FECHA-EN-CURSO TO CGL-FECHA
           MOVE RENGLONES-DE-FECHA TO CGL-RENGLONES
           WRITE CONTROL-GL-REG
           CLOSE CONTROL-GL-FILE.
