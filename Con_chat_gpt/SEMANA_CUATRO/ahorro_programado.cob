       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHORRO-PROGRAMADO.

      *> --- Aportaciones nocturnas de los planes de ahorro
      *> programado de PLANES_AHORRO.DAT: primero coteja las
      *> aportaciones encoladas en noches anteriores contra el
      *> resultado del posteo (MOVS_POSTEADOS.DAT las da por hechas
      *> y suma lo ahorrado; RECHAZOS_HIST.DAT las cuenta como
      *> faltantes, que no se reintentan), y después encola en
      *> MOVIMIENTOS.DAT, con referencia del rango 72xxxxxx, la
      *> transferencia de la cuenta de cheques a la de ahorro de
      *> cada plan cuyo día de aportación ya llegó, el mismo camino
      *> de COBRANZA-PRESTAMOS. El plan que completa sus meses se
      *> da por terminado y, si no le faltó ninguna aportación, se
      *> le abona a la cuenta de ahorro el bono pactado sobre lo
      *> ahorrado. Deja en AHORRO_PROGRAMADO.RPT los planes al
      *> corriente, los atrasados y los terminados. Lo corre
      *> PROCESO-NOCTURNO antes de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO 'PLANES_AHORRO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLANES.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'AHORRO_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZOS-HIST-FILE ASSIGN TO 'RECHAZOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT REPORTE-FILE ASSIGN TO 'AHORRO_PROGRAMADO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD PLANES-FILE.
           COPY PLANAHORROREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
      *---- su folio al rango registrado y se niega a rebasarlo.
       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Mismo trazado que escribe BATCH-BANCO en
      *---- GRABAR-RECHAZO-HISTORICO.
       FD RECHAZOS-HIST-FILE.
       01 RECHAZO-HIST-REG.
           05 RHX-FECHA      PIC 9(8).
           05 RHX-REFERENCIA PIC 9(8).
           05 RHX-CUENTA     PIC 9(6).
           05 RHX-OPERACION  PIC X.
           05 RHX-IMPORTE    PIC 9(7)V99.
           05 RHX-CUENTA-DESTINO PIC 9(6).
           05 RHX-SUCURSAL   PIC 9(3).
           05 RHX-CHEQUE     PIC 9(6).
           05 RHX-MOTIVO     PIC X(30).
           05 RHX-ESTADO     PIC X(1).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PLANES      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "AHORRO-PROG".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-RECHAZOS    PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-PAH PIC X VALUE 'N'.
          88 FIN-PAH VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-RHX PIC X VALUE 'N'.
          88 FIN-RHX VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 IDX PIC 9(4) VALUE 1.

      *> --- Próxima aportación: el mismo día del mes siguiente.
       01 FECHA-CALCULO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES FECHA-CALCULO.
          05 WS-CAL-ANO PIC 9(4).
          05 WS-CAL-MES PIC 9(2).
          05 WS-CAL-DIA PIC 9(2).

       01 BONO-CALC PIC 9(6)V99 VALUE ZERO.
       01 APORTES-RESUELTOS PIC 9(4) VALUE 0.

      *> --- Planes en memoria.
       01 PLANES-TABLA.
          05 PLAN-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLANES
                INDEXED BY IDX-PAH.
             10 TAB-PAH-FOLIO      PIC 9(6).
             10 TAB-PAH-CLIENTE    PIC 9(5).
             10 TAB-PAH-CARGO      PIC 9(6).
             10 TAB-PAH-AHORRO     PIC 9(6).
             10 TAB-PAH-APORTACION PIC 9(5)V99.
             10 TAB-PAH-MESES      PIC 9(3).
             10 TAB-PAH-META       PIC 9(7)V99.
             10 TAB-PAH-DIA        PIC 9(2).
             10 TAB-PAH-ALTA       PIC 9(8).
             10 TAB-PAH-PROXIMO    PIC 9(8).
             10 TAB-PAH-TASA-BONO  PIC V999.
             10 TAB-PAH-TASA-PENA  PIC V999.
             10 TAB-PAH-HECHOS     PIC 9(3).
             10 TAB-PAH-FALLIDOS   PIC 9(3).
             10 TAB-PAH-ACUMULADO  PIC 9(7)V99.
             10 TAB-PAH-ESTADO     PIC X(1).
             10 TAB-PAH-COBRO      PIC X(1).
             10 TAB-PAH-REFERENCIA PIC 9(8).
             10 TAB-PAH-FIN        PIC 9(8).
             10 TAB-PAH-BONO       PIC 9(6)V99.
             10 TAB-PAH-PENA       PIC 9(6)V99.
       01 TOTAL-PLANES PIC 9(4) VALUE 0.

      *> --- Referencias posteadas y rechazadas, para resolver la
      *> suerte de las aportaciones encoladas en noches anteriores.
       01 POSTEADOS-TABLA.
          05 POSTEADO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADOS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADOS PIC 9(5) VALUE 0.
       01 RECHAZOS-TABLA.
          05 RECHAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RECHAZOS
                INDEXED BY IDX-RHX.
             10 TAB-RHX-REFERENCIA PIC 9(8).
       01 TOTAL-RECHAZOS PIC 9(5) VALUE 0.
       01 REF-BUSCADA PIC 9(8) VALUE ZERO.
       01 REF-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-POSTEADA VALUE 'S'.
       01 REF-RECHAZADA PIC X(1) VALUE 'N'.
          88 ES-RECHAZADA VALUE 'S'.

       01 TOTAL-APLICADAS  PIC 9(5) VALUE 0.
       01 TOTAL-FALTANTES  PIC 9(5) VALUE 0.
       01 TOTAL-ENCOLADAS  PIC 9(5) VALUE 0.
       01 TOTAL-TERMINADOS PIC 9(5) VALUE 0.
       01 TOTAL-BONOS      PIC 9(5) VALUE 0.
       01 TOTAL-AL-CORRIENTE PIC 9(5) VALUE 0.
       01 TOTAL-ATRASADOS  PIC 9(5) VALUE 0.
       01 TOTAL-CERRADOS   PIC 9(5) VALUE 0.

      *> --- Cifras de control de MOVS_POSTEADOS.DAT, que se
      *> verifica antes de usarlo, y de lo que esta corrida agrega a
      *> MOVIMIENTOS.DAT.
           COPY ENTREGAPARREG.

      *> --- Renglones de AHORRO_PROGRAMADO.RPT.
       01 LINEA-PLAN.
          05 FILLER        PIC X(5) VALUE "PLAN ".
          05 LIN-FOLIO     PIC 9(6).
          05 FILLER        PIC X(9) VALUE " CLIENTE ".
          05 LIN-CLIENTE   PIC 9(5).
          05 FILLER        PIC X(8) VALUE " AHORRO ".
          05 LIN-CUENTA    PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LIN-HECHOS    PIC ZZ9.
          05 FILLER        PIC X(1) VALUE "/".
          05 LIN-MESES     PIC ZZ9.
          05 FILLER        PIC X(7) VALUE " FALTA ".
          05 LIN-FALLIDOS  PIC ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LIN-ACUMULADO PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(3) VALUE " / ".
          05 LIN-META      PIC Z,ZZZ,ZZ9.99.
          05 LIN-ETIQUETA  PIC X(7).
          05 LIN-BONO      PIC ZZZ,ZZ9.99.

       01 LINEA-TOTALES.
          05 TOT-ETIQUETA PIC X(40).
          05 TOT-CANTIDAD PIC ZZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            PERFORM CARGAR-PLANES
            IF TOTAL-PLANES > 0
               PERFORM CARGAR-POSTEADOS
               IF EPA-NO-CUADRA
                  DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU "
                     "CONTROL, NO SE APORTA"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM CARGAR-RECHAZOS
               PERFORM LEER-ULTIMA-REFERENCIA
               PERFORM VERIFICAR-RANGO-REFERENCIA

      *---- Primer pase: resolver la suerte de las aportaciones
      *---- encoladas
               PERFORM VARYING IDX-PAH FROM 1 BY 1
                       UNTIL IDX-PAH > TOTAL-PLANES
                  IF TAB-PAH-COBRO(IDX-PAH) = 'E'
                     PERFORM RESOLVER-APORTACION
                  END-IF
               END-PERFORM

      *---- Segundo pase: terminar los planes que cumplieron sus
      *---- meses y encolar las aportaciones que tocan
               PERFORM ABRIR-MOVIMIENTOS
               PERFORM VARYING IDX-PAH FROM 1 BY 1
                       UNTIL IDX-PAH > TOTAL-PLANES
                  IF TAB-PAH-ESTADO(IDX-PAH) = 'A'
                        AND TAB-PAH-COBRO(IDX-PAH) NOT = 'E'
                     PERFORM ATENDER-PLAN
                  END-IF
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
               MOVE 'C' TO EPA-OPERACION
               CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS

               PERFORM GRABAR-ULTIMA-REFERENCIA
               PERFORM GRABAR-PLANES
            END-IF
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "APORTACIONES APLICADAS: " TOTAL-APLICADAS
            DISPLAY "APORTACIONES FALTANTES: " TOTAL-FALTANTES
            DISPLAY "APORTACIONES ENCOLADAS: " TOTAL-ENCOLADAS
            DISPLAY "PLANES TERMINADOS HOY: " TOTAL-TERMINADOS
            DISPLAY "BONOS ENCOLADOS: " TOTAL-BONOS
            DISPLAY "REPORTE EN AHORRO_PROGRAMADO.RPT"
            DISPLAY "--------------------------------".

            GOBACK.

      *---- Decide qué pasó con la aportación encolada en una noche
      *---- anterior: posteada suma a lo ahorrado; rechazada cuenta
      *---- como faltante y se pierde el bono. Si la referencia no
      *---- aparece en ningún lado el batch todavía no corre y la
      *---- aportación sigue encolada.
        RESOLVER-APORTACION.
           MOVE TAB-PAH-REFERENCIA(IDX-PAH) TO REF-BUSCADA
           PERFORM BUSCAR-EN-POSTEADOS
           IF ES-POSTEADA
              ADD 1 TO TAB-PAH-HECHOS(IDX-PAH)
              ADD TAB-PAH-APORTACION(IDX-PAH)
                TO TAB-PAH-ACUMULADO(IDX-PAH)
              MOVE SPACE TO TAB-PAH-COBRO(IDX-PAH)
              ADD 1 TO TOTAL-APLICADAS
           ELSE
              PERFORM BUSCAR-EN-RECHAZOS
              IF ES-RECHAZADA
                 ADD 1 TO TAB-PAH-FALLIDOS(IDX-PAH)
                 MOVE SPACE TO TAB-PAH-COBRO(IDX-PAH)
                 ADD 1 TO TOTAL-FALTANTES
              END-IF
           END-IF.

      *---- Un plan con todas sus aportaciones resueltas termina;
      *---- si no, se encola la aportación cuando llega su día.
        ATENDER-PLAN.
           COMPUTE APORTES-RESUELTOS = TAB-PAH-HECHOS(IDX-PAH)
              + TAB-PAH-FALLIDOS(IDX-PAH)
           IF APORTES-RESUELTOS >= TAB-PAH-MESES(IDX-PAH)
              PERFORM TERMINAR-PLAN
              EXIT PARAGRAPH
           END-IF
           IF TAB-PAH-PROXIMO(IDX-PAH) > WS-FECHA-HOY
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE TAB-PAH-CARGO(IDX-PAH) TO MOV-CUENTA
           MOVE 'T' TO OPERACION
           MOVE TAB-PAH-APORTACION(IDX-PAH) TO IMPORTE
           MOVE TAB-PAH-AHORRO(IDX-PAH) TO MOV-CUENTA-DESTINO
           PERFORM COMPLETAR-Y-ESCRIBIR
           MOVE 'E' TO TAB-PAH-COBRO(IDX-PAH)
           MOVE ULTIMA-REFERENCIA TO TAB-PAH-REFERENCIA(IDX-PAH)
           ADD 1 TO TOTAL-ENCOLADAS
           MOVE TAB-PAH-PROXIMO(IDX-PAH) TO FECHA-CALCULO
           ADD 1 TO WS-CAL-MES
           IF WS-CAL-MES > 12
              MOVE 1 TO WS-CAL-MES
              ADD 1 TO WS-CAL-ANO
           END-IF
           MOVE TAB-PAH-DIA(IDX-PAH) TO WS-CAL-DIA
           MOVE FECHA-CALCULO TO TAB-PAH-PROXIMO(IDX-PAH).

      *---- Plazo cumplido: sin faltantes se abona el bono pactado
      *---- sobre lo ahorrado a la cuenta de ahorro.
        TERMINAR-PLAN.
           MOVE 'T' TO TAB-PAH-ESTADO(IDX-PAH)
           MOVE WS-FECHA-HOY TO TAB-PAH-FIN(IDX-PAH)
           MOVE ZERO TO TAB-PAH-BONO(IDX-PAH)
           ADD 1 TO TOTAL-TERMINADOS
           IF TAB-PAH-FALLIDOS(IDX-PAH) > 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE BONO-CALC ROUNDED = TAB-PAH-ACUMULADO(IDX-PAH)
              * TAB-PAH-TASA-BONO(IDX-PAH)
           IF BONO-CALC = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE TAB-PAH-AHORRO(IDX-PAH) TO MOV-CUENTA
           MOVE '+' TO OPERACION
           MOVE BONO-CALC TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           PERFORM COMPLETAR-Y-ESCRIBIR
           MOVE BONO-CALC TO TAB-PAH-BONO(IDX-PAH)
           ADD 1 TO TOTAL-BONOS.

        COMPLETAR-Y-ESCRIBIR.
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           MOVE 'R' TO EPA-OPERACION
           MOVE MOV-REFERENCIA TO EPA-REFERENCIA
           MOVE IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Reporte de planes: activos al corriente, activos con
      *---- aportaciones faltantes y terminados con su bono.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR AHORRO_PROGRAMADO.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE "PLANES DE AHORRO PROGRAMADO" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "AL CORRIENTE (APORTES/MESES, FALTANTES, AHORRADO/META)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLANES
              IF TAB-PAH-ESTADO(IDX) = 'A'
                    AND TAB-PAH-FALLIDOS(IDX) = 0
                 ADD 1 TO TOTAL-AL-CORRIENTE
                 PERFORM LLENAR-LINEA-PLAN
                 WRITE LINEA-REPORTE FROM LINEA-PLAN
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "ATRASADOS (CON APORTACIONES FALTANTES, SIN BONO)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLANES
              IF TAB-PAH-ESTADO(IDX) = 'A'
                    AND TAB-PAH-FALLIDOS(IDX) > 0
                 ADD 1 TO TOTAL-ATRASADOS
                 PERFORM LLENAR-LINEA-PLAN
                 WRITE LINEA-REPORTE FROM LINEA-PLAN
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "TERMINADOS (CON EL BONO PAGADO)" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLANES
              IF TAB-PAH-ESTADO(IDX) = 'T'
                 ADD 1 TO TOTAL-CERRADOS
                 PERFORM LLENAR-LINEA-PLAN
                 MOVE " BONO  " TO LIN-ETIQUETA
                 MOVE TAB-PAH-BONO(IDX) TO LIN-BONO
                 WRITE LINEA-REPORTE FROM LINEA-PLAN
              END-IF
           END-PERFORM

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PLANES AL CORRIENTE" TO TOT-ETIQUETA
           MOVE TOTAL-AL-CORRIENTE TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE "PLANES ATRASADOS" TO TOT-ETIQUETA
           MOVE TOTAL-ATRASADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE "PLANES TERMINADOS" TO TOT-ETIQUETA
           MOVE TOTAL-CERRADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           CLOSE REPORTE-FILE.

        LLENAR-LINEA-PLAN.
           MOVE TAB-PAH-FOLIO(IDX) TO LIN-FOLIO
           MOVE TAB-PAH-CLIENTE(IDX) TO LIN-CLIENTE
           MOVE TAB-PAH-AHORRO(IDX) TO LIN-CUENTA
           MOVE TAB-PAH-HECHOS(IDX) TO LIN-HECHOS
           MOVE TAB-PAH-MESES(IDX) TO LIN-MESES
           MOVE TAB-PAH-FALLIDOS(IDX) TO LIN-FALLIDOS
           MOVE TAB-PAH-ACUMULADO(IDX) TO LIN-ACUMULADO
           MOVE TAB-PAH-META(IDX) TO LIN-META
           MOVE SPACES TO LIN-ETIQUETA
           MOVE ZERO TO LIN-BONO.

        BUSCAR-EN-POSTEADOS.
           MOVE 'N' TO REF-POSTEADA
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADOS
              IF TAB-PST-REFERENCIA(IDX-PST) = REF-BUSCADA
                 MOVE 'S' TO REF-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        BUSCAR-EN-RECHAZOS.
           MOVE 'N' TO REF-RECHAZADA
           PERFORM VARYING IDX-RHX FROM 1 BY 1
                   UNTIL IDX-RHX > TOTAL-RECHAZOS
              IF TAB-RHX-REFERENCIA(IDX-RHX) = REF-BUSCADA
                 MOVE 'S' TO REF-RECHAZADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'C' TO EPA-MODO
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "AHORRO-PROGRAMADO" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si el rango está
      *---- agotado. Sin archivo de rangos todo sigue como antes.
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
              GOBACK
           END-IF.

      *---- Folio de referencias del ahorro programado (rango
      *---- 72xxxxxx); lo comparte MANTENIMIENTO-AHORRO para la
      *---- penalización de un plan roto.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 72000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.

        CARGAR-PLANES.
           OPEN INPUT PLANES-FILE
           IF WS-ESTADO-PLANES = '00'
              PERFORM UNTIL FIN-PAH
                 READ PLANES-FILE
                    AT END MOVE 'S' TO EOF-PAH
                    NOT AT END
                       IF PAH-FOLIO NUMERIC
                          ADD 1 TO TOTAL-PLANES
                          SET IDX-PAH TO TOTAL-PLANES
                          PERFORM SUBIR-PLAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANES-FILE
           END-IF.

        SUBIR-PLAN.
           MOVE PAH-FOLIO TO TAB-PAH-FOLIO(IDX-PAH)
           MOVE PAH-CLIENTE TO TAB-PAH-CLIENTE(IDX-PAH)
           MOVE PAH-CUENTA-CARGO TO TAB-PAH-CARGO(IDX-PAH)
           MOVE PAH-CUENTA-AHORRO TO TAB-PAH-AHORRO(IDX-PAH)
           MOVE PAH-APORTACION TO TAB-PAH-APORTACION(IDX-PAH)
           MOVE PAH-MESES TO TAB-PAH-MESES(IDX-PAH)
           MOVE PAH-META TO TAB-PAH-META(IDX-PAH)
           MOVE PAH-DIA-CARGO TO TAB-PAH-DIA(IDX-PAH)
           MOVE PAH-FECHA-ALTA TO TAB-PAH-ALTA(IDX-PAH)
           MOVE PAH-PROXIMO-CARGO TO TAB-PAH-PROXIMO(IDX-PAH)
           MOVE PAH-TASA-BONO TO TAB-PAH-TASA-BONO(IDX-PAH)
           MOVE PAH-TASA-PENALIZACION TO TAB-PAH-TASA-PENA(IDX-PAH)
           MOVE PAH-APORTES-HECHOS TO TAB-PAH-HECHOS(IDX-PAH)
           MOVE PAH-APORTES-FALLIDOS TO TAB-PAH-FALLIDOS(IDX-PAH)
           MOVE PAH-ACUMULADO TO TAB-PAH-ACUMULADO(IDX-PAH)
           MOVE PAH-ESTADO TO TAB-PAH-ESTADO(IDX-PAH)
           MOVE PAH-COBRO TO TAB-PAH-COBRO(IDX-PAH)
           MOVE PAH-REFERENCIA TO TAB-PAH-REFERENCIA(IDX-PAH)
           MOVE PAH-FECHA-FIN TO TAB-PAH-FIN(IDX-PAH)
           MOVE PAH-BONO TO TAB-PAH-BONO(IDX-PAH)
           MOVE PAH-PENALIZACION TO TAB-PAH-PENA(IDX-PAH).

        GRABAR-PLANES.
           OPEN OUTPUT PLANES-FILE
           PERFORM VARYING IDX-PAH FROM 1 BY 1
                   UNTIL IDX-PAH > TOTAL-PLANES
              MOVE TAB-PAH-FOLIO(IDX-PAH) TO PAH-FOLIO
              MOVE TAB-PAH-CLIENTE(IDX-PAH) TO PAH-CLIENTE
              MOVE TAB-PAH-CARGO(IDX-PAH) TO PAH-CUENTA-CARGO
              MOVE TAB-PAH-AHORRO(IDX-PAH) TO PAH-CUENTA-AHORRO
              MOVE TAB-PAH-APORTACION(IDX-PAH) TO PAH-APORTACION
              MOVE TAB-PAH-MESES(IDX-PAH) TO PAH-MESES
              MOVE TAB-PAH-META(IDX-PAH) TO PAH-META
              MOVE TAB-PAH-DIA(IDX-PAH) TO PAH-DIA-CARGO
              MOVE TAB-PAH-ALTA(IDX-PAH) TO PAH-FECHA-ALTA
              MOVE TAB-PAH-PROXIMO(IDX-PAH) TO PAH-PROXIMO-CARGO
              MOVE TAB-PAH-TASA-BONO(IDX-PAH) TO PAH-TASA-BONO
              MOVE TAB-PAH-TASA-PENA(IDX-PAH)
                TO PAH-TASA-PENALIZACION
              MOVE TAB-PAH-HECHOS(IDX-PAH) TO PAH-APORTES-HECHOS
              MOVE TAB-PAH-FALLIDOS(IDX-PAH) TO PAH-APORTES-FALLIDOS
              MOVE TAB-PAH-ACUMULADO(IDX-PAH) TO PAH-ACUMULADO
              MOVE TAB-PAH-ESTADO(IDX-PAH) TO PAH-ESTADO
              MOVE TAB-PAH-COBRO(IDX-PAH) TO PAH-COBRO
              MOVE TAB-PAH-REFERENCIA(IDX-PAH) TO PAH-REFERENCIA
              MOVE TAB-PAH-FIN(IDX-PAH) TO PAH-FECHA-FIN
              MOVE TAB-PAH-BONO(IDX-PAH) TO PAH-BONO
              MOVE TAB-PAH-PENA(IDX-PAH) TO PAH-PENALIZACION
              WRITE PLAN-AHORRO-REG
           END-PERFORM
           CLOSE PLANES-FILE.

      *---- Carga las referencias posteadas y de paso las cuenta
      *---- contra las cifras de control que dejó BATCH-BANCO.
        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "AHORRO-PROGRAMADO" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
                       ADD 1 TO TOTAL-POSTEADOS
                       MOVE PST-REFERENCIA
                         TO TAB-PST-REFERENCIA(TOTAL-POSTEADOS)
                       MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Sólo interesan los rechazos del rango de ahorro
      *---- programado.
        CARGAR-RECHAZOS.
           OPEN INPUT RECHAZOS-HIST-FILE
           IF WS-ESTADO-RECHAZOS = '00'
              PERFORM UNTIL FIN-RHX
                 READ RECHAZOS-HIST-FILE
                    AT END MOVE 'S' TO EOF-RHX
                    NOT AT END
                       IF RHX-REFERENCIA >= 72000000
                             AND RHX-REFERENCIA <= 72999999
                             AND TOTAL-RECHAZOS < 9999
                          ADD 1 TO TOTAL-RECHAZOS
                          MOVE RHX-REFERENCIA
                            TO TAB-RHX-REFERENCIA(TOTAL-RECHAZOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECHAZOS-HIST-FILE
           END-IF.
