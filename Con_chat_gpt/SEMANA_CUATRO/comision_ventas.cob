      *> en MOVIMIENTOS.DAT con referencias 83xxxxxx de
      *> COMVTA_REF.CTL, el mismo camino que la nómina. De la venta
      *> a la comisión pagada en una sola tubería, sin hoja de
      *> cálculo. Las ventas con producto cuya línea tiene tasa
      *> propia en COMISION_LINEAS.CTL comisionan a esa tasa; el
      *> resto del volumen sigue con la tasa del tramo, y el tramo
      *> se sigue buscando con el volumen total del vendedor. En la
      *> liquidación la tasa es la efectiva sobre todo el volumen.
      *> Las ventas del mes devueltas (VENTAS_DEVOLUCIONES.DAT) salen
      *> del volumen antes de liquidar, salvo aquellas cuya comisión
      *> ya se recupera por nómina; cada vendedor liquidado queda en
      *> COMISIONES_PAGADAS.DAT con la tasa efectiva pagada, para que
      *> TABLA-VENTAS recupere la comisión de una devolución tardía.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TASAS-FILE ASSIGN TO 'COMISION_TASAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS.
           SELECT LINEAS-FILE ASSIGN TO 'COMISION_LINEAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LINEAS.
           SELECT CRUCE-FILE ASSIGN TO 'VENDEDORES_EMPLEADOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CRUCE.
           SELECT REPORTE-FILE ASSIGN TO 'COMISIONES_VENTAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT DEVOLUCIONES-FILE
               ASSIGN TO 'VENTAS_DEVOLUCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
           SELECT PAGADAS-FILE ASSIGN TO 'COMISIONES_PAGADAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGADAS.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo detalle acumulado que escribe TABLA-VENTAS.
       FD DETALLE-FILE.
           COPY VENTADETREG.

      *---- Tramos del esquema de comisión, en orden ascendente de
      *---- volumen: la tasa del primer tramo cuyo tope alcanza el
      *---- Metas mensuales por vendedor, mantenidas en
      *---- MANTENIMIENTO-METAS; el tramo acelerador sólo aplica al
      *---- vendedor que alcanzó la meta de su mes.
      *---- Tasa propia por línea de producto (PRD-LINEA); la línea
      *---- sin renglón comisiona con el tramo por volumen.
       FD LINEAS-FILE.
       01 LINEA-TASA-REG.
           05 CLN-LINEA PIC 9(2).
           05 CLN-TASA  PIC V999.

       FD METAS-FILE.
       01 META-REG.
           05 MET-VENDEDOR PIC 9(3).
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

      *---- Devoluciones que registra TABLA-VENTAS.
       FD DEVOLUCIONES-FILE.
           COPY DEVVENTAREG.

       FD PAGADAS-FILE.
           COPY COMPAGADAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-DETALLE     PIC X(2).
       01 WS-ESTADO-TASAS       PIC X(2).
       01 WS-ESTADO-LINEAS      PIC X(2).
       01 WS-ESTADO-METAS       PIC X(2).
       01 WS-ESTADO-ACELERADOR  PIC X(2).
       01 WS-ESTADO-CRUCE       PIC X(2).
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ESTADO-REPORTE     PIC X(2).
       01 WS-ESTADO-DEVOLUCIONES PIC X(2).
       01 WS-ESTADO-PAGADAS     PIC X(2).

       01 EOF-DET PIC X VALUE 'N'.
          88 FIN-DET VALUE 'S'.
       01 EOF-TAS PIC X VALUE 'N'.
          88 FIN-TAS VALUE 'S'.
       01 EOF-LIN PIC X VALUE 'N'.
          88 FIN-LIN VALUE 'S'.
       01 EOF-CRU PIC X VALUE 'N'.
          88 FIN-CRU VALUE 'S'.
       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.
       01 EOF-DVV PIC X VALUE 'N'.
          88 FIN-DVV VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 MES-PEDIDO PIC 9(6).

       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

      *> --- Volumen del mes por vendedor; aparte, la parte del
      *> volumen vendida en líneas con tasa propia y la comisión que
      *> ya devengó a esas tasas.
       01 VENDEDORES-TABLA.
          05 VENDEDOR-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-VENDEDORES
                INDEXED BY IDX-VEN.
             10 TAB-VEN-CODIGO  PIC 9(3).
             10 TAB-VEN-VOLUMEN PIC 9(9)V99.
             10 TAB-VEN-VOL-LINEA PIC 9(9)V99.
             10 TAB-VEN-COM-LINEA PIC 9(7)V9(5).
       01 TOTAL-VENDEDORES PIC 9(3) VALUE 0.
       01 VENDEDOR-ENCONTRADO PIC X(1) VALUE 'N'.
          88 VENDEDOR-HALLADO VALUE 'S'.
       01 TOTAL-TASAS PIC 9(2) VALUE 0.
       01 TASA-APLICADA PIC V999 VALUE .050.

      *> --- Tasas por línea de producto cargadas del control.
       01 LINEAS-TABLA.
          05 LINEA-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-LINEAS
                INDEXED BY IDX-LIN.
             10 TAB-LIN-LINEA PIC 9(2).
             10 TAB-LIN-TASA  PIC V999.
       01 TOTAL-LINEAS PIC 9(2) VALUE 0.
       01 ACELERADOR-APLICADO PIC X(1) VALUE 'N'.
          88 CON-ACELERADOR VALUE 'S'.
       01 TASA-EFECTIVA PIC V999 VALUE ZERO.

      *> --- Metas del mes liquidado y el acelerador por cumplirla.
       01 EOF-MET PIC X VALUE 'N'.
          88 FIN-MET VALUE 'S'.
       01 TOTAL-EMPLEADOS PIC 9(5) VALUE 0.
       01 CUENTA-DEL-EMPLEADO PIC 9(6) VALUE 0.

      *> --- Devoluciones cargadas; las del mes se descuentan y se
      *> marcan como liquidadas.
       01 DEVOLUCIONES-TABLA.
          05 DEVOLUCION-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-DEVOLUCIONES
                INDEXED BY IDX-DVV.
             10 TAB-DVV-FOLIO-VENTA PIC 9(8).
             10 TAB-DVV-FECHA       PIC 9(8).
             10 TAB-DVV-FECHA-VENTA PIC 9(8).
             10 TAB-DVV-VENDEDOR    PIC 9(3).
             10 TAB-DVV-IMPORTE     PIC 9(5)V99.
             10 TAB-DVV-PRODUCTO    PIC 9(6).
             10 TAB-DVV-CANTIDAD    PIC 9(5).
             10 TAB-DVV-LINEA       PIC 9(2).
             10 TAB-DVV-MOTIVO      PIC X(20).
             10 TAB-DVV-NETEO       PIC X(1).
             10 TAB-DVV-COMISION    PIC X(1).
             10 TAB-DVV-RECUPERADO  PIC 9(5)V99.
       01 TOTAL-DEVOLUCIONES PIC 9(5) VALUE 0.
       01 DEVOLUCIONES-DEL-MES PIC 9(5) VALUE 0.
       01 VOLUMEN-DEVUELTO PIC 9(9)V99 VALUE ZERO.
       01 COMISION-DEVUELTA PIC 9(7)V9(5) VALUE ZERO.
       01 DEPOSITO-HECHO PIC X(1) VALUE 'N'.
          88 COMISION-DEPOSITADA VALUE 'S'.

       01 COMISION-CALC    PIC 9(7)V99 VALUE ZERO.
       01 COMISION-IMPORTE PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-COMISIONES PIC 9(9)V99 VALUE ZERO.
            ACCEPT MES-PEDIDO.

            PERFORM CARGAR-TASAS.
            PERFORM CARGAR-LINEAS.
            PERFORM CARGAR-METAS-DEL-MES.
            PERFORM LEER-ACELERADOR.
            PERFORM CARGAR-CRUCE.
            PERFORM CARGAR-EMPLEADOS.
            PERFORM ACUMULAR-VENTAS-DEL-MES.
            PERFORM DESCONTAR-DEVOLUCIONES.

            IF TOTAL-VENDEDORES = 0
               DISPLAY "SIN VENTAS EN EL MES " MES-PEDIDO
            IF WS-ESTADO-MOVIMIENTOS NOT = '00'
               OPEN OUTPUT MOVIMIENTOS-FILE
            END-IF.
            OPEN EXTEND PAGADAS-FILE.
            IF WS-ESTADO-PAGADAS NOT = '00'
               OPEN OUTPUT PAGADAS-FILE
            END-IF.

            PERFORM LIQUIDAR-VENDEDOR
               VARYING IDX-VEN FROM 1 BY 1
               UNTIL IDX-VEN > TOTAL-VENDEDORES.

            CLOSE MOVIMIENTOS-FILE.
            CLOSE PAGADAS-FILE.
            CLOSE REPORTE-FILE.
            PERFORM GRABAR-ULTIMA-REFERENCIA.
            IF DEVOLUCIONES-DEL-MES > 0
               PERFORM GRABAR-DEVOLUCIONES
            END-IF.

            DISPLAY "--------------------------------".
            DISPLAY "VENDEDORES LIQUIDADOS: " TOTAL-VENDEDORES.
            DISPLAY "DEPOSITOS GENERADOS: " TOTAL-DEPOSITOS.
            DISPLAY "VENDEDORES SIN EMPLEADO: " TOTAL-EXCEPCIONES.
            DISPLAY "CON ACELERADOR POR META: " TOTAL-ACELERADOS.
            DISPLAY "DEVOLUCIONES DESCONTADAS: " DEVOLUCIONES-DEL-MES.
            DISPLAY "LIQUIDACION EN COMISIONES_VENTAS.RPT".
            DISPLAY "--------------------------------".

              SET IDX-VEN TO TOTAL-VENDEDORES
              MOVE DET-VENDEDOR TO TAB-VEN-CODIGO(IDX-VEN)
              MOVE DET-IMPORTE TO TAB-VEN-VOLUMEN(IDX-VEN)
              MOVE ZERO TO TAB-VEN-VOL-LINEA(IDX-VEN)
              MOVE ZERO TO TAB-VEN-COM-LINEA(IDX-VEN)
           END-IF.
           PERFORM ACUMULAR-LINEA.

      *---- Venta con producto de una línea con tasa propia: su
      *---- importe comisiona a la tasa de la línea. Los renglones
      *---- anteriores al catálogo no traen línea.
        ACUMULAR-LINEA.
           IF DET-PRODUCTO NOT NUMERIC OR DET-LINEA NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > TOTAL-LINEAS
              IF TAB-LIN-LINEA(IDX-LIN) = DET-LINEA
                 ADD DET-IMPORTE TO TAB-VEN-VOL-LINEA(IDX-VEN)
                 COMPUTE TAB-VEN-COM-LINEA(IDX-VEN)
                    = TAB-VEN-COM-LINEA(IDX-VEN)
                    + DET-IMPORTE * TAB-LIN-TASA(IDX-LIN)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Liquida a un vendedor: tasa por su volumen, comisión,
      *---- cruce a empleado y cuenta, renglón del reporte y, si
      *---- El acelerador que el esquema anunciado promete sólo se
      *---- paga cuando el sistema vio la meta del mes cumplida.
           PERFORM BUSCAR-META-DEL-VENDEDOR.
           MOVE 'N' TO ACELERADOR-APLICADO.
           IF TASA-ACELERADOR > 0
                 AND META-DEL-VENDEDOR > 0
                 AND TAB-VEN-VOLUMEN(IDX-VEN) >= META-DEL-VENDEDOR
              ADD TASA-ACELERADOR TO TASA-APLICADA
              MOVE 'S' TO ACELERADOR-APLICADO
              ADD 1 TO TOTAL-ACELERADOS
           END-IF.
      *---- El volumen de líneas con tasa propia ya trae su comisión;
      *---- el acelerador por meta cumplida se le suma igual.
           IF CON-ACELERADOR
              COMPUTE COMISION-CALC ROUNDED
                 = (TAB-VEN-VOLUMEN(IDX-VEN)
                    - TAB-VEN-VOL-LINEA(IDX-VEN)) * TASA-APLICADA
                 + TAB-VEN-COM-LINEA(IDX-VEN)
                 + TAB-VEN-VOL-LINEA(IDX-VEN) * TASA-ACELERADOR
           ELSE
              COMPUTE COMISION-CALC ROUNDED
                 = (TAB-VEN-VOLUMEN(IDX-VEN)
                    - TAB-VEN-VOL-LINEA(IDX-VEN)) * TASA-APLICADA
                 + TAB-VEN-COM-LINEA(IDX-VEN)
           END-IF.
           MOVE TASA-APLICADA TO TASA-EFECTIVA.
           IF TAB-VEN-VOL-LINEA(IDX-VEN) > 0
              COMPUTE TASA-EFECTIVA ROUNDED
                 = COMISION-CALC / TAB-VEN-VOLUMEN(IDX-VEN)
           END-IF.
           ADD COMISION-CALC TO TOTAL-COMISIONES.
           MOVE TAB-VEN-CODIGO(IDX-VEN) TO LIQ-VENDEDOR.
           MOVE TAB-VEN-VOLUMEN(IDX-VEN) TO LIQ-VOLUMEN.
           MOVE TASA-EFECTIVA TO LIQ-TASA.
           MOVE COMISION-CALC TO LIQ-COMISION.
           MOVE 'N' TO DEPOSITO-HECHO.
           PERFORM BUSCAR-EMPLEADO-DEL-VENDEDOR.
           IF EMPLEADO-DEL-VENDEDOR = 0
              ADD 1 TO TOTAL-EXCEPCIONES
              END-IF
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           PERFORM GRABAR-COMISION-PAGADA.

      *---- Lo pagado al vendedor en el mes, con la tasa efectiva a
      *---- cinco decimales para recuperar comisión por devolución.
        GRABAR-COMISION-PAGADA.
           MOVE TAB-VEN-CODIGO(IDX-VEN) TO CPG-VENDEDOR.
           MOVE MES-PEDIDO TO CPG-MES.
           MOVE WS-FECHA-HOY TO CPG-FECHA.
           MOVE EMPLEADO-DEL-VENDEDOR TO CPG-EMPLEADO.
           MOVE TAB-VEN-VOLUMEN(IDX-VEN) TO CPG-VOLUMEN.
           MOVE COMISION-CALC TO CPG-COMISION.
           MOVE ZERO TO CPG-TASA.
           IF TAB-VEN-VOLUMEN(IDX-VEN) > 0
              COMPUTE CPG-TASA ROUNDED
                 = COMISION-CALC / TAB-VEN-VOLUMEN(IDX-VEN)
           END-IF.
           IF COMISION-DEPOSITADA
              MOVE 'S' TO CPG-DEPOSITADA
           ELSE
              MOVE 'N' TO CPG-DEPOSITADA
           END-IF.
           WRITE COMISION-PAGADA-REG.

      *---- Las ventas del mes devueltas salen del volumen de su
      *---- vendedor (y de su línea, si la línea tiene tasa propia),
      *---- menos las que ya se recuperan por nómina ('D').
        DESCONTAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-FILE.
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-DVV
              READ DEVOLUCIONES-FILE
                 AT END MOVE 'S' TO EOF-DVV
                 NOT AT END
                    IF DVV-FOLIO-VENTA NUMERIC
                          AND TOTAL-DEVOLUCIONES < 99999
                       ADD 1 TO TOTAL-DEVOLUCIONES
                       MOVE DEVOLUCION-VENTA-REG
                         TO DEVOLUCION-RENGLON(TOTAL-DEVOLUCIONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEVOLUCIONES-FILE.
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              MOVE TAB-DVV-FECHA-VENTA(IDX-DVV) TO FECHA-DETALLE
              IF WS-DET-ANOMES = MES-PEDIDO
                    AND TAB-DVV-COMISION(IDX-DVV) NOT = 'D'
                 PERFORM DESCONTAR-UNA-DEVOLUCION
              END-IF
           END-PERFORM.

        DESCONTAR-UNA-DEVOLUCION.
           PERFORM VARYING IDX-VEN FROM 1 BY 1
                   UNTIL IDX-VEN > TOTAL-VENDEDORES
              IF TAB-VEN-CODIGO(IDX-VEN) = TAB-DVV-VENDEDOR(IDX-DVV)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IDX-VEN > TOTAL-VENDEDORES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DEVOLUCIONES-DEL-MES.
           MOVE 'L' TO TAB-DVV-COMISION(IDX-DVV).
           MOVE TAB-DVV-IMPORTE(IDX-DVV) TO VOLUMEN-DEVUELTO.
           IF VOLUMEN-DEVUELTO > TAB-VEN-VOLUMEN(IDX-VEN)
              MOVE TAB-VEN-VOLUMEN(IDX-VEN) TO VOLUMEN-DEVUELTO
           END-IF.
           SUBTRACT VOLUMEN-DEVUELTO FROM TAB-VEN-VOLUMEN(IDX-VEN).
           IF TAB-DVV-LINEA(IDX-DVV) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > TOTAL-LINEAS
              IF TAB-LIN-LINEA(IDX-LIN) = TAB-DVV-LINEA(IDX-DVV)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF IDX-LIN > TOTAL-LINEAS
              EXIT PARAGRAPH
           END-IF.
           IF VOLUMEN-DEVUELTO > TAB-VEN-VOL-LINEA(IDX-VEN)
              MOVE TAB-VEN-VOL-LINEA(IDX-VEN) TO VOLUMEN-DEVUELTO
           END-IF.
           COMPUTE COMISION-DEVUELTA
              = VOLUMEN-DEVUELTO * TAB-LIN-TASA(IDX-LIN).
           IF COMISION-DEVUELTA > TAB-VEN-COM-LINEA(IDX-VEN)
              MOVE TAB-VEN-COM-LINEA(IDX-VEN) TO COMISION-DEVUELTA
           END-IF.
           SUBTRACT VOLUMEN-DEVUELTO FROM TAB-VEN-VOL-LINEA(IDX-VEN).
           SUBTRACT COMISION-DEVUELTA FROM TAB-VEN-COM-LINEA(IDX-VEN).

        GRABAR-DEVOLUCIONES.
           OPEN OUTPUT DEVOLUCIONES-FILE.
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              MOVE DEVOLUCION-RENGLON(IDX-DVV)
                TO DEVOLUCION-VENTA-REG
              WRITE DEVOLUCION-VENTA-REG
           END-PERFORM.
           CLOSE DEVOLUCIONES-FILE.

      *---- La tasa del primer tramo cuyo tope alcanza el volumen;
      *---- sin tramos cargados se queda la tasa de respaldo.
           MOVE ZERO TO MOV-CHEQUE.
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           ADD 1 TO TOTAL-DEPOSITOS.
           MOVE 'S' TO DEPOSITO-HECHO.

        CARGAR-TASAS.
           OPEN INPUT TASAS-FILE.
              CLOSE TASAS-FILE
           END-IF.

        CARGAR-LINEAS.
           OPEN INPUT LINEAS-FILE.
           IF WS-ESTADO-LINEAS = '00'
              PERFORM UNTIL FIN-LIN
                 READ LINEAS-FILE
                    AT END MOVE 'S' TO EOF-LIN
                    NOT AT END
                       IF CLN-LINEA NUMERIC AND CLN-TASA NUMERIC
                             AND TOTAL-LINEAS < 99
                          ADD 1 TO TOTAL-LINEAS
                          MOVE CLN-LINEA
                            TO TAB-LIN-LINEA(TOTAL-LINEAS)
                          MOVE CLN-TASA TO TAB-LIN-TASA(TOTAL-LINEAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LINEAS-FILE
           END-IF.

        CARGAR-CRUCE.
           OPEN INPUT CRUCE-FILE.
           IF WS-ESTADO-CRUCE = '00'
