       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABLE-NOMINA.

      *> --- Póliza de nómina por centro de costos. NOMINA y
      *> NOMINA-ESPECIAL le pasan cada empleado que pagan; con
      *> EMPLEADOS_DEPTOS.DAT halla su departamento vigente a la
      *> fecha de pago y con DEPARTAMENTOS.DAT el centro de costos
      *> al que se carga, y suma ahí el bruto, el impuesto, el
      *> seguro, las otras deducciones y el neto. Al cerrar la
      *> corrida agrega a CONTABLE.DAT, por centro, el cargo al gasto
      *> de nómina (NOMINA-GTO) y los abonos de impuesto retenido
      *> (NOMINA-ISR), seguro retenido (NOMINA-SEG), deducciones por
      *> enterar (NOMINA-DED) y neto por pagar (NOMINA-NET), en MXN y
      *> con el centro en CNT-SUCURSAL, de modo que CONTABILIDAD-
      *> GENERAL lleva el costo de nómina por área con las reglas de
      *> CATALOGO_CONTABLE.CTL. Como PROVISION-CARTERA, graba con
      *> cifras de control y suma sus renglones al corte de hoy de
      *> BATCH-BANCO. Los archivos se leen en la primera llamada de
      *> la corrida; se llama con los parámetros de NOMCONTPARREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO 'DEPARTAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEPARTAMENTOS.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'EMPLEADOS_DEPTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT CORTES-FILE ASSIGN TO 'CORTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORTES.

       DATA DIVISION.
       FILE SECTION.
       FD DEPARTAMENTOS-FILE.
           COPY DEPARTAMENTOREG.

       FD ASIGNACIONES-FILE.
           COPY ASIGDEPTOREG.

      *---- Mismo trazado de la interfaz contable de BATCH-BANCO.
       FD CONTABLE-FILE.
       01 CONTABLE-REG.
           05 CNT-FECHA    PIC 9(8).
           05 CNT-MONEDA   PIC X(3).
           05 CNT-SUCURSAL PIC 9(3).
           05 CNT-CONCEPTO PIC X(10).
           05 CNT-CARGO-ABONO PIC X(1).
           05 CNT-IMPORTE  PIC 9(9)V99.
           05 CNT-REGISTROS PIC 9(5).

      *---- Registro de cortes de BATCH-BANCO: los renglones que se
      *---- agregan a CONTABLE.DAT se suman a los del corte de hoy.
       FD CORTES-FILE.
       01 CORTE-REG.
           05 COR-FECHA PIC 9(8).
           05 COR-CORTE PIC 9(2).
           05 COR-RENGLONES PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-DEPARTAMENTOS PIC X(2).
       01 WS-ESTADO-ASIGNACIONES  PIC X(2).
       01 WS-ESTADO-CONTABLE      PIC X(2).
       01 WS-ESTADO-CORTES        PIC X(2).
       01 EOF-DEP PIC X VALUE 'N'.
          88 FIN-DEP VALUE 'S'.
       01 EOF-ADP PIC X VALUE 'N'.
          88 FIN-ADP VALUE 'S'.
       01 ARCHIVOS-LEIDOS PIC X(1) VALUE 'N'.

       01 DEPARTAMENTOS-TABLA.
          05 DEPARTAMENTO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-DEPARTAMENTOS
                INDEXED BY IDX-DEP.
             10 TAB-DEP-CODIGO PIC 9(3).
             10 TAB-DEP-CENTRO PIC 9(3).
       01 TOTAL-DEPARTAMENTOS PIC 9(3) VALUE 0.

       01 ASIGNACIONES-TABLA.
          05 ASIGNACION-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ADP.
             10 TAB-ADP-EMPLEADO PIC 9(4).
             10 TAB-ADP-DEPTO    PIC 9(3).
             10 TAB-ADP-DESDE    PIC 9(8).
             10 TAB-ADP-HASTA    PIC 9(8).
       01 TOTAL-ASIGNACIONES PIC 9(5) VALUE 0.

      *> --- Importes de la corrida por centro de costos.
       01 CENTROS-TABLA.
          05 CENTRO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CENTROS
                INDEXED BY IDX-CEN.
             10 TAB-CEN-CENTRO   PIC 9(3).
             10 TAB-CEN-BRUTO    PIC 9(9)V99.
             10 TAB-CEN-IMPUESTO PIC 9(9)V99.
             10 TAB-CEN-SEGURO   PIC 9(9)V99.
             10 TAB-CEN-OTRAS    PIC 9(9)V99.
             10 TAB-CEN-NETO     PIC 9(9)V99.
       01 TOTAL-CENTROS PIC 9(3) VALUE 0.
       01 RENGLON-CENTRO PIC 9(3) VALUE 0.
       01 SIN-DEPARTAMENTO PIC 9(5) VALUE 0.

       01 CONCEPTO-PARTIDA PIC X(10) VALUE SPACES.
       01 CARGO-ABONO-PARTIDA PIC X(1) VALUE SPACE.
       01 IMPORTE-PARTIDA PIC 9(9)V99 VALUE ZERO.
       01 RENGLONES-AGREGADOS PIC 9(5) VALUE 0.
       01 CORTE-HOY       PIC 9(2) VALUE 0.
       01 RENGLONES-CORTE PIC 9(5) VALUE 0.
      *> Cifras de control de lo que se agrega a CONTABLE.DAT.
           COPY ENTREGAPARREG.

       LINKAGE SECTION.
           COPY NOMCONTPARREG.

       PROCEDURE DIVISION USING NOMINA-CONTABLE-PARAMETROS.

            IF ARCHIVOS-LEIDOS NOT = 'S'
               PERFORM CARGAR-DEPARTAMENTOS
               PERFORM CARGAR-ASIGNACIONES
               MOVE 'S' TO ARCHIVOS-LEIDOS
            END-IF

            EVALUATE TRUE
               WHEN NCP-EMPLEADO-PAGADO
                  PERFORM UBICAR-DEPARTAMENTO
                  PERFORM SUMAR-CENTRO
               WHEN NCP-CONSULTA
                  PERFORM UBICAR-DEPARTAMENTO
               WHEN NCP-GRABAR
                  MOVE 0 TO RENGLONES-AGREGADOS
                  PERFORM GRABAR-CONTABLE
                  PERFORM SUMAR-RENGLONES-CORTE
                  MOVE RENGLONES-AGREGADOS TO NCP-RENGLONES
                  MOVE SIN-DEPARTAMENTO TO NCP-SIN-DEPTO
                  MOVE 0 TO TOTAL-CENTROS
                  MOVE 0 TO SIN-DEPARTAMENTO
            END-EVALUATE

            GOBACK.

      *---- Departamento vigente del empleado a la fecha de pago: el
      *---- renglón que empezó en o antes de ella y no había cerrado;
      *---- de él, el centro de costos del catálogo.
        UBICAR-DEPARTAMENTO.
           MOVE 0 TO NCP-DEPARTAMENTO
           MOVE 0 TO NCP-CENTRO-COSTO
           PERFORM VARYING IDX-ADP FROM 1 BY 1
                   UNTIL IDX-ADP > TOTAL-ASIGNACIONES
              IF TAB-ADP-EMPLEADO(IDX-ADP) = NCP-EMPLEADO
                    AND TAB-ADP-DESDE(IDX-ADP) <= NCP-FECHA
                    AND (TAB-ADP-HASTA(IDX-ADP) = 0
                    OR TAB-ADP-HASTA(IDX-ADP) > NCP-FECHA)
                 MOVE TAB-ADP-DEPTO(IDX-ADP) TO NCP-DEPARTAMENTO
              END-IF
           END-PERFORM
           IF NCP-DEPARTAMENTO = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
              IF TAB-DEP-CODIGO(IDX-DEP) = NCP-DEPARTAMENTO
                 MOVE TAB-DEP-CENTRO(IDX-DEP) TO NCP-CENTRO-COSTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        SUMAR-CENTRO.
           IF NCP-DEPARTAMENTO = 0
              ADD 1 TO SIN-DEPARTAMENTO
           END-IF
           MOVE 0 TO RENGLON-CENTRO
           PERFORM VARYING IDX-CEN FROM 1 BY 1
                   UNTIL IDX-CEN > TOTAL-CENTROS
              IF TAB-CEN-CENTRO(IDX-CEN) = NCP-CENTRO-COSTO
                 MOVE IDX-CEN TO RENGLON-CENTRO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-CENTRO = 0
              ADD 1 TO TOTAL-CENTROS
              MOVE TOTAL-CENTROS TO RENGLON-CENTRO
              MOVE NCP-CENTRO-COSTO TO TAB-CEN-CENTRO(RENGLON-CENTRO)
              MOVE ZERO TO TAB-CEN-BRUTO(RENGLON-CENTRO)
              MOVE ZERO TO TAB-CEN-IMPUESTO(RENGLON-CENTRO)
              MOVE ZERO TO TAB-CEN-SEGURO(RENGLON-CENTRO)
              MOVE ZERO TO TAB-CEN-OTRAS(RENGLON-CENTRO)
              MOVE ZERO TO TAB-CEN-NETO(RENGLON-CENTRO)
           END-IF
           ADD NCP-BRUTO TO TAB-CEN-BRUTO(RENGLON-CENTRO)
           ADD NCP-IMPUESTO TO TAB-CEN-IMPUESTO(RENGLON-CENTRO)
           ADD NCP-SEGURO TO TAB-CEN-SEGURO(RENGLON-CENTRO)
           ADD NCP-OTRAS TO TAB-CEN-OTRAS(RENGLON-CENTRO)
           ADD NCP-NETO TO TAB-CEN-NETO(RENGLON-CENTRO).

      *---- Agrega la póliza de la corrida a CONTABLE.DAT: por cada
      *---- centro, el cargo al gasto y sus cuatro abonos, que suman
      *---- lo mismo.
        GRABAR-CONTABLE.
           IF TOTAL-CENTROS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO EPA-MODO
           OPEN EXTEND CONTABLE-FILE
           IF WS-ESTADO-CONTABLE NOT = '00'
              OPEN OUTPUT CONTABLE-FILE
              MOVE 'N' TO EPA-MODO
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE "CONTABLE.DAT" TO EPA-ARCHIVO
           MOVE NCP-PROGRAMA TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-CEN FROM 1 BY 1
                   UNTIL IDX-CEN > TOTAL-CENTROS
              MOVE "NOMINA-GTO" TO CONCEPTO-PARTIDA
              MOVE 'C' TO CARGO-ABONO-PARTIDA
              MOVE TAB-CEN-BRUTO(IDX-CEN) TO IMPORTE-PARTIDA
              PERFORM GRABAR-PARTIDA
              MOVE "NOMINA-ISR" TO CONCEPTO-PARTIDA
              MOVE 'A' TO CARGO-ABONO-PARTIDA
              MOVE TAB-CEN-IMPUESTO(IDX-CEN) TO IMPORTE-PARTIDA
              PERFORM GRABAR-PARTIDA
              MOVE "NOMINA-SEG" TO CONCEPTO-PARTIDA
              MOVE TAB-CEN-SEGURO(IDX-CEN) TO IMPORTE-PARTIDA
              PERFORM GRABAR-PARTIDA
              MOVE "NOMINA-DED" TO CONCEPTO-PARTIDA
              MOVE TAB-CEN-OTRAS(IDX-CEN) TO IMPORTE-PARTIDA
              PERFORM GRABAR-PARTIDA
              MOVE "NOMINA-NET" TO CONCEPTO-PARTIDA
              MOVE TAB-CEN-NETO(IDX-CEN) TO IMPORTE-PARTIDA
              PERFORM GRABAR-PARTIDA
           END-PERFORM
           CLOSE CONTABLE-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Las partidas en cero no se graban.
        GRABAR-PARTIDA.
           IF IMPORTE-PARTIDA = 0
              EXIT PARAGRAPH
           END-IF
           MOVE NCP-FECHA TO CNT-FECHA
           MOVE "MXN" TO CNT-MONEDA
           MOVE TAB-CEN-CENTRO(IDX-CEN) TO CNT-SUCURSAL
           MOVE CONCEPTO-PARTIDA TO CNT-CONCEPTO
           MOVE CARGO-ABONO-PARTIDA TO CNT-CARGO-ABONO
           MOVE IMPORTE-PARTIDA TO CNT-IMPORTE
           MOVE ZERO TO CNT-REGISTROS
           WRITE CONTABLE-REG
           MOVE CNT-FECHA TO EPA-REFERENCIA
           MOVE CNT-IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           ADD 1 TO RENGLONES-AGREGADOS.

      *---- Si BATCH-BANCO ya cortó hoy, sus renglones del día pasan
      *---- a incluir los de la póliza.
        SUMAR-RENGLONES-CORTE.
           IF RENGLONES-AGREGADOS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CORTE-HOY
           OPEN INPUT CORTES-FILE
           IF WS-ESTADO-CORTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ CORTES-FILE
              NOT AT END
                 IF COR-FECHA NUMERIC
                       AND COR-FECHA = NCP-FECHA
                       AND COR-CORTE NUMERIC
                       AND COR-RENGLONES NUMERIC
                    MOVE COR-CORTE TO CORTE-HOY
                    MOVE COR-RENGLONES TO RENGLONES-CORTE
                 END-IF
           END-READ
           CLOSE CORTES-FILE
           IF CORTE-HOY = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CORTES-FILE
           MOVE NCP-FECHA TO COR-FECHA
           MOVE CORTE-HOY TO COR-CORTE
           COMPUTE COR-RENGLONES = RENGLONES-CORTE + RENGLONES-AGREGADOS
           WRITE CORTE-REG
           CLOSE CORTES-FILE.

        CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTOS-FILE
           IF WS-ESTADO-DEPARTAMENTOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DEP
              READ DEPARTAMENTOS-FILE
                 AT END MOVE 'S' TO EOF-DEP
                 NOT AT END
                    IF DEP-CODIGO NUMERIC
                          AND DEP-CENTRO-COSTO NUMERIC
                          AND TOTAL-DEPARTAMENTOS < 999
                       ADD 1 TO TOTAL-DEPARTAMENTOS
                       MOVE DEP-CODIGO
                         TO TAB-DEP-CODIGO(TOTAL-DEPARTAMENTOS)
                       MOVE DEP-CENTRO-COSTO
                         TO TAB-DEP-CENTRO(TOTAL-DEPARTAMENTOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPARTAMENTOS-FILE.

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
                          AND ADP-DEPARTAMENTO NUMERIC
                          AND ADP-FECHA-DESDE NUMERIC
                          AND ADP-FECHA-HASTA NUMERIC
                          AND TOTAL-ASIGNACIONES < 99999
                       ADD 1 TO TOTAL-ASIGNACIONES
                       MOVE ADP-EMPLEADO
                         TO TAB-ADP-EMPLEADO(TOTAL-ASIGNACIONES)
                       MOVE ADP-DEPARTAMENTO
                         TO TAB-ADP-DEPTO(TOTAL-ASIGNACIONES)
                       MOVE ADP-FECHA-DESDE
                         TO TAB-ADP-DESDE(TOTAL-ASIGNACIONES)
                       MOVE ADP-FECHA-HASTA
                         TO TAB-ADP-HASTA(TOTAL-ASIGNACIONES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASIGNACIONES-FILE.
