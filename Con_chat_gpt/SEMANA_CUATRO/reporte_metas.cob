      *> vendedor el real, la meta, el porcentaje de alcance y el
      *> lugar en el ranking (ordenado por alcance descendente); los
      *> vendedores con ventas sin meta fijada tambien se listan,
      *> marcados. Sale a METAS_VENTAS.RPT. El real es venta neta:
      *> las devoluciones de VENTAS_DEVOLUCIONES.DAT se restan del
      *> mes de la venta original.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORTE-FILE ASSIGN TO 'METAS_VENTAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT DEVOLUCIONES-FILE
               ASSIGN TO 'VENTAS_DEVOLUCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVOLUCIONES.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo detalle acumulado que escribe TABLA-VENTAS.
       FD DETALLE-FILE.
           COPY VENTADETREG.

       FD METAS-FILE.
       01 META-REG.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

      *---- Devoluciones que registra TABLA-VENTAS.
       FD DEVOLUCIONES-FILE.
           COPY DEVVENTAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-DETALLE PIC X(2).
       01 WS-ESTADO-METAS   PIC X(2).
       01 WS-ESTADO-REPORTE PIC X(2).
       01 WS-ESTADO-DEVOLUCIONES PIC X(2).

       01 EOF-DET PIC X VALUE 'N'.
          88 FIN-DET VALUE 'S'.
       01 EOF-MET PIC X VALUE 'N'.
          88 FIN-MET VALUE 'S'.
       01 EOF-DVV PIC X VALUE 'N'.
          88 FIN-DVV VALUE 'S'.

       01 MES-PEDIDO PIC 9(6).
       01 FECHA-DETALLE PIC 9(8).

            PERFORM CARGAR-METAS-DEL-MES.
            PERFORM ACUMULAR-VENTAS-DEL-MES.
            PERFORM RESTAR-DEVOLUCIONES-DEL-MES.

            IF TOTAL-VENDEDORES = 0
               DISPLAY "SIN METAS NI VENTAS EN EL MES " MES-PEDIDO
           END-PERFORM.
           CLOSE DETALLE-FILE.

      *---- Venta devuelta: sale del real del mes en que se vendió.
        RESTAR-DEVOLUCIONES-DEL-MES.
           OPEN INPUT DEVOLUCIONES-FILE.
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-DVV
              READ DEVOLUCIONES-FILE
                 AT END MOVE 'S' TO EOF-DVV
                 NOT AT END
                    MOVE DVV-FECHA-VENTA TO FECHA-DETALLE
                    IF WS-DET-ANOMES = MES-PEDIDO
                       MOVE DVV-VENDEDOR TO VENDEDOR-TRABAJO
                       PERFORM UBICAR-VENDEDOR
                       IF TAB-VEN-REAL(RENGLON-VENDEDOR) > DVV-IMPORTE
                          SUBTRACT DVV-IMPORTE
                             FROM TAB-VEN-REAL(RENGLON-VENDEDOR)
                       ELSE
                          MOVE ZERO TO TAB-VEN-REAL(RENGLON-VENDEDOR)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEVOLUCIONES-FILE.

        UBICAR-VENDEDOR.
           MOVE 0 TO RENGLON-VENDEDOR.
           PERFORM VARYING IDX-VEN FROM 1 BY 1
