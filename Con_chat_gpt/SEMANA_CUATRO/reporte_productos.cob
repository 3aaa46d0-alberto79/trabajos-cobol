       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRODUCTOS.

      *> --- Ventas del día por producto y reorden de inventario: con
      *> el catálogo de PRODUCTOS.DAT suma las ventas de la fecha en
      *> VENTAS_DETALLE.DAT por producto (número de ventas, piezas e
      *> importe) y deja VENTAS_PRODUCTO.RPT; las ventas sin producto
      *> (anteriores al catálogo) salen juntas bajo el código 0 para
      *> que cuadre con el total del día de TABLA-VENTAS. Aparte deja
      *> REORDEN.RPT con los productos activos cuya existencia ya
      *> está en o por debajo de su punto de reorden y la cantidad a
      *> pedir (la fijada en el catálogo o, sin ella, lo que falta
      *> para llegar al doble del punto de reorden).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO 'PRODUCTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRODUCTOS.
           SELECT DETALLE-FILE ASSIGN TO 'VENTAS_DETALLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DETALLE.
           SELECT REPORTE-FILE ASSIGN TO 'VENTAS_PRODUCTO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT REORDEN-FILE ASSIGN TO 'REORDEN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REORDEN.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS-FILE.
           COPY PRODUCTOREG.

       FD DETALLE-FILE.
           COPY VENTADETREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       FD REORDEN-FILE.
       01 LINEA-REORDEN PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PRODUCTOS PIC X(2).
       01 WS-ESTADO-DETALLE   PIC X(2).
       01 WS-ESTADO-REPORTE   PIC X(2).
       01 WS-ESTADO-REORDEN   PIC X(2).

       01 EOF-PRD PIC X VALUE 'N'.
          88 FIN-PRD VALUE 'S'.
       01 EOF-DET PIC X VALUE 'N'.
          88 FIN-DET VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *> --- Catálogo con las ventas del día acumuladas; el renglón 1
      *> es el código 0, ventas sin producto del catálogo.
       01 PRODUCTOS-TABLA.
          05 PRODUCTO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRODUCTOS
                INDEXED BY IDX-PRD.
             10 TAB-PRD-CODIGO       PIC 9(6).
             10 TAB-PRD-DESCRIPCION  PIC X(30).
             10 TAB-PRD-LINEA        PIC 9(2).
             10 TAB-PRD-EXISTENCIA   PIC 9(7).
             10 TAB-PRD-PUNTO        PIC 9(7).
             10 TAB-PRD-A-PEDIR      PIC 9(7).
             10 TAB-PRD-ESTADO       PIC X(1).
             10 TAB-PRD-VENTAS       PIC 9(5).
             10 TAB-PRD-CANTIDAD     PIC 9(7).
             10 TAB-PRD-IMPORTE      PIC 9(9)V99.
       01 TOTAL-PRODUCTOS PIC 9(4) VALUE 0.

       01 SUMA-VENTAS   PIC 9(6) VALUE 0.
       01 SUMA-CANTIDAD PIC 9(8) VALUE 0.
       01 SUMA-IMPORTE  PIC 9(11)V99 VALUE ZERO.
       01 PRODUCTOS-VENDIDOS PIC 9(5) VALUE 0.
       01 PRODUCTOS-REORDEN  PIC 9(5) VALUE 0.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
       01 TOTAL-RENGLONES-PAGINA PIC 9(2) VALUE 20.

       01 ENCABEZADO-1.
          05 FILLER     PIC X(28) VALUE "VENTAS POR PRODUCTO DEL DIA ".
          05 ENC-FECHA  PIC 9(8).
          05 FILLER     PIC X(10) VALUE "   PAGINA ".
          05 ENC-PAGINA PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER PIC X(38)
             VALUE "CODIGO DESCRIPCION                    ".
          05 FILLER PIC X(19) VALUE "LN VENTAS    PIEZAS".
          05 FILLER PIC X(26) VALUE "        IMPORTE EXISTENCIA".

       01 LINEA-DETALLE.
          05 VPR-CODIGO      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-DESCRIPCION PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-LINEA       PIC Z9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-VENTAS      PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-CANTIDAD    PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-IMPORTE     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VPR-EXISTENCIA  PIC Z,ZZZ,ZZ9.

       01 ENCABEZADO-REORDEN-1.
          05 FILLER     PIC X(33)
             VALUE "PRODUCTOS EN PUNTO DE REORDEN AL ".
          05 ENR-FECHA  PIC 9(8).
          05 FILLER     PIC X(10) VALUE "   PAGINA ".
          05 ENR-PAGINA PIC ZZ9.

       01 ENCABEZADO-REORDEN-2.
          05 FILLER PIC X(38)
             VALUE "CODIGO DESCRIPCION                    ".
          05 FILLER PIC X(23) VALUE "LN EXISTENCIA   REORDEN".
          05 FILLER PIC X(22) VALUE "    A PEDIR    VENDIDO".

       01 LINEA-REORDEN-DETALLE.
          05 RPR-CODIGO      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPR-DESCRIPCION PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPR-LINEA       PIC Z9.
          05 FILLER          PIC X(2) VALUE SPACE.
          05 RPR-EXISTENCIA  PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPR-PUNTO       PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACE.
          05 RPR-A-PEDIR     PIC Z,ZZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACE.
          05 RPR-VENDIDO     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-PRODUCTOS

            PERFORM ACUMULAR-VENTAS-DEL-DIA
            PERFORM IMPRIMIR-VENTAS
            PERFORM IMPRIMIR-REORDEN

            DISPLAY "--------------------------------"
            DISPLAY "VENTAS DEL DIA:              " SUMA-VENTAS
            DISPLAY "PRODUCTOS VENDIDOS:          " PRODUCTOS-VENDIDOS
            DISPLAY "IMPORTE DEL DIA:             " SUMA-IMPORTE
            DISPLAY "PRODUCTOS EN REORDEN:        " PRODUCTOS-REORDEN
            DISPLAY "REPORTES EN VENTAS_PRODUCTO.RPT Y REORDEN.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Catálogo con acumuladores en cero, precedido del renglón
      *---- 0 de ventas sin producto.
        CARGAR-PRODUCTOS.
           MOVE 1 TO TOTAL-PRODUCTOS
           SET IDX-PRD TO 1
           PERFORM LIMPIAR-PRODUCTO
           MOVE 0 TO TAB-PRD-CODIGO(1)
           MOVE "SIN PRODUCTO DEL CATALOGO" TO TAB-PRD-DESCRIPCION(1)
           MOVE SPACE TO TAB-PRD-ESTADO(1)
           OPEN INPUT PRODUCTOS-FILE
           IF WS-ESTADO-PRODUCTOS NOT = '00'
              DISPLAY "PRODUCTOS.DAT NO ENCONTRADO, TODAS LAS VENTAS "
                 "VAN SIN PRODUCTO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRD
              READ PRODUCTOS-FILE
                 AT END MOVE 'S' TO EOF-PRD
                 NOT AT END
                    IF PRD-CODIGO NUMERIC AND PRD-CODIGO > 0
                          AND TOTAL-PRODUCTOS < 9999
                       ADD 1 TO TOTAL-PRODUCTOS
                       SET IDX-PRD TO TOTAL-PRODUCTOS
                       PERFORM LIMPIAR-PRODUCTO
                       PERFORM CARGAR-UN-PRODUCTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUCTOS-FILE.

        CARGAR-UN-PRODUCTO.
           MOVE PRD-CODIGO TO TAB-PRD-CODIGO(IDX-PRD)
           MOVE PRD-DESCRIPCION TO TAB-PRD-DESCRIPCION(IDX-PRD)
           MOVE PRD-LINEA TO TAB-PRD-LINEA(IDX-PRD)
           MOVE PRD-EXISTENCIA TO TAB-PRD-EXISTENCIA(IDX-PRD)
           MOVE PRD-PUNTO-REORDEN TO TAB-PRD-PUNTO(IDX-PRD)
           MOVE PRD-ESTADO TO TAB-PRD-ESTADO(IDX-PRD)
           IF PRD-CANTIDAD-REORDEN > 0
              MOVE PRD-CANTIDAD-REORDEN TO TAB-PRD-A-PEDIR(IDX-PRD)
           ELSE
              IF PRD-PUNTO-REORDEN * 2 > PRD-EXISTENCIA
                 COMPUTE TAB-PRD-A-PEDIR(IDX-PRD)
                    = PRD-PUNTO-REORDEN * 2 - PRD-EXISTENCIA
              END-IF
           END-IF.

        LIMPIAR-PRODUCTO.
           MOVE SPACES TO TAB-PRD-DESCRIPCION(IDX-PRD)
           MOVE 0 TO TAB-PRD-LINEA(IDX-PRD)
           MOVE 0 TO TAB-PRD-EXISTENCIA(IDX-PRD)
           MOVE 0 TO TAB-PRD-PUNTO(IDX-PRD)
           MOVE 0 TO TAB-PRD-A-PEDIR(IDX-PRD)
           MOVE 0 TO TAB-PRD-VENTAS(IDX-PRD)
           MOVE 0 TO TAB-PRD-CANTIDAD(IDX-PRD)
           MOVE ZERO TO TAB-PRD-IMPORTE(IDX-PRD).

      *---- Suma cada venta de la fecha a su producto; la que no
      *---- trae producto, o trae uno que ya no está, al renglón 0.
        ACUMULAR-VENTAS-DEL-DIA.
           OPEN INPUT DETALLE-FILE
           IF WS-ESTADO-DETALLE NOT = '00'
              DISPLAY "VENTAS_DETALLE.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-DETALLE "), SIN VENTAS"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DET
              READ DETALLE-FILE
                 AT END MOVE 'S' TO EOF-DET
                 NOT AT END
                    IF DET-FECHA = WS-FECHA-HOY
                       PERFORM ACUMULAR-VENTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DETALLE-FILE.

        ACUMULAR-VENTA.
           SET IDX-PRD TO 1
           IF DET-PRODUCTO NUMERIC
              PERFORM VARYING IDX-PRD FROM 2 BY 1
                      UNTIL IDX-PRD > TOTAL-PRODUCTOS
                 IF TAB-PRD-CODIGO(IDX-PRD) = DET-PRODUCTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF IDX-PRD > TOTAL-PRODUCTOS
                 SET IDX-PRD TO 1
              END-IF
           END-IF
           ADD 1 TO TAB-PRD-VENTAS(IDX-PRD)
           IF DET-CANTIDAD NUMERIC
              ADD DET-CANTIDAD TO TAB-PRD-CANTIDAD(IDX-PRD)
           END-IF
           ADD DET-IMPORTE TO TAB-PRD-IMPORTE(IDX-PRD).

      *---- Un renglón por producto con venta en el día, y el total.
        IMPRIMIR-VENTAS.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR VENTAS_PRODUCTO.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NUMERO-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > TOTAL-PRODUCTOS
              IF TAB-PRD-VENTAS(IDX-PRD) > 0
                 PERFORM IMPRIMIR-PRODUCTO
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-DETALLE
           MOVE "TOTAL DEL DIA" TO VPR-DESCRIPCION
           MOVE SUMA-VENTAS TO VPR-VENTAS
           MOVE SUMA-CANTIDAD TO VPR-CANTIDAD
           MOVE SUMA-IMPORTE TO VPR-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           CLOSE REPORTE-FILE.

        IMPRIMIR-PRODUCTO.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE SPACES TO LINEA-DETALLE
           MOVE TAB-PRD-CODIGO(IDX-PRD) TO VPR-CODIGO
           MOVE TAB-PRD-DESCRIPCION(IDX-PRD) TO VPR-DESCRIPCION
           MOVE TAB-PRD-LINEA(IDX-PRD) TO VPR-LINEA
           MOVE TAB-PRD-VENTAS(IDX-PRD) TO VPR-VENTAS
           MOVE TAB-PRD-CANTIDAD(IDX-PRD) TO VPR-CANTIDAD
           MOVE TAB-PRD-IMPORTE(IDX-PRD) TO VPR-IMPORTE
           MOVE TAB-PRD-EXISTENCIA(IDX-PRD) TO VPR-EXISTENCIA
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA
           ADD TAB-PRD-VENTAS(IDX-PRD) TO SUMA-VENTAS
           ADD TAB-PRD-CANTIDAD(IDX-PRD) TO SUMA-CANTIDAD
           ADD TAB-PRD-IMPORTE(IDX-PRD) TO SUMA-IMPORTE
           IF IDX-PRD > 1
              ADD 1 TO PRODUCTOS-VENDIDOS
           END-IF.

        IMPRIMIR-ENCABEZADO.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-HOY TO ENC-FECHA
           MOVE 0 TO RENGLONES-EN-PAGINA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

      *---- Productos activos en o por debajo de su punto de
      *---- reorden; sin ninguno el reporte sale con la leyenda.
        IMPRIMIR-REORDEN.
           OPEN OUTPUT REORDEN-FILE
           IF WS-ESTADO-REORDEN NOT = '00'
              DISPLAY "NO SE PUDO ABRIR REORDEN.RPT "
                 "(ESTADO " WS-ESTADO-REORDEN ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NUMERO-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO-REORDEN
           PERFORM VARYING IDX-PRD FROM 2 BY 1
                   UNTIL IDX-PRD > TOTAL-PRODUCTOS
              IF TAB-PRD-ESTADO(IDX-PRD) = 'A'
                    AND TAB-PRD-EXISTENCIA(IDX-PRD)
                        <= TAB-PRD-PUNTO(IDX-PRD)
                 PERFORM IMPRIMIR-PRODUCTO-REORDEN
              END-IF
           END-PERFORM
           IF PRODUCTOS-REORDEN = 0
              MOVE "NINGUN PRODUCTO EN PUNTO DE REORDEN"
                TO LINEA-REORDEN
              WRITE LINEA-REORDEN
           END-IF
           CLOSE REORDEN-FILE.

        IMPRIMIR-PRODUCTO-REORDEN.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO-REORDEN
           END-IF
           MOVE TAB-PRD-CODIGO(IDX-PRD) TO RPR-CODIGO
           MOVE TAB-PRD-DESCRIPCION(IDX-PRD) TO RPR-DESCRIPCION
           MOVE TAB-PRD-LINEA(IDX-PRD) TO RPR-LINEA
           MOVE TAB-PRD-EXISTENCIA(IDX-PRD) TO RPR-EXISTENCIA
           MOVE TAB-PRD-PUNTO(IDX-PRD) TO RPR-PUNTO
           MOVE TAB-PRD-A-PEDIR(IDX-PRD) TO RPR-A-PEDIR
           MOVE TAB-PRD-CANTIDAD(IDX-PRD) TO RPR-VENDIDO
           WRITE LINEA-REORDEN FROM LINEA-REORDEN-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA
           ADD 1 TO PRODUCTOS-REORDEN.

        IMPRIMIR-ENCABEZADO-REORDEN.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO ENR-PAGINA
           MOVE WS-FECHA-HOY TO ENR-FECHA
           MOVE 0 TO RENGLONES-EN-PAGINA
           WRITE LINEA-REORDEN FROM ENCABEZADO-REORDEN-1
           WRITE LINEA-REORDEN FROM ENCABEZADO-REORDEN-2
           MOVE SPACES TO LINEA-REORDEN
           WRITE LINEA-REORDEN.
