       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRODUCTOS.

      *> --- Mantenimiento de PRODUCTOS.DAT, el catálogo contra el
      *> que TABLA-VENTAS valida cada venta: alta de productos con
      *> su línea, precio de lista y punto de reorden, cambios,
      *> entradas de mercancía del proveedor, ajuste de existencia
      *> por conteo físico y baja (el producto se conserva marcado
      *> 'B' por el detalle histórico de ventas). La existencia baja
      *> sola con cada venta registrada. Mismo molde que
      *> MANTENIMIENTO-METAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO 'PRODUCTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS-FILE.
           COPY PRODUCTOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PRODUCTOS PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 TOTAL-PRODUCTOS PIC 9(4) VALUE 0.
       01 EOF-PRD PIC X VALUE 'N'.
          88 FIN-PRD VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 PRODUCTO-PEDIDO PIC 9(6).
       01 RENGLON-PRODUCTO PIC 9(4) VALUE 0.
       01 WS-CAPTURA PIC 9(7).
       01 WS-CAPTURA-PRECIO PIC 9(5)V99.
       01 WS-CAPTURA-TEXTO PIC X(30).
       01 WS-CONFIRMA PIC X(1).

       01 PRODUCTOS-TABLA.
          05 PRODUCTO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRODUCTOS
                INDEXED BY IDX-TABLA.
             10 TAB-PRD-CODIGO           PIC 9(6).
             10 TAB-PRD-DESCRIPCION      PIC X(30).
             10 TAB-PRD-LINEA            PIC 9(2).
             10 TAB-PRD-PRECIO           PIC 9(5)V99.
             10 TAB-PRD-EXISTENCIA       PIC 9(7).
             10 TAB-PRD-PUNTO-REORDEN    PIC 9(7).
             10 TAB-PRD-CANTIDAD-REORDEN PIC 9(7).
             10 TAB-PRD-ESTADO           PIC X(1).
             10 TAB-PRD-FECHA-ALTA       PIC 9(8).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR_PRODUCTOS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "MANTENIMIENTO DEL CATALOGO DE PRODUCTOS"
              DISPLAY "1.ALTA DE PRODUCTO"
              DISPLAY "2.CAMBIO DE PRODUCTO"
              DISPLAY "3.ENTRADA DE MERCANCIA"
              DISPLAY "4.AJUSTE DE EXISTENCIA POR CONTEO"
              DISPLAY "5.BAJA DE PRODUCTO"
              DISPLAY "6.LISTAR PRODUCTOS"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_PRODUCTO
                 WHEN 2
                    PERFORM CAMBIO_PRODUCTO
                 WHEN 3
                    PERFORM ENTRADA_MERCANCIA
                 WHEN 4
                    PERFORM AJUSTE_EXISTENCIA
                 WHEN 5
                    PERFORM BAJA_PRODUCTO
                 WHEN 6
                    PERFORM LISTAR_PRODUCTOS
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_PRODUCTOS.
            STOP RUN.

        ALTA_PRODUCTO.
           IF TOTAL-PRODUCTOS >= 9999
              DISPLAY "CATALOGO LLENO, PRODUCTO NO AGREGADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DEL PRODUCTO NUEVO".
           ACCEPT PRODUCTO-PEDIDO.
           PERFORM BUSCAR_PRODUCTO.
           IF PRODUCTO-PEDIDO = 0 OR RENGLON-PRODUCTO > 0
              DISPLAY "CODIGO INVALIDO O YA EXISTE, PRODUCTO NO "
                 "AGREGADO"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-PRODUCTOS.
           SET IDX-TABLA TO TOTAL-PRODUCTOS.
           MOVE PRODUCTO-PEDIDO TO TAB-PRD-CODIGO(IDX-TABLA).
           DISPLAY "DESCRIPCION".
           ACCEPT TAB-PRD-DESCRIPCION(IDX-TABLA).
           DISPLAY "LINEA DE PRODUCTO (2 DIGITOS)".
           ACCEPT TAB-PRD-LINEA(IDX-TABLA).
           DISPLAY "PRECIO DE LISTA".
           ACCEPT TAB-PRD-PRECIO(IDX-TABLA).
           DISPLAY "EXISTENCIA INICIAL".
           ACCEPT TAB-PRD-EXISTENCIA(IDX-TABLA).
           DISPLAY "PUNTO DE REORDEN".
           ACCEPT TAB-PRD-PUNTO-REORDEN(IDX-TABLA).
           DISPLAY "CANTIDAD A PEDIR AL REORDENAR".
           ACCEPT TAB-PRD-CANTIDAD-REORDEN(IDX-TABLA).
           MOVE 'A' TO TAB-PRD-ESTADO(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-PRD-FECHA-ALTA(IDX-TABLA).
           IF TAB-PRD-DESCRIPCION(IDX-TABLA) = SPACES
                 OR TAB-PRD-PRECIO(IDX-TABLA) = 0
              DISPLAY "DESCRIPCION O PRECIO INVALIDOS, PRODUCTO NO "
                 "AGREGADO"
              SUBTRACT 1 FROM TOTAL-PRODUCTOS
           ELSE
              DISPLAY "PRODUCTO AGREGADO"
           END-IF.

        CAMBIO_PRODUCTO.
           PERFORM PEDIR_PRODUCTO.
           IF RENGLON-PRODUCTO = 0
              EXIT PARAGRAPH
           END-IF.
           SET IDX-TABLA TO RENGLON-PRODUCTO.
           DISPLAY "DESCRIPCION ACTUAL: " TAB-PRD-DESCRIPCION(IDX-TABLA).
           DISPLAY "NUEVA DESCRIPCION (EN BLANCO PARA NO CAMBIAR)".
           MOVE SPACES TO WS-CAPTURA-TEXTO.
           ACCEPT WS-CAPTURA-TEXTO.
           IF WS-CAPTURA-TEXTO NOT = SPACES
              MOVE WS-CAPTURA-TEXTO TO TAB-PRD-DESCRIPCION(IDX-TABLA)
           END-IF.
           DISPLAY "PRECIO ACTUAL: " TAB-PRD-PRECIO(IDX-TABLA).
           DISPLAY "NUEVO PRECIO (0 PARA NO CAMBIAR)".
           ACCEPT WS-CAPTURA-PRECIO.
           IF WS-CAPTURA-PRECIO > 0
              MOVE WS-CAPTURA-PRECIO TO TAB-PRD-PRECIO(IDX-TABLA)
           END-IF.
           DISPLAY "LINEA ACTUAL: " TAB-PRD-LINEA(IDX-TABLA).
           DISPLAY "NUEVA LINEA (0 PARA NO CAMBIAR)".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA > 0 AND WS-CAPTURA < 100
              MOVE WS-CAPTURA TO TAB-PRD-LINEA(IDX-TABLA)
           END-IF.
           DISPLAY "PUNTO DE REORDEN ACTUAL: "
              TAB-PRD-PUNTO-REORDEN(IDX-TABLA).
           DISPLAY "NUEVO PUNTO DE REORDEN (0 PARA NO CAMBIAR)".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA > 0
              MOVE WS-CAPTURA TO TAB-PRD-PUNTO-REORDEN(IDX-TABLA)
           END-IF.
           DISPLAY "CANTIDAD DE REORDEN ACTUAL: "
              TAB-PRD-CANTIDAD-REORDEN(IDX-TABLA).
           DISPLAY "NUEVA CANTIDAD DE REORDEN (0 PARA NO CAMBIAR)".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA > 0
              MOVE WS-CAPTURA TO TAB-PRD-CANTIDAD-REORDEN(IDX-TABLA)
           END-IF.
           DISPLAY "PRODUCTO CORREGIDO".

      *---- Mercancía recibida del proveedor: se suma a la existencia.
        ENTRADA_MERCANCIA.
           PERFORM PEDIR_PRODUCTO.
           IF RENGLON-PRODUCTO = 0
              EXIT PARAGRAPH
           END-IF.
           SET IDX-TABLA TO RENGLON-PRODUCTO.
           DISPLAY "EXISTENCIA ACTUAL: " TAB-PRD-EXISTENCIA(IDX-TABLA).
           DISPLAY "CANTIDAD RECIBIDA".
           ACCEPT WS-CAPTURA.
           ADD WS-CAPTURA TO TAB-PRD-EXISTENCIA(IDX-TABLA)
              ON SIZE ERROR
                 DISPLAY "LA EXISTENCIA NO CABE, ENTRADA NO APLICADA"
                 EXIT PARAGRAPH
           END-ADD.
           DISPLAY "NUEVA EXISTENCIA: " TAB-PRD-EXISTENCIA(IDX-TABLA).

      *---- El conteo físico manda sobre lo que diga el sistema; se
      *---- confirma porque sustituye la existencia, no la suma.
        AJUSTE_EXISTENCIA.
           PERFORM PEDIR_PRODUCTO.
           IF RENGLON-PRODUCTO = 0
              EXIT PARAGRAPH
           END-IF.
           SET IDX-TABLA TO RENGLON-PRODUCTO.
           DISPLAY "EXISTENCIA EN SISTEMA: "
              TAB-PRD-EXISTENCIA(IDX-TABLA).
           DISPLAY "EXISTENCIA CONTADA".
           ACCEPT WS-CAPTURA.
           DISPLAY "CONFIRMA EL AJUSTE (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
              MOVE WS-CAPTURA TO TAB-PRD-EXISTENCIA(IDX-TABLA)
              DISPLAY "EXISTENCIA AJUSTADA"
           ELSE
              DISPLAY "AJUSTE CANCELADO"
           END-IF.

      *---- Se marca 'B' y no se borra: VENTAS_DETALLE.DAT lo sigue
      *---- citando.
        BAJA_PRODUCTO.
           PERFORM PEDIR_PRODUCTO.
           IF RENGLON-PRODUCTO = 0
              EXIT PARAGRAPH
           END-IF.
           SET IDX-TABLA TO RENGLON-PRODUCTO.
           MOVE 'B' TO TAB-PRD-ESTADO(IDX-TABLA).
           DISPLAY "PRODUCTO DADO DE BAJA".

        LISTAR_PRODUCTOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PRODUCTOS
              DISPLAY TAB-PRD-CODIGO(IDX) " "
                 TAB-PRD-DESCRIPCION(IDX)
                 " LINEA " TAB-PRD-LINEA(IDX)
                 " PRECIO " TAB-PRD-PRECIO(IDX)
                 " EXIST " TAB-PRD-EXISTENCIA(IDX)
                 " REORDEN " TAB-PRD-PUNTO-REORDEN(IDX)
                 " " TAB-PRD-ESTADO(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE PRODUCTOS: " TOTAL-PRODUCTOS.

        PEDIR_PRODUCTO.
           DISPLAY "CODIGO DE PRODUCTO".
           ACCEPT PRODUCTO-PEDIDO.
           PERFORM BUSCAR_PRODUCTO.
           IF RENGLON-PRODUCTO = 0
              DISPLAY "PRODUCTO NO ENCONTRADO"
           END-IF.

        BUSCAR_PRODUCTO.
           MOVE 0 TO RENGLON-PRODUCTO.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-PRODUCTOS
              IF TAB-PRD-CODIGO(IDX-TABLA) = PRODUCTO-PEDIDO
                 SET RENGLON-PRODUCTO TO IDX-TABLA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        CARGAR_PRODUCTOS.
           OPEN INPUT PRODUCTOS-FILE.
           IF WS-ESTADO-PRODUCTOS = '00'
              PERFORM UNTIL FIN-PRD
                 READ PRODUCTOS-FILE
                    AT END MOVE 'S' TO EOF-PRD
                    NOT AT END
                       IF TOTAL-PRODUCTOS < 9999
                          ADD 1 TO TOTAL-PRODUCTOS
                          MOVE PRODUCTO-REG
                            TO PRODUCTO-RENGLON(TOTAL-PRODUCTOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCTOS-FILE
           ELSE
              DISPLAY "PRODUCTOS.DAT NO ENCONTRADO, SE CREARA "
                 "UNO NUEVO"
           END-IF.

        GRABAR_PRODUCTOS.
           OPEN OUTPUT PRODUCTOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PRODUCTOS
              MOVE PRODUCTO-RENGLON(IDX) TO PRODUCTO-REG
              WRITE PRODUCTO-REG
           END-PERFORM.
           CLOSE PRODUCTOS-FILE.
