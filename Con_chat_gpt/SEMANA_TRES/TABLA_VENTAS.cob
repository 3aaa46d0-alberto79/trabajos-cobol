                *> la venta máxima, la mínima, la media sobre el
                *> número real de ventas y el desglose por vendedor;
                *> cada día queda guardado en VENTAS_HIST.DAT para
                *> poder ver la tendencia, y lo de cada vendedor se
                *> suma a su acumulado del año en VENTAS_ACUMULADO.DAT
                *> (que CIERRE-ANUAL archiva y reinicia).
                *> Cada venta referencia un producto de PRODUCTOS.DAT
                *> y su cantidad: al registrar el día se valida contra
                *> el catálogo (que exista, que esté activo y que
                *> alcance la existencia), el importe en cero toma el
                *> precio de lista por la cantidad, la existencia se
                *> descuenta y las ventas que no pasan quedan en
                *> VENTAS_RECHAZADAS.DAT con su motivo, para que no se
                *> pierdan al vaciar VENTAS.DAT. La opción de captura
                *> agrega a VENTAS.DAT una venta ya validada.
                *> Cada venta registrada lleva folio (VENTAS_FOLIO.CTL)
                *> y por él se devuelve: la devolución se valida contra
                *> VENTAS_DETALLE.DAT y contra las ya devueltas, regresa
                *> la mercancía a la existencia y queda en
                *> VENTAS_DEVOLUCIONES.DAT; el siguiente registro del
                *> día la resta de la venta (VENTAS_HIST.DAT guarda
                *> también lo devuelto y la tendencia va sobre la venta
                *> neta) y del acumulado del año de la venta. Si la
                *> comisión del mes de la venta ya se pagó
                *> (COMISIONES_PAGADAS.DAT), se recupera con una
                *> deducción única en NOMINA_DEDUCCIONES.DAT que se
                *> toma en el siguiente pago del vendedor.
         IDENTIFICATION DIVISION.
         PROGRAM-ID. TABLA-VENTAS.

             SELECT DETALLE-FILE ASSIGN TO 'VENTAS_DETALLE.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-DETALLE.
             SELECT ACUMULADO-FILE ASSIGN TO 'VENTAS_ACUMULADO.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-ACUMULADO.
             SELECT PRODUCTOS-FILE ASSIGN TO 'PRODUCTOS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-PRODUCTOS.
             SELECT RECHAZOS-FILE ASSIGN TO 'VENTAS_RECHAZADAS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-RECHAZOS.
             SELECT FOLIO-FILE ASSIGN TO 'VENTAS_FOLIO.CTL'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-FOLIO.
             SELECT DEVOLUCIONES-FILE
                 ASSIGN TO 'VENTAS_DEVOLUCIONES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
             SELECT PAGADAS-FILE ASSIGN TO 'COMISIONES_PAGADAS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-PAGADAS.
             SELECT DEDUCCIONES-FILE ASSIGN TO 'NOMINA_DEDUCCIONES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESTADO-DEDUCCIONES.

         DATA DIVISION.
         FILE SECTION.
            05 HIST-VENTA-MAXIMA PIC 9(7)V99.
            05 HIST-VENTA-MINIMA PIC 9(7)V99.
            05 HIST-VENTA-MEDIA  PIC 9(7)V99.
            05 HIST-DEVOLUCIONES PIC 9(7)V99.

      *---- Una venta del día tal como la deja el área de ventas en
      *---- VENTAS.DAT: vendedor, importe y concepto vendido, con el
      *---- código de producto del catálogo y la cantidad (importe
      *---- en cero = precio de lista por la cantidad).
         FD VENTAS-DIA-FILE.
         01 VENTA-DIA-REG.
            05 VTA-VENDEDOR PIC 9(3).
            05 VTA-IMPORTE  PIC 9(5)V99.
            05 VTA-CONCEPTO PIC X(20).
            05 VTA-PRODUCTO PIC 9(6).
            05 VTA-CANTIDAD PIC 9(5).

      *---- Detalle acumulado de todas las ventas, fechado; de aquí
      *---- salen los desgloses por vendedor y las comisiones, ya no
      *---- de una tabla de 5 lugares.
         FD DETALLE-FILE.
             COPY VENTADETREG.

         FD ACUMULADO-FILE.
             COPY VENTASACUREG.

         FD PRODUCTOS-FILE.
             COPY PRODUCTOREG.

      *---- Venta del día que no pasó la validación del catálogo,
      *---- tal como venía, con la fecha y el motivo.
         FD RECHAZOS-FILE.
         01 VENTA-RECHAZADA-REG.
            05 RCV-FECHA   PIC 9(8).
            05 RCV-VENTA   PIC X(41).
            05 RCV-MOTIVO  PIC X(30).

      *---- Último folio de venta asignado.
         FD FOLIO-FILE.
         01 FOLIO-VENTA-REG.
            05 CTL-ULTIMO-FOLIO PIC 9(8).

         FD DEVOLUCIONES-FILE.
             COPY DEVVENTAREG.

         FD PAGADAS-FILE.
             COPY COMPAGADAREG.

      *---- Mismo trazado que lee NOMINA; la recuperación de comisión
      *---- va como tipo 'U', descuento único.
         FD DEDUCCIONES-FILE.
         01 DEDUCCION-REG.
            05 DED-EMPLEADO  PIC 9(4).
            05 DED-CONCEPTO  PIC X(20).
            05 DED-TIPO      PIC X(1).
            05 DED-VALOR     PIC 9(5)V99.
            05 DED-PRIORIDAD PIC 9(2).
            05 DED-FIN       PIC 9(8).

         WORKING-STORAGE SECTION.
         01 WS-ESTADO-HIST PIC X(2).
         01 WS-ESTADO-VENTAS-DIA PIC X(2).
         01 WS-ESTADO-DETALLE PIC X(2).
         01 WS-ESTADO-ACUMULADO PIC X(2).
         01 WS-ESTADO-PRODUCTOS PIC X(2).
         01 WS-ESTADO-RECHAZOS PIC X(2).
         01 WS-ESTADO-FOLIO PIC X(2).
         01 WS-ESTADO-DEVOLUCIONES PIC X(2).
         01 WS-ESTADO-PAGADAS PIC X(2).
         01 WS-ESTADO-DEDUCCIONES PIC X(2).
         01 WS-FECHA-HOY   PIC 9(8).
         01 FILLER REDEFINES WS-FECHA-HOY.
            05 WS-ANO-HOY  PIC 9(4).
            05 FILLER      PIC 9(4).
         01 OPCION PIC 9.
         01 SALIR PIC X(1) VALUE 'N'.

            05 VENDEDOR-RENGLON OCCURS 100 TIMES INDEXED BY IDX-VEND.
               10 TAB-VENDEDOR       PIC 9(3).
               10 TAB-VENTA-VENDEDOR PIC 9(7)V99.
               10 TAB-CUENTA-VENDEDOR PIC 9(5).
         01 TOTAL-VENDEDORES PIC 9(3) VALUE 0.
         01 VENDEDOR-ENCONTRADO PIC X(1) VALUE 'N'.
            88 VENDEDOR-HALLADO VALUE 'S'.
            88 FIN-HIST VALUE 'S'.
         01 HAY-DIA-ANTERIOR PIC X(1) VALUE 'N'.
            88 EXISTE-DIA-ANTERIOR VALUE 'S'.
         01 VENTA-DIA-ANTERIOR PIC S9(7)V99 VALUE ZERO.
         01 VENTA-NETA PIC S9(7)V99 VALUE ZERO.

      *> --- Acumulado del año por vendedor, en memoria.
         01 EOF-VAC PIC X VALUE 'N'.
            88 FIN-VAC VALUE 'S'.
         01 ACUMULADOS-TABLA.
            05 ACUMULADO-RENGLON OCCURS 1 TO 9999 TIMES
                  DEPENDING ON TOTAL-ACUMULADOS
                  INDEXED BY IDX-VAC.
               10 TAB-VAC-VENDEDOR PIC 9(3).
               10 TAB-VAC-ANO      PIC 9(4).
               10 TAB-VAC-VENTAS   PIC 9(7).
               10 TAB-VAC-IMPORTE  PIC 9(11)V99.
         01 TOTAL-ACUMULADOS PIC 9(4) VALUE 0.
         01 RENGLON-ACUMULADO PIC 9(4) VALUE 0.

      *> --- Catálogo de productos en memoria: se valida contra él y
      *> se le descuenta la existencia; al final se regraba entero.
         01 EOF-PRD PIC X VALUE 'N'.
            88 FIN-PRD VALUE 'S'.
         01 PRODUCTOS-TABLA.
            05 PRODUCTO-RENGLON OCCURS 1 TO 9999 TIMES
                  DEPENDING ON TOTAL-PRODUCTOS
                  INDEXED BY IDX-PRD.
               10 TAB-PRD-CODIGO           PIC 9(6).
               10 TAB-PRD-DESCRIPCION      PIC X(30).
               10 TAB-PRD-LINEA            PIC 9(2).
               10 TAB-PRD-PRECIO           PIC 9(5)V99.
               10 TAB-PRD-EXISTENCIA       PIC 9(7).
               10 TAB-PRD-PUNTO-REORDEN    PIC 9(7).
               10 TAB-PRD-CANTIDAD-REORDEN PIC 9(7).
               10 TAB-PRD-ESTADO           PIC X(1).
               10 TAB-PRD-FECHA-ALTA       PIC 9(8).
         01 TOTAL-PRODUCTOS PIC 9(4) VALUE 0.
         01 RENGLON-PRODUCTO PIC 9(4) VALUE 0.
         01 VENTA-VALIDA PIC X(1) VALUE 'N'.
            88 VENTA-ACEPTADA VALUE 'S'.
         01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
         01 VENTAS-RECHAZADAS PIC 9(5) VALUE 0.
         01 BAJO-REORDEN PIC 9(5) VALUE 0.
         01 ULTIMO-FOLIO-VENTA PIC 9(8) VALUE 0.

      *> --- Devoluciones en memoria: para saber si una venta ya se
      *> devolvió y para marcar las que el registro del día resta.
         01 EOF-DVV PIC X VALUE 'N'.
            88 FIN-DVV VALUE 'S'.
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
         01 DEVOLUCIONES-DEL-DIA PIC 9(5) VALUE 0.
         01 TOTAL-DEVUELTO PIC 9(7)V99 VALUE ZERO.

      *> --- Venta original que se devuelve, tomada del detalle.
         01 EOF-DET PIC X VALUE 'N'.
            88 FIN-DET VALUE 'S'.
         01 EOF-CPG PIC X VALUE 'N'.
            88 FIN-CPG VALUE 'S'.
         01 FOLIO-PEDIDO PIC 9(8) VALUE 0.
         01 VENTA-HALLADA PIC X(1) VALUE 'N'.
            88 VENTA-EXISTE VALUE 'S'.
         01 ORI-FECHA    PIC 9(8).
         01 FILLER REDEFINES ORI-FECHA.
            05 ORI-ANOMES PIC 9(6).
            05 FILLER     PIC 9(2).
         01 FILLER REDEFINES ORI-FECHA.
            05 ORI-ANO    PIC 9(4).
            05 FILLER     PIC 9(4).
         01 ORI-VENDEDOR PIC 9(3).
         01 ORI-IMPORTE  PIC 9(5)V99.
         01 ORI-CONCEPTO PIC X(20).
         01 ORI-PRODUCTO PIC 9(6).
         01 ORI-CANTIDAD PIC 9(5).
         01 ORI-LINEA    PIC 9(2).
         01 MOTIVO-DEVOLUCION PIC X(20).
         01 CONFIRMA PIC X(1).
         01 FECHA-NETEO PIC 9(8).
         01 FILLER REDEFINES FECHA-NETEO.
            05 ANO-NETEO  PIC 9(4).
            05 FILLER     PIC 9(4).

      *> --- Comisión ya pagada del mes de la venta devuelta.
         01 PAGO-HALLADO PIC X(1) VALUE 'N'.
            88 COMISION-YA-PAGADA VALUE 'S'.
         01 EMPLEADO-PAGADO PIC 9(4) VALUE 0.
         01 TASA-PAGADA PIC V9(5) VALUE ZERO.
         01 DEPOSITO-PAGADO PIC X(1) VALUE 'N'.
         01 IMPORTE-RECUPERAR PIC 9(5)V99 VALUE ZERO.

         PROCEDURE DIVISION.

               DISPLAY "-------------------------------"
               DISPLAY "1.REGISTRAR VENTAS DEL DIA (DESDE VENTAS.DAT)"
               DISPLAY "2.REPORTE DE TENDENCIA"
               DISPLAY "3.CAPTURAR VENTA (PRODUCTO Y CANTIDAD)"
               DISPLAY "4.REGISTRAR DEVOLUCION (POR FOLIO DE VENTA)"
               DISPLAY "5.SALIR"
               DISPLAY "-------------------------------"
               ACCEPT OPCION
               EVALUATE OPCION
                  WHEN 2
                     PERFORM REPORTE-TENDENCIA
                  WHEN 3
                     PERFORM CAPTURAR-VENTA
                  WHEN 4
                     PERFORM REGISTRAR-DEVOLUCION
                  WHEN 5
                     MOVE 'S' TO SALIR
                  WHEN OTHER
                     DISPLAY "OPCION INCORRECTA"
           MOVE 0 TO VENTAS-DEL-DIA
           MOVE 'N' TO EOF-VTA

           MOVE 0 TO VENTAS-RECHAZADAS
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT VENTAS-DIA-FILE
           IF WS-ESTADO-VENTAS-DIA NOT = '00'
              EXIT PARAGRAPH
           END-IF

      *---- Sin catálogo no hay contra qué validar: el día se queda
      *---- en VENTAS.DAT sin tocar hasta que exista PRODUCTOS.DAT.
           PERFORM CARGAR-PRODUCTOS
           IF TOTAL-PRODUCTOS = 0
              DISPLAY "PRODUCTOS.DAT VACIO O NO ENCONTRADO, LAS "
                 "VENTAS NO SE PUEDEN VALIDAR"
              CLOSE VENTAS-DIA-FILE
              EXIT PARAGRAPH
           END-IF

           PERFORM LEER-FOLIO-VENTAS
           OPEN EXTEND DETALLE-FILE
           IF WS-ESTADO-DETALLE NOT = '00'
              OPEN OUTPUT DETALLE-FILE
           END-IF
           OPEN EXTEND RECHAZOS-FILE
           IF WS-ESTADO-RECHAZOS NOT = '00'
              OPEN OUTPUT RECHAZOS-FILE
           END-IF

           PERFORM UNTIL FIN-VTA
              READ VENTAS-DIA-FILE
                 AT END MOVE 'S' TO EOF-VTA
                 NOT AT END
                    PERFORM VALIDAR-VENTA
                    IF VENTA-ACEPTADA
                       PERFORM REGISTRAR-UNA-VENTA
                    ELSE
                       PERFORM RECHAZAR-VENTA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE VENTAS-DIA-FILE
           CLOSE DETALLE-FILE
           CLOSE RECHAZOS-FILE

           IF VENTAS-RECHAZADAS > 0
              DISPLAY "VENTAS RECHAZADAS: " VENTAS-RECHAZADAS
                 " (VER VENTAS_RECHAZADAS.DAT)"
           END-IF

           IF VENTAS-DEL-DIA = 0
              IF VENTAS-RECHAZADAS > 0
                 PERFORM VACIAR-VENTAS-DIA
              ELSE
                 DISPLAY "VENTAS.DAT VACIO, NADA QUE REGISTRAR"
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM GRABAR-PRODUCTOS.
           PERFORM GRABAR-FOLIO-VENTAS.
           PERFORM SUMAR-DEVOLUCIONES-PENDIENTES.

           DISPLAY "VENTAS DEL DIA: " VENTAS-DEL-DIA.
           DISPLAY "VENTA TOTAL: " TOTAL-VENTA.
           DISPLAY "VENTA MAXIMA: " VENTA-MAXIMA.
           DISPLAY "VENTA MINIMA: " VENTA-MINIMA.
           COMPUTE VENTA-MEDIA = TOTAL-VENTA / VENTAS-DEL-DIA.
           DISPLAY "VENTA MEDIA: " VENTA-MEDIA.
           IF DEVOLUCIONES-DEL-DIA > 0
              COMPUTE VENTA-NETA = TOTAL-VENTA - TOTAL-DEVUELTO
              DISPLAY "DEVOLUCIONES RESTADAS: " DEVOLUCIONES-DEL-DIA
                 " POR " TOTAL-DEVUELTO
              DISPLAY "VENTA NETA: " VENTA-NETA
           END-IF.

           DISPLAY "---- DESGLOSE POR VENDEDOR ----".
           PERFORM VARYING IDX-VEND FROM 1 BY 1
           END-PERFORM.

           PERFORM GRABAR-HISTORICO-VENTAS.
           PERFORM GRABAR-ACUMULADO-ANO.
           IF DEVOLUCIONES-DEL-DIA > 0
              PERFORM GRABAR-DEVOLUCIONES
           END-IF.
           PERFORM VACIAR-VENTAS-DIA.

      *---- Una vez registrado el día, el archivo de entrada se deja
              MOVE VTA-IMPORTE TO VENTA-MINIMA
           END-IF
           PERFORM ACUMULAR-VENDEDOR
           SUBTRACT VTA-CANTIDAD
             FROM TAB-PRD-EXISTENCIA(RENGLON-PRODUCTO)
           IF VTA-CONCEPTO = SPACES
              MOVE TAB-PRD-DESCRIPCION(RENGLON-PRODUCTO)
                TO VTA-CONCEPTO
           END-IF
           MOVE WS-FECHA-HOY TO DET-FECHA
           MOVE VTA-VENDEDOR TO DET-VENDEDOR
           MOVE VTA-IMPORTE TO DET-IMPORTE
           MOVE VTA-CONCEPTO TO DET-CONCEPTO
           MOVE VTA-PRODUCTO TO DET-PRODUCTO
           MOVE VTA-CANTIDAD TO DET-CANTIDAD
           MOVE TAB-PRD-LINEA(RENGLON-PRODUCTO) TO DET-LINEA
           ADD 1 TO ULTIMO-FOLIO-VENTA
           MOVE ULTIMO-FOLIO-VENTA TO DET-FOLIO
           WRITE DETALLE-REG.

      *---- Valida la venta leída contra el catálogo: producto
      *---- existente y activo, cantidad positiva que la existencia
      *---- alcance; el importe en cero se toma del precio de lista
      *---- por la cantidad. Deja el renglón del producto en
      *---- RENGLON-PRODUCTO.
        VALIDAR-VENTA.
           MOVE 'N' TO VENTA-VALIDA
           MOVE 0 TO RENGLON-PRODUCTO
           IF VTA-VENDEDOR NOT NUMERIC OR VTA-PRODUCTO NOT NUMERIC
                 OR VTA-CANTIDAD NOT NUMERIC
              MOVE "VENDEDOR/PRODUCTO/CANTIDAD MAL" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF VTA-CANTIDAD = 0
              MOVE "CANTIDAD EN CERO" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > TOTAL-PRODUCTOS
              IF TAB-PRD-CODIGO(IDX-PRD) = VTA-PRODUCTO
                 SET RENGLON-PRODUCTO TO IDX-PRD
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-PRODUCTO = 0
              MOVE "PRODUCTO NO EXISTE EN CATALOGO" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF TAB-PRD-ESTADO(RENGLON-PRODUCTO) NOT = 'A'
              MOVE "PRODUCTO DADO DE BAJA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF TAB-PRD-EXISTENCIA(RENGLON-PRODUCTO) < VTA-CANTIDAD
              MOVE "EXISTENCIA INSUFICIENTE" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF VTA-IMPORTE NOT NUMERIC OR VTA-IMPORTE = 0
              COMPUTE VTA-IMPORTE
                 = TAB-PRD-PRECIO(RENGLON-PRODUCTO) * VTA-CANTIDAD
                 ON SIZE ERROR
                    MOVE "IMPORTE EXCEDE LA CAPTURA" TO MOTIVO-RECHAZO
                    EXIT PARAGRAPH
              END-COMPUTE
           END-IF
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE 'S' TO VENTA-VALIDA.

      *---- La venta que no pasa se guarda tal como vino, con su
      *---- motivo, para corregirla y volver a capturarla.
        RECHAZAR-VENTA.
           ADD 1 TO VENTAS-RECHAZADAS
           MOVE WS-FECHA-HOY TO RCV-FECHA
           MOVE VENTA-DIA-REG TO RCV-VENTA
           MOVE MOTIVO-RECHAZO TO RCV-MOTIVO
           WRITE VENTA-RECHAZADA-REG
           DISPLAY "VENTA RECHAZADA, VENDEDOR " VTA-VENDEDOR
              " PRODUCTO " VTA-PRODUCTO ": " MOTIVO-RECHAZO.

      *---- Captura en pantalla de una venta con producto y
      *---- cantidad: se valida contra el catálogo en ese momento y
      *---- se agrega a VENTAS.DAT; la existencia se descuenta al
      *---- registrar el día, donde se vuelve a validar.
        CAPTURAR-VENTA.
           PERFORM CARGAR-PRODUCTOS
           IF TOTAL-PRODUCTOS = 0
              DISPLAY "PRODUCTOS.DAT VACIO O NO ENCONTRADO, NO SE "
                 "PUEDE CAPTURAR"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VENTA-DIA-REG
           DISPLAY "NUMERO DE VENDEDOR"
           ACCEPT VTA-VENDEDOR
           DISPLAY "CODIGO DE PRODUCTO"
           ACCEPT VTA-PRODUCTO
           DISPLAY "CANTIDAD"
           ACCEPT VTA-CANTIDAD
           DISPLAY "IMPORTE (0 = PRECIO DE LISTA)"
           ACCEPT VTA-IMPORTE
           PERFORM VALIDAR-VENTA
           IF NOT VENTA-ACEPTADA
              DISPLAY "VENTA NO CAPTURADA: " MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-PRD-DESCRIPCION(RENGLON-PRODUCTO) TO VTA-CONCEPTO
           OPEN EXTEND VENTAS-DIA-FILE
           IF WS-ESTADO-VENTAS-DIA NOT = '00'
              OPEN OUTPUT VENTAS-DIA-FILE
           END-IF
           WRITE VENTA-DIA-REG
           CLOSE VENTAS-DIA-FILE
           DISPLAY "VENTA CAPTURADA: " VTA-CONCEPTO
              " CANTIDAD " VTA-CANTIDAD " IMPORTE " VTA-IMPORTE.

        CARGAR-PRODUCTOS.
           MOVE 0 TO TOTAL-PRODUCTOS
           MOVE 'N' TO EOF-PRD
           OPEN INPUT PRODUCTOS-FILE
           IF WS-ESTADO-PRODUCTOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRD
              READ PRODUCTOS-FILE
                 AT END MOVE 'S' TO EOF-PRD
                 NOT AT END
                    IF PRD-CODIGO NUMERIC AND TOTAL-PRODUCTOS < 9999
                       ADD 1 TO TOTAL-PRODUCTOS
                       MOVE PRODUCTO-REG
                         TO PRODUCTO-RENGLON(TOTAL-PRODUCTOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUCTOS-FILE.

      *---- Regraba el catálogo con la existencia ya descontada y
      *---- avisa cuántos productos quedaron en punto de reorden.
        GRABAR-PRODUCTOS.
           MOVE 0 TO BAJO-REORDEN
           OPEN OUTPUT PRODUCTOS-FILE
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > TOTAL-PRODUCTOS
              MOVE PRODUCTO-RENGLON(IDX-PRD) TO PRODUCTO-REG
              WRITE PRODUCTO-REG
              IF TAB-PRD-ESTADO(IDX-PRD) = 'A'
                    AND TAB-PRD-EXISTENCIA(IDX-PRD)
                        <= TAB-PRD-PUNTO-REORDEN(IDX-PRD)
                 ADD 1 TO BAJO-REORDEN
              END-IF
           END-PERFORM
           CLOSE PRODUCTOS-FILE
           IF BAJO-REORDEN > 0
              DISPLAY "PRODUCTOS EN PUNTO DE REORDEN: " BAJO-REORDEN
                 " (VER REORDEN.RPT)"
           END-IF.

      *---- Ubica al vendedor de la venta actual en VENDEDORES y le
      *---- acumula el importe; si es la primera vez que aparece,
      *---- abre un renglón nuevo para él.
           END-PERFORM
           IF VENDEDOR-HALLADO
              ADD VTA-IMPORTE TO TAB-VENTA-VENDEDOR(IDX-VEND)
              ADD 1 TO TAB-CUENTA-VENDEDOR(IDX-VEND)
           ELSE
              IF TOTAL-VENDEDORES < 100
                 ADD 1 TO TOTAL-VENDEDORES
                 MOVE VTA-VENDEDOR TO TAB-VENDEDOR(TOTAL-VENDEDORES)
                 MOVE VTA-IMPORTE
                   TO TAB-VENTA-VENDEDOR(TOTAL-VENDEDORES)
                 MOVE 1 TO TAB-CUENTA-VENDEDOR(TOTAL-VENDEDORES)
              END-IF
           END-IF.

      *---- Suma lo del día de cada vendedor a su acumulado del año
      *---- en VENTAS_ACUMULADO.DAT; el primer día del ejercicio le
      *---- abre renglón.
        GRABAR-ACUMULADO-ANO.
           MOVE 0 TO TOTAL-ACUMULADOS
           MOVE 'N' TO EOF-VAC
           OPEN INPUT ACUMULADO-FILE
           IF WS-ESTADO-ACUMULADO = '00'
              PERFORM UNTIL FIN-VAC
                 READ ACUMULADO-FILE
                    AT END MOVE 'S' TO EOF-VAC
                    NOT AT END
                       ADD 1 TO TOTAL-ACUMULADOS
                       MOVE VENTAS-ACUMULADO-REG
                         TO ACUMULADO-RENGLON(TOTAL-ACUMULADOS)
                 END-READ
              END-PERFORM
              CLOSE ACUMULADO-FILE
           END-IF
           PERFORM VARYING IDX-VEND FROM 1 BY 1
                   UNTIL IDX-VEND > TOTAL-VENDEDORES
              PERFORM ACUMULAR-VENDEDOR-ANO
           END-PERFORM
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              IF TAB-DVV-NETEO(IDX-DVV) = 'N'
                 PERFORM NETEAR-DEVOLUCION-ANO
              END-IF
           END-PERFORM
           OPEN OUTPUT ACUMULADO-FILE
           PERFORM VARYING IDX-VAC FROM 1 BY 1
                   UNTIL IDX-VAC > TOTAL-ACUMULADOS
              MOVE ACUMULADO-RENGLON(IDX-VAC) TO VENTAS-ACUMULADO-REG
              WRITE VENTAS-ACUMULADO-REG
           END-PERFORM
           CLOSE ACUMULADO-FILE.

        ACUMULAR-VENDEDOR-ANO.
           MOVE 0 TO RENGLON-ACUMULADO
           PERFORM VARYING IDX-VAC FROM 1 BY 1
                   UNTIL IDX-VAC > TOTAL-ACUMULADOS
              IF TAB-VAC-VENDEDOR(IDX-VAC) = TAB-VENDEDOR(IDX-VEND)
                    AND TAB-VAC-ANO(IDX-VAC) = WS-ANO-HOY
                 MOVE IDX-VAC TO RENGLON-ACUMULADO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-ACUMULADO = 0
              IF TOTAL-ACUMULADOS >= 9999
                 DISPLAY "ACUMULADO DE VENTAS LLENO, VENDEDOR "
                    TAB-VENDEDOR(IDX-VEND) " SIN ACUMULAR"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-ACUMULADOS
              MOVE TOTAL-ACUMULADOS TO RENGLON-ACUMULADO
              MOVE TAB-VENDEDOR(IDX-VEND)
                TO TAB-VAC-VENDEDOR(RENGLON-ACUMULADO)
              MOVE WS-ANO-HOY TO TAB-VAC-ANO(RENGLON-ACUMULADO)
              MOVE 0 TO TAB-VAC-VENTAS(RENGLON-ACUMULADO)
              MOVE ZERO TO TAB-VAC-IMPORTE(RENGLON-ACUMULADO)
           END-IF
           ADD TAB-CUENTA-VENDEDOR(IDX-VEND)
             TO TAB-VAC-VENTAS(RENGLON-ACUMULADO)
           ADD TAB-VENTA-VENDEDOR(IDX-VEND)
             TO TAB-VAC-IMPORTE(RENGLON-ACUMULADO).

      *---- Agrega al final de VENTAS_HIST.DAT el resumen del día
      *---- que se acaba de registrar.
        GRABAR-HISTORICO-VENTAS.
           MOVE VENTA-MAXIMA TO HIST-VENTA-MAXIMA
           MOVE VENTA-MINIMA TO HIST-VENTA-MINIMA
           MOVE VENTA-MEDIA TO HIST-VENTA-MEDIA
           MOVE TOTAL-DEVUELTO TO HIST-DEVOLUCIONES
           WRITE VENTAS-HIST-REG
           CLOSE VENTAS-HIST-FILE.

           END-IF.

      *---- Muestra un renglón del reporte de tendencia, comparando
      *---- la venta neta del día leído (total menos lo devuelto;
      *---- los días anteriores a las devoluciones no traen el campo)
      *---- contra la del día anterior.
        MOSTRAR-RENGLON-TENDENCIA.
           IF HIST-DEVOLUCIONES NUMERIC
              COMPUTE VENTA-NETA = HIST-VENTA-TOTAL - HIST-DEVOLUCIONES
           ELSE
              MOVE HIST-VENTA-TOTAL TO VENTA-NETA
           END-IF
           DISPLAY "FECHA " HIST-FECHA ": VENTA TOTAL "
              HIST-VENTA-TOTAL " NETA " VENTA-NETA
           IF EXISTE-DIA-ANTERIOR
              IF VENTA-NETA > VENTA-DIA-ANTERIOR
                 DISPLAY "   TENDENCIA: SUBIO"
              ELSE
                 IF VENTA-NETA < VENTA-DIA-ANTERIOR
                    DISPLAY "   TENDENCIA: BAJO"
                 ELSE
                    DISPLAY "   TENDENCIA: IGUAL"
              END-IF
           END-IF
           MOVE 'S' TO HAY-DIA-ANTERIOR
           MOVE VENTA-NETA TO VENTA-DIA-ANTERIOR.

      *---- Devolución de una venta registrada, por su folio: la
      *---- venta debe estar en VENTAS_DETALLE.DAT y no haberse
      *---- devuelto antes. La mercancía vuelve a la existencia, la
      *---- comisión ya pagada se recupera en nómina y la devolución
      *---- queda pendiente de restarse en el siguiente registro del
      *---- día.
        REGISTRAR-DEVOLUCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FOLIO DE LA VENTA A DEVOLVER"
           ACCEPT FOLIO-PEDIDO
           IF FOLIO-PEDIDO = 0
              DISPLAY "FOLIO INVALIDO"
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-VENTA-ORIGINAL
           IF NOT VENTA-EXISTE
              DISPLAY "LA VENTA " FOLIO-PEDIDO " NO ESTA EN "
                 "VENTAS_DETALLE.DAT, DEVOLUCION NO REGISTRADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              IF TAB-DVV-FOLIO-VENTA(IDX-DVV) = FOLIO-PEDIDO
                 DISPLAY "LA VENTA " FOLIO-PEDIDO " YA SE DEVOLVIO "
                    "EL " TAB-DVV-FECHA(IDX-DVV)
                    ", DEVOLUCION NO REGISTRADA"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           DISPLAY "VENTA DEL " ORI-FECHA " VENDEDOR " ORI-VENDEDOR
           DISPLAY "   " ORI-CONCEPTO " CANTIDAD " ORI-CANTIDAD
              " IMPORTE " ORI-IMPORTE
           DISPLAY "MOTIVO DE LA DEVOLUCION"
           MOVE SPACES TO MOTIVO-DEVOLUCION
           ACCEPT MOTIVO-DEVOLUCION
           DISPLAY "CONFIRMA LA DEVOLUCION (S/N)"
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
              DISPLAY "DEVOLUCION CANCELADA"
              EXIT PARAGRAPH
           END-IF

           MOVE FOLIO-PEDIDO TO DVV-FOLIO-VENTA
           MOVE WS-FECHA-HOY TO DVV-FECHA
           MOVE ORI-FECHA TO DVV-FECHA-VENTA
           MOVE ORI-VENDEDOR TO DVV-VENDEDOR
           MOVE ORI-IMPORTE TO DVV-IMPORTE
           MOVE ORI-PRODUCTO TO DVV-PRODUCTO
           MOVE ORI-CANTIDAD TO DVV-CANTIDAD
           MOVE ORI-LINEA TO DVV-LINEA
           MOVE MOTIVO-DEVOLUCION TO DVV-MOTIVO
           MOVE 'N' TO DVV-NETEO
           MOVE ZERO TO DVV-RECUPERADO
           PERFORM RECUPERAR-COMISION

           OPEN EXTEND DEVOLUCIONES-FILE
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              OPEN OUTPUT DEVOLUCIONES-FILE
           END-IF
           WRITE DEVOLUCION-VENTA-REG
           CLOSE DEVOLUCIONES-FILE

           PERFORM REINGRESAR-MERCANCIA
           DISPLAY "DEVOLUCION REGISTRADA; SE RESTARA DE LA VENTA EN "
              "EL SIGUIENTE REGISTRO DEL DIA".

      *---- Busca en el detalle la venta con el folio pedido y se
      *---- queda con sus datos.
        BUSCAR-VENTA-ORIGINAL.
           MOVE 'N' TO VENTA-HALLADA
           MOVE 'N' TO EOF-DET
           OPEN INPUT DETALLE-FILE
           IF WS-ESTADO-DETALLE NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DET
              READ DETALLE-FILE
                 AT END MOVE 'S' TO EOF-DET
                 NOT AT END
                    IF DET-FOLIO NUMERIC AND DET-FOLIO = FOLIO-PEDIDO
                       MOVE 'S' TO VENTA-HALLADA
                       MOVE 'S' TO EOF-DET
                       MOVE DET-FECHA TO ORI-FECHA
                       MOVE DET-VENDEDOR TO ORI-VENDEDOR
                       MOVE DET-IMPORTE TO ORI-IMPORTE
                       MOVE DET-CONCEPTO TO ORI-CONCEPTO
                       MOVE DET-PRODUCTO TO ORI-PRODUCTO
                       MOVE DET-CANTIDAD TO ORI-CANTIDAD
                       MOVE DET-LINEA TO ORI-LINEA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DETALLE-FILE.

      *---- Si la comisión del vendedor por el mes de la venta ya se
      *---- depositó, se recupera a la tasa efectiva con que se pagó,
      *---- como deducción única en su siguiente nómina; si el mes
      *---- aún no se liquida, COMISION-VENTAS la descontará.
        RECUPERAR-COMISION.
           MOVE 'N' TO PAGO-HALLADO
           MOVE 'N' TO EOF-CPG
           OPEN INPUT PAGADAS-FILE
           IF WS-ESTADO-PAGADAS = '00'
              PERFORM UNTIL FIN-CPG
                 READ PAGADAS-FILE
                    AT END MOVE 'S' TO EOF-CPG
                    NOT AT END
                       IF CPG-VENDEDOR = ORI-VENDEDOR
                             AND CPG-MES = ORI-ANOMES
                          MOVE 'S' TO PAGO-HALLADO
                          MOVE CPG-EMPLEADO TO EMPLEADO-PAGADO
                          MOVE CPG-TASA TO TASA-PAGADA
                          MOVE CPG-DEPOSITADA TO DEPOSITO-PAGADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGADAS-FILE
           END-IF
           IF NOT COMISION-YA-PAGADA
              MOVE 'P' TO DVV-COMISION
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO IMPORTE-RECUPERAR
           IF DEPOSITO-PAGADO = 'S' AND EMPLEADO-PAGADO > 0
              COMPUTE IMPORTE-RECUPERAR ROUNDED
                 = ORI-IMPORTE * TASA-PAGADA
           END-IF
           IF IMPORTE-RECUPERAR = 0
              MOVE 'N' TO DVV-COMISION
              EXIT PARAGRAPH
           END-IF
           MOVE EMPLEADO-PAGADO TO DED-EMPLEADO
           MOVE SPACES TO DED-CONCEPTO
           STRING "REC.COM.VTA " DELIMITED BY SIZE
                  FOLIO-PEDIDO DELIMITED BY SIZE
                  INTO DED-CONCEPTO
           MOVE 'U' TO DED-TIPO
           MOVE IMPORTE-RECUPERAR TO DED-VALOR
           MOVE 90 TO DED-PRIORIDAD
           MOVE ZERO TO DED-FIN
           OPEN EXTEND DEDUCCIONES-FILE
           IF WS-ESTADO-DEDUCCIONES NOT = '00'
              OPEN OUTPUT DEDUCCIONES-FILE
           END-IF
           WRITE DEDUCCION-REG
           CLOSE DEDUCCIONES-FILE
           MOVE 'D' TO DVV-COMISION
           MOVE IMPORTE-RECUPERAR TO DVV-RECUPERADO
           DISPLAY "COMISION YA PAGADA: SE RECUPERAN " IMPORTE-RECUPERAR
              " EN LA NOMINA DEL EMPLEADO " EMPLEADO-PAGADO.

      *---- La mercancía devuelta vuelve a la existencia del
      *---- producto; si el producto ya no está en el catálogo sólo
      *---- se avisa.
        REINGRESAR-MERCANCIA.
           IF ORI-PRODUCTO NOT NUMERIC OR ORI-CANTIDAD NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-PRODUCTOS
           MOVE 0 TO RENGLON-PRODUCTO
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > TOTAL-PRODUCTOS
              IF TAB-PRD-CODIGO(IDX-PRD) = ORI-PRODUCTO
                 SET RENGLON-PRODUCTO TO IDX-PRD
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-PRODUCTO = 0
              DISPLAY "PRODUCTO " ORI-PRODUCTO " YA NO ESTA EN EL "
                 "CATALOGO, LA EXISTENCIA NO SE TOCA"
              EXIT PARAGRAPH
           END-IF
           ADD ORI-CANTIDAD TO TAB-PRD-EXISTENCIA(RENGLON-PRODUCTO)
           PERFORM GRABAR-PRODUCTOS.

        CARGAR-DEVOLUCIONES.
           MOVE 0 TO TOTAL-DEVOLUCIONES
           MOVE 'N' TO EOF-DVV
           OPEN INPUT DEVOLUCIONES-FILE
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
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
           END-PERFORM
           CLOSE DEVOLUCIONES-FILE.

      *---- Las devoluciones que aún no se restan de la venta se
      *---- suman para el resumen del día.
        SUMAR-DEVOLUCIONES-PENDIENTES.
           MOVE 0 TO DEVOLUCIONES-DEL-DIA
           MOVE ZERO TO TOTAL-DEVUELTO
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              IF TAB-DVV-NETEO(IDX-DVV) = 'N'
                 ADD 1 TO DEVOLUCIONES-DEL-DIA
                 ADD TAB-DVV-IMPORTE(IDX-DVV) TO TOTAL-DEVUELTO
              END-IF
           END-PERFORM.

      *---- Resta la devolución del acumulado del vendedor en el año
      *---- de la venta; si ese año ya se cerró sólo se avisa.
        NETEAR-DEVOLUCION-ANO.
           MOVE 'S' TO TAB-DVV-NETEO(IDX-DVV)
           MOVE TAB-DVV-FECHA-VENTA(IDX-DVV) TO FECHA-NETEO
           PERFORM VARYING IDX-VAC FROM 1 BY 1
                   UNTIL IDX-VAC > TOTAL-ACUMULADOS
              IF TAB-VAC-VENDEDOR(IDX-VAC) = TAB-DVV-VENDEDOR(IDX-DVV)
                    AND TAB-VAC-ANO(IDX-VAC) = ANO-NETEO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-VAC > TOTAL-ACUMULADOS
              DISPLAY "DEVOLUCION DEL FOLIO "
                 TAB-DVV-FOLIO-VENTA(IDX-DVV) ": EL ACUMULADO "
                 ANO-NETEO " DEL VENDEDOR YA NO ESTA, NO SE RESTA"
              EXIT PARAGRAPH
           END-IF
           IF TAB-VAC-VENTAS(IDX-VAC) > 0
              SUBTRACT 1 FROM TAB-VAC-VENTAS(IDX-VAC)
           END-IF
           IF TAB-VAC-IMPORTE(IDX-VAC) > TAB-DVV-IMPORTE(IDX-DVV)
              SUBTRACT TAB-DVV-IMPORTE(IDX-DVV)
                 FROM TAB-VAC-IMPORTE(IDX-VAC)
           ELSE
              MOVE ZERO TO TAB-VAC-IMPORTE(IDX-VAC)
           END-IF.

        GRABAR-DEVOLUCIONES.
           OPEN OUTPUT DEVOLUCIONES-FILE
           PERFORM VARYING IDX-DVV FROM 1 BY 1
                   UNTIL IDX-DVV > TOTAL-DEVOLUCIONES
              MOVE DEVOLUCION-RENGLON(IDX-DVV)
                TO DEVOLUCION-VENTA-REG
              WRITE DEVOLUCION-VENTA-REG
           END-PERFORM
           CLOSE DEVOLUCIONES-FILE.

        LEER-FOLIO-VENTAS.
           MOVE 0 TO ULTIMO-FOLIO-VENTA
           OPEN INPUT FOLIO-FILE
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 NOT AT END
                    IF CTL-ULTIMO-FOLIO NUMERIC
                       MOVE CTL-ULTIMO-FOLIO TO ULTIMO-FOLIO-VENTA
                    END-IF
              END-READ
              CLOSE FOLIO-FILE
           END-IF.

        GRABAR-FOLIO-VENTAS.
           OPEN OUTPUT FOLIO-FILE
           MOVE ULTIMO-FOLIO-VENTA TO CTL-ULTIMO-FOLIO
           WRITE FOLIO-VENTA-REG
           CLOSE FOLIO-FILE.
