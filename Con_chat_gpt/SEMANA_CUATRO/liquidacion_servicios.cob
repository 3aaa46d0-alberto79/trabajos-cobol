       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-SERVICIOS.

      *> --- Liquidación nocturna de los pagos de servicios que la
      *> ventanilla (PROYECTO1) y los pagos domiciliados
      *> (GENERADOR-PAGOS) dejan capturados en PAGOS_SERVICIOS.DAT.
      *> Un pago en efectivo ya está cobrado; uno con cargo a cuenta
      *> se liquida cuando BATCH-BANCO ya posteó su cargo, y se marca
      *> rechazado si el cargo rebotó. Por cada emisor con pagos
      *> listos arma su archivo de pago PAGO_SERV_<emisor>.DAT, con
      *> encabezado, un renglón por recibo y cola de control (conteo
      *> y suma de importes), igual que TRANSF_SALIDA.DAT. En
      *> CONTABLE.DAT asienta, por sucursal, la entrada a caja del
      *> total cobrado contra el importe por pagar a los emisores
      *> (PAGO-EMIS) y la comisión ganada (COMIS-SERV). Todo queda
      *> en LIQUIDACION_SERVICIOS.RPT. Lo corre PROCESO-NOCTURNO
      *> después de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-SERVICIOS-FILE
               ASSIGN TO 'PAGOS_SERVICIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS-SERV.
           SELECT EMISORES-FILE ASSIGN TO 'EMISORES_SERVICIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMISORES.
           SELECT SALIDA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT SALIDA-SEC-FILE ASSIGN TO 'PAGO_SERV_SEC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA-SEC.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZADOS-FILE ASSIGN TO 'MOVS_RECHAZADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZADOS.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT CORTES-FILE ASSIGN TO 'CORTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORTES.
           SELECT REPORTE-FILE ASSIGN TO 'LIQUIDACION_SERVICIOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo trazado que graban PROYECTO1 y GENERADOR-PAGOS.
       FD PAGOS-SERVICIOS-FILE.
           COPY PAGOSERVREG.

       FD EMISORES-FILE.
           COPY EMISORREG.

      *---- Archivo de pago al emisor: encabezado 'H' con fecha,
      *---- emisor y secuencia, un renglón 'D' por recibo pagado con
      *---- nuestro folio, la referencia del recibo y el importe, y
      *---- cola 'T' con conteo y suma de importes.
       FD SALIDA-FILE.
       01 SAL-DETALLE.
           05 SAL-TIPO          PIC X(1).
           05 SAL-REFERENCIA    PIC 9(8).
           05 SAL-REF-SERVICIO  PIC X(20).
           05 SAL-IMPORTE       PIC 9(7)V99.
           05 SAL-FECHA-PAGO    PIC 9(8).
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO      PIC X(1).
           05 SAL-ENC-FECHA     PIC 9(8).
           05 SAL-ENC-EMISOR    PIC 9(4).
           05 SAL-ENC-SECUENCIA PIC 9(6).
       01 SAL-COLA.
           05 SAL-COLA-TIPO      PIC X(1).
           05 SAL-COLA-REGISTROS PIC 9(6).
           05 SAL-COLA-IMPORTES  PIC 9(11)V99.

      *---- Fecha y secuencia de la última liquidación; la fecha
      *---- frena que un relanzamiento del mismo día vuelva a pagar
      *---- y a asentar.
       FD SALIDA-SEC-FILE.
       01 SALIDA-SEC-REG.
           05 CTL-SAL-FECHA     PIC 9(8).
           05 CTL-SAL-SECUENCIA PIC 9(6).

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Rechazos de la corrida de BATCH-BANCO de esta noche.
       FD RECHAZADOS-FILE.
       01 MOV-RECHAZADO-REG.
           05 MR-REFERENCIA PIC 9(8).
           05 FILLER      PIC X(1).
           05 MR-CUENTA   PIC 9(6).
           05 FILLER      PIC X(1).
           05 MR-OPERACION PIC X.
           05 FILLER      PIC X(1).
           05 MR-IMPORTE  PIC 9(7)V99.
           05 FILLER      PIC X(1).
           05 MR-MOTIVO   PIC X(30).

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
      *---- agregan después del corte se suman a su conteo.
       FD CORTES-FILE.
       01 CORTE-REG.
           05 COR-FECHA PIC 9(8).
           05 COR-CORTE PIC 9(2).
           05 COR-RENGLONES PIC 9(5).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PAGOS-SERV  PIC X(2).
       01 WS-ESTADO-EMISORES    PIC X(2).
       01 WS-ESTADO-SALIDA      PIC X(2).
       01 WS-ESTADO-SALIDA-SEC  PIC X(2).
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-RECHAZADOS  PIC X(2).
       01 WS-ESTADO-CONTABLE    PIC X(2).
       01 WS-ESTADO-CORTES      PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).
       01 WS-NOMBRE-SALIDA PIC X(30) VALUE SPACES.

       01 EOF-PSV PIC X VALUE 'N'.
          88 FIN-PSV VALUE 'S'.
       01 EOF-EMI PIC X VALUE 'N'.
          88 FIN-EMI VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-RCH PIC X VALUE 'N'.
          88 FIN-RCH VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 SECUENCIA-SALIDA PIC 9(6) VALUE ZERO.
       01 FECHA-ULTIMA-SALIDA PIC 9(8) VALUE ZERO.

      *> --- Pagos completos en memoria, para regrabar los estados
      *> al final. TAB-PSV-LISTO marca los que salen hoy.
       01 PAGOS-TABLA.
          05 PAGO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PAGOS
                INDEXED BY IDX-PSV.
             10 TAB-PSV-REFERENCIA   PIC 9(8).
             10 TAB-PSV-FECHA        PIC 9(8).
             10 TAB-PSV-EMISOR       PIC 9(4).
             10 TAB-PSV-REF-SERVICIO PIC X(20).
             10 TAB-PSV-IMPORTE      PIC 9(7)V99.
             10 TAB-PSV-COMISION     PIC 9(3)V99.
             10 TAB-PSV-ORIGEN       PIC X(1).
             10 TAB-PSV-CUENTA       PIC 9(6).
             10 TAB-PSV-SUCURSAL     PIC 9(3).
             10 TAB-PSV-OPERADOR     PIC X(8).
             10 TAB-PSV-ESTADO       PIC X(1).
             10 TAB-PSV-FECHA-LIQ    PIC 9(8).
             10 TAB-PSV-MOTIVO       PIC X(20).
             10 TAB-PSV-LISTO        PIC X(1).
       01 TOTAL-PAGOS PIC 9(4) VALUE 0.

      *> --- Catálogo de emisores con lo que se le paga hoy a cada
      *> uno.
       01 EMISORES-TABLA.
          05 EMISOR-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-EMISORES
                INDEXED BY IDX-EMI.
             10 TAB-EMI-CODIGO    PIC 9(4).
             10 TAB-EMI-NOMBRE    PIC X(30).
             10 TAB-EMI-PAGOS     PIC 9(6).
             10 TAB-EMI-IMPORTE   PIC 9(11)V99.
             10 TAB-EMI-COMISION  PIC 9(9)V99.
       01 TOTAL-EMISORES PIC 9(3) VALUE 0.
       01 RENGLON-EMISOR PIC 9(3) VALUE 0.

      *> --- Lo cobrado por sucursal, para el asiento contable.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-SUCURSAL  PIC 9(3).
             10 TAB-SUC-IMPORTE   PIC 9(9)V99.
             10 TAB-SUC-COMISION  PIC 9(9)V99.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 RENGLON-SUCURSAL PIC 9(3) VALUE 0.

      *> --- Referencias del rango de servicios que BATCH-BANCO ya
      *> posteó, y las que rechazó esta noche.
       01 POSTEADAS-TABLA.
          05 POSTEADA OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADAS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADAS PIC 9(5) VALUE 0.
      *> Cifras de control de MOVS_POSTEADOS.DAT y de lo que se
      *> agrega a CONTABLE.DAT.
           COPY ENTREGAPARREG.
       01 RECHAZADAS-TABLA.
          05 RECHAZADA OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RECHAZADAS
                INDEXED BY IDX-RCH.
             10 TAB-RCH-REFERENCIA PIC 9(8).
             10 TAB-RCH-MOTIVO     PIC X(20).
       01 TOTAL-RECHAZADAS PIC 9(4) VALUE 0.
       01 REFERENCIA-BUSCADA PIC 9(8) VALUE ZERO.
       01 REFERENCIA-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-REFERENCIA-POSTEADA VALUE 'S'.
       01 RENGLON-RECHAZO PIC 9(4) VALUE 0.

       01 TOTAL-LIQUIDADOS   PIC 9(6) VALUE 0.
       01 IMPORTE-LIQUIDADO  PIC 9(11)V99 VALUE ZERO.
       01 COMISION-LIQUIDADA PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-RECHAZO-PAG  PIC 9(4) VALUE 0.
       01 TOTAL-SIN-EMISOR   PIC 9(4) VALUE 0.
       01 TOTAL-EN-ESPERA    PIC 9(4) VALUE 0.
       01 ARCHIVOS-GENERADOS PIC 9(3) VALUE 0.
       01 SALIDA-REGISTROS   PIC 9(6) VALUE 0.
       01 SALIDA-IMPORTES    PIC 9(11)V99 VALUE ZERO.

       01 RENGLONES-AGREGADOS PIC 9(5) VALUE 0.
       01 CORTE-HOY       PIC 9(2) VALUE 0.
       01 RENGLONES-CORTE PIC 9(5) VALUE 0.

      *> --- Renglones del reporte.
       01 DET-PAGO.
          05 DP-ACCION      PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DP-REFERENCIA  PIC 9(8).
          05 FILLER         PIC X(8) VALUE " EMISOR ".
          05 DP-EMISOR      PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DP-REF-SERVICIO PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DP-IMPORTE     PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DP-DETALLE     PIC X(20).
       01 DET-EMISOR.
          05 FILLER         PIC X(7) VALUE "EMISOR ".
          05 DE-EMISOR      PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DE-NOMBRE      PIC X(30).
          05 DE-PAGOS       PIC ZZZ,ZZ9.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 DE-IMPORTE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(11) VALUE " COMISION: ".
          05 DE-COMISION    PIC ZZZ,ZZZ,ZZ9.99.
       01 DET-TOTAL.
          05 DT-ETIQUETA   PIC X(30).
          05 DT-CANTIDAD   PIC ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 DT-IMPORTE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM LEER-SECUENCIA-SALIDA
            IF FECHA-ULTIMA-SALIDA = WS-FECHA-HOY
               DISPLAY "PAGOS DE SERVICIOS YA LIQUIDADOS HOY, NO SE "
                  "VUELVEN A PAGAR"
               GOBACK
            END-IF

            PERFORM CARGAR-PAGOS
            IF TOTAL-PAGOS = 0
               DISPLAY "SIN PAGOS DE SERVICIOS, NADA QUE LIQUIDAR"
               GOBACK
            END-IF
            PERFORM CARGAR-EMISORES
            IF TOTAL-EMISORES = 0
               DISPLAY "*** EMISORES_SERVICIO.CTL VACIO O AUSENTE, "
                  "NO SE LIQUIDA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM CARGAR-POSTEADAS
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE LIQUIDAN SERVICIOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-RECHAZADAS

            OPEN OUTPUT REPORTE-FILE
            MOVE "LIQUIDACION DE PAGOS DE SERVICIOS - RESULTADO DEL DIA"
              TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM MARCAR-RECHAZADOS
            PERFORM SELECCIONAR-LISTOS
            ADD 1 TO SECUENCIA-SALIDA
            PERFORM VARYING IDX-EMI FROM 1 BY 1
                    UNTIL IDX-EMI > TOTAL-EMISORES
               IF TAB-EMI-PAGOS(IDX-EMI) > 0
                  PERFORM GENERAR-ARCHIVO-EMISOR
               END-IF
            END-PERFORM
            PERFORM GRABAR-CONTABLE
            PERFORM SUMAR-RENGLONES-CORTE
            PERFORM REPORTAR-TOTALES

            CLOSE REPORTE-FILE
            PERFORM GRABAR-PAGOS
            PERFORM GRABAR-SECUENCIA-SALIDA

            DISPLAY "--------------------------------"
            DISPLAY "PAGOS LIQUIDADOS:      " TOTAL-LIQUIDADOS
            DISPLAY "IMPORTE A EMISORES:    " IMPORTE-LIQUIDADO
            DISPLAY "COMISION GANADA:       " COMISION-LIQUIDADA
            DISPLAY "ARCHIVOS DE PAGO:      " ARCHIVOS-GENERADOS
            DISPLAY "PAGOS RECHAZADOS:      " TOTAL-RECHAZO-PAG
            DISPLAY "PAGOS EN ESPERA:       " TOTAL-EN-ESPERA
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Los pagos capturados con cargo a cuenta cuyo cargo
      *---- BATCH-BANCO rechazó esta noche no se pagan: el dinero
      *---- nunca salió de la cuenta.
        MARCAR-RECHAZADOS.
           PERFORM VARYING IDX-PSV FROM 1 BY 1
                   UNTIL IDX-PSV > TOTAL-PAGOS
              IF TAB-PSV-ESTADO(IDX-PSV) = 'C'
                    AND TAB-PSV-ORIGEN(IDX-PSV) NOT = 'E'
                 PERFORM UBICAR-RECHAZO
                 IF RENGLON-RECHAZO > 0
                    MOVE 'R' TO TAB-PSV-ESTADO(IDX-PSV)
                    MOVE TAB-RCH-MOTIVO(RENGLON-RECHAZO)
                      TO TAB-PSV-MOTIVO(IDX-PSV)
                    MOVE "RECHAZADO" TO DP-ACCION
                    MOVE TAB-RCH-MOTIVO(RENGLON-RECHAZO) TO DP-DETALLE
                    PERFORM REPORTAR-PAGO
                    ADD 1 TO TOTAL-RECHAZO-PAG
                 END-IF
              END-IF
           END-PERFORM.

      *---- Un pago capturado sale hoy si es en efectivo o si su
      *---- cargo ya posteó; los demás esperan a otra noche. Lo que
      *---- sale se suma a su emisor y a su sucursal.
        SELECCIONAR-LISTOS.
           PERFORM VARYING IDX-PSV FROM 1 BY 1
                   UNTIL IDX-PSV > TOTAL-PAGOS
              MOVE 'N' TO TAB-PSV-LISTO(IDX-PSV)
              IF TAB-PSV-ESTADO(IDX-PSV) = 'C'
                 MOVE 'S' TO REFERENCIA-POSTEADA
                 IF TAB-PSV-ORIGEN(IDX-PSV) NOT = 'E'
                    MOVE TAB-PSV-REFERENCIA(IDX-PSV)
                      TO REFERENCIA-BUSCADA
                    PERFORM VERIFICAR-POSTEADA
                 END-IF
                 IF ES-REFERENCIA-POSTEADA
                    PERFORM ACUMULAR-PAGO-LISTO
                 ELSE
                    ADD 1 TO TOTAL-EN-ESPERA
                 END-IF
              END-IF
           END-PERFORM.

        ACUMULAR-PAGO-LISTO.
           PERFORM UBICAR-EMISOR
           IF RENGLON-EMISOR = 0
              DISPLAY "PAGO " TAB-PSV-REFERENCIA(IDX-PSV)
                 " DE EMISOR FUERA DEL CATALOGO: "
                 TAB-PSV-EMISOR(IDX-PSV)
              ADD 1 TO TOTAL-SIN-EMISOR
              ADD 1 TO TOTAL-EN-ESPERA
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO TAB-PSV-LISTO(IDX-PSV)
           ADD 1 TO TAB-EMI-PAGOS(RENGLON-EMISOR)
           ADD TAB-PSV-IMPORTE(IDX-PSV)
             TO TAB-EMI-IMPORTE(RENGLON-EMISOR)
           ADD TAB-PSV-COMISION(IDX-PSV)
             TO TAB-EMI-COMISION(RENGLON-EMISOR)
           PERFORM UBICAR-SUCURSAL
           ADD TAB-PSV-IMPORTE(IDX-PSV)
             TO TAB-SUC-IMPORTE(RENGLON-SUCURSAL)
           ADD TAB-PSV-COMISION(IDX-PSV)
             TO TAB-SUC-COMISION(RENGLON-SUCURSAL).

      *---- Arma PAGO_SERV_<emisor>.DAT con los pagos listos del
      *---- emisor IDX-EMI y los marca liquidados.
        GENERAR-ARCHIVO-EMISOR.
           MOVE SPACES TO WS-NOMBRE-SALIDA
           STRING "PAGO_SERV_" DELIMITED BY SIZE
                  TAB-EMI-CODIGO(IDX-EMI) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-SALIDA
           OPEN OUTPUT SALIDA-FILE
           IF WS-ESTADO-SALIDA NOT = '00'
              DISPLAY "*** NO SE PUDO ABRIR " WS-NOMBRE-SALIDA
                 " (ESTADO " WS-ESTADO-SALIDA ") ***"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ZERO TO SALIDA-REGISTROS
           MOVE ZERO TO SALIDA-IMPORTES
           MOVE SPACES TO SAL-ENCABEZADO
           MOVE 'H' TO SAL-ENC-TIPO
           MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
           MOVE TAB-EMI-CODIGO(IDX-EMI) TO SAL-ENC-EMISOR
           MOVE SECUENCIA-SALIDA TO SAL-ENC-SECUENCIA
           WRITE SAL-ENCABEZADO
           PERFORM VARYING IDX-PSV FROM 1 BY 1
                   UNTIL IDX-PSV > TOTAL-PAGOS
              IF TAB-PSV-LISTO(IDX-PSV) = 'S'
                    AND TAB-PSV-EMISOR(IDX-PSV)
                        = TAB-EMI-CODIGO(IDX-EMI)
                 PERFORM ESCRIBIR-DETALLE-SALIDA
              END-IF
           END-PERFORM
           MOVE SPACES TO SAL-COLA
           MOVE 'T' TO SAL-COLA-TIPO
           MOVE SALIDA-REGISTROS TO SAL-COLA-REGISTROS
           MOVE SALIDA-IMPORTES TO SAL-COLA-IMPORTES
           WRITE SAL-COLA
           CLOSE SALIDA-FILE
           ADD 1 TO ARCHIVOS-GENERADOS
           MOVE TAB-EMI-CODIGO(IDX-EMI) TO DE-EMISOR
           MOVE TAB-EMI-NOMBRE(IDX-EMI) TO DE-NOMBRE
           MOVE TAB-EMI-PAGOS(IDX-EMI) TO DE-PAGOS
           MOVE TAB-EMI-IMPORTE(IDX-EMI) TO DE-IMPORTE
           MOVE TAB-EMI-COMISION(IDX-EMI) TO DE-COMISION
           WRITE LINEA-REPORTE FROM DET-EMISOR
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

        ESCRIBIR-DETALLE-SALIDA.
           MOVE 'D' TO SAL-TIPO
           MOVE TAB-PSV-REFERENCIA(IDX-PSV) TO SAL-REFERENCIA
           MOVE TAB-PSV-REF-SERVICIO(IDX-PSV) TO SAL-REF-SERVICIO
           MOVE TAB-PSV-IMPORTE(IDX-PSV) TO SAL-IMPORTE
           MOVE TAB-PSV-FECHA(IDX-PSV) TO SAL-FECHA-PAGO
           WRITE SAL-DETALLE
           MOVE 'L' TO TAB-PSV-ESTADO(IDX-PSV)
           MOVE WS-FECHA-HOY TO TAB-PSV-FECHA-LIQ(IDX-PSV)
           ADD 1 TO SALIDA-REGISTROS
           ADD TAB-PSV-IMPORTE(IDX-PSV) TO SALIDA-IMPORTES
           ADD 1 TO TOTAL-LIQUIDADOS
           ADD TAB-PSV-IMPORTE(IDX-PSV) TO IMPORTE-LIQUIDADO
           ADD TAB-PSV-COMISION(IDX-PSV) TO COMISION-LIQUIDADA
           MOVE "LIQUIDADO" TO DP-ACCION
           EVALUATE TAB-PSV-ORIGEN(IDX-PSV)
              WHEN 'E'
                 MOVE "EFECTIVO" TO DP-DETALLE
              WHEN 'C'
                 MOVE "CARGO EN VENTANILLA" TO DP-DETALLE
              WHEN OTHER
                 MOVE "DOMICILIADO" TO DP-DETALLE
           END-EVALUATE
           PERFORM REPORTAR-PAGO.

        REPORTAR-PAGO.
           MOVE TAB-PSV-REFERENCIA(IDX-PSV) TO DP-REFERENCIA
           MOVE TAB-PSV-EMISOR(IDX-PSV) TO DP-EMISOR
           MOVE TAB-PSV-REF-SERVICIO(IDX-PSV) TO DP-REF-SERVICIO
           MOVE TAB-PSV-IMPORTE(IDX-PSV) TO DP-IMPORTE
           WRITE LINEA-REPORTE FROM DET-PAGO.

      *---- Cifras de control al pie del reporte: lo liquidado debe
      *---- cuadrar con la suma de las colas de los archivos de pago.
        REPORTAR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "LIQUIDADOS (SUMA DE COLAS)" TO DT-ETIQUETA
           MOVE TOTAL-LIQUIDADOS TO DT-CANTIDAD
           MOVE IMPORTE-LIQUIDADO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "COMISION GANADA" TO DT-ETIQUETA
           MOVE TOTAL-LIQUIDADOS TO DT-CANTIDAD
           MOVE COMISION-LIQUIDADA TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "RECHAZADOS AL POSTEAR" TO DT-ETIQUETA
           MOVE TOTAL-RECHAZO-PAG TO DT-CANTIDAD
           MOVE ZERO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "EN ESPERA DE SU CARGO" TO DT-ETIQUETA
           MOVE TOTAL-EN-ESPERA TO DT-CANTIDAD
           MOVE ZERO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           IF TOTAL-SIN-EMISOR > 0
              MOVE "  DE ELLOS SIN EMISOR" TO DT-ETIQUETA
              MOVE TOTAL-SIN-EMISOR TO DT-CANTIDAD
              MOVE ZERO TO DT-IMPORTE
              WRITE LINEA-REPORTE FROM DET-TOTAL
           END-IF.

      *---- Ubica el emisor del pago IDX-PSV en el catálogo.
        UBICAR-EMISOR.
           MOVE 0 TO RENGLON-EMISOR
           PERFORM VARYING IDX-EMI FROM 1 BY 1
                   UNTIL IDX-EMI > TOTAL-EMISORES
              IF TAB-EMI-CODIGO(IDX-EMI) = TAB-PSV-EMISOR(IDX-PSV)
                 MOVE IDX-EMI TO RENGLON-EMISOR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Ubica la sucursal del pago IDX-PSV en la tabla del
      *---- asiento, y la agrega si es nueva.
        UBICAR-SUCURSAL.
           MOVE 0 TO RENGLON-SUCURSAL
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-SUCURSAL(IDX-SUC) = TAB-PSV-SUCURSAL(IDX-PSV)
                 MOVE IDX-SUC TO RENGLON-SUCURSAL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-SUCURSAL = 0
              ADD 1 TO TOTAL-SUCURSALES
              MOVE TOTAL-SUCURSALES TO RENGLON-SUCURSAL
              MOVE TAB-PSV-SUCURSAL(IDX-PSV)
                TO TAB-SUC-SUCURSAL(RENGLON-SUCURSAL)
              MOVE ZERO TO TAB-SUC-IMPORTE(RENGLON-SUCURSAL)
              MOVE ZERO TO TAB-SUC-COMISION(RENGLON-SUCURSAL)
           END-IF.

        VERIFICAR-POSTEADA.
           MOVE 'N' TO REFERENCIA-POSTEADA
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADAS
              IF TAB-PST-REFERENCIA(IDX-PST) = REFERENCIA-BUSCADA
                 MOVE 'S' TO REFERENCIA-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-RECHAZO.
           MOVE 0 TO RENGLON-RECHAZO
           PERFORM VARYING IDX-RCH FROM 1 BY 1
                   UNTIL IDX-RCH > TOTAL-RECHAZADAS
              IF TAB-RCH-REFERENCIA(IDX-RCH)
                    = TAB-PSV-REFERENCIA(IDX-PSV)
                 MOVE IDX-RCH TO RENGLON-RECHAZO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Carga PAGOS_SERVICIOS.DAT completo a memoria.
        CARGAR-PAGOS.
           OPEN INPUT PAGOS-SERVICIOS-FILE
           IF WS-ESTADO-PAGOS-SERV = '00'
              PERFORM UNTIL FIN-PSV
                 READ PAGOS-SERVICIOS-FILE
                    AT END MOVE 'S' TO EOF-PSV
                    NOT AT END
                       IF TOTAL-PAGOS < 9999
                          ADD 1 TO TOTAL-PAGOS
                          SET IDX-PSV TO TOTAL-PAGOS
                          PERFORM CARGAR-UN-PAGO
                       ELSE
                          DISPLAY "*** PAGOS_SERVICIOS.DAT REBASA LA "
                             "TABLA DE PAGOS (9999) ***"
                          CLOSE PAGOS-SERVICIOS-FILE
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS-SERVICIOS-FILE
           END-IF.

        CARGAR-UN-PAGO.
           MOVE PSV-REFERENCIA TO TAB-PSV-REFERENCIA(IDX-PSV)
           MOVE PSV-FECHA TO TAB-PSV-FECHA(IDX-PSV)
           MOVE PSV-EMISOR TO TAB-PSV-EMISOR(IDX-PSV)
           MOVE PSV-REF-SERVICIO TO TAB-PSV-REF-SERVICIO(IDX-PSV)
           MOVE PSV-IMPORTE TO TAB-PSV-IMPORTE(IDX-PSV)
           IF PSV-COMISION NUMERIC
              MOVE PSV-COMISION TO TAB-PSV-COMISION(IDX-PSV)
           ELSE
              MOVE ZERO TO TAB-PSV-COMISION(IDX-PSV)
           END-IF
           MOVE PSV-ORIGEN TO TAB-PSV-ORIGEN(IDX-PSV)
           MOVE PSV-CUENTA TO TAB-PSV-CUENTA(IDX-PSV)
           IF PSV-SUCURSAL NUMERIC
              MOVE PSV-SUCURSAL TO TAB-PSV-SUCURSAL(IDX-PSV)
           ELSE
              MOVE ZERO TO TAB-PSV-SUCURSAL(IDX-PSV)
           END-IF
           MOVE PSV-OPERADOR TO TAB-PSV-OPERADOR(IDX-PSV)
           MOVE PSV-ESTADO TO TAB-PSV-ESTADO(IDX-PSV)
           IF PSV-FECHA-LIQ NUMERIC
              MOVE PSV-FECHA-LIQ TO TAB-PSV-FECHA-LIQ(IDX-PSV)
           ELSE
              MOVE ZERO TO TAB-PSV-FECHA-LIQ(IDX-PSV)
           END-IF
           MOVE PSV-MOTIVO TO TAB-PSV-MOTIVO(IDX-PSV)
           MOVE 'N' TO TAB-PSV-LISTO(IDX-PSV).

      *---- Reescribe PAGOS_SERVICIOS.DAT con los estados del día.
        GRABAR-PAGOS.
           OPEN OUTPUT PAGOS-SERVICIOS-FILE
           PERFORM VARYING IDX-PSV FROM 1 BY 1
                   UNTIL IDX-PSV > TOTAL-PAGOS
              MOVE TAB-PSV-REFERENCIA(IDX-PSV) TO PSV-REFERENCIA
              MOVE TAB-PSV-FECHA(IDX-PSV) TO PSV-FECHA
              MOVE TAB-PSV-EMISOR(IDX-PSV) TO PSV-EMISOR
              MOVE TAB-PSV-REF-SERVICIO(IDX-PSV) TO PSV-REF-SERVICIO
              MOVE TAB-PSV-IMPORTE(IDX-PSV) TO PSV-IMPORTE
              MOVE TAB-PSV-COMISION(IDX-PSV) TO PSV-COMISION
              MOVE TAB-PSV-ORIGEN(IDX-PSV) TO PSV-ORIGEN
              MOVE TAB-PSV-CUENTA(IDX-PSV) TO PSV-CUENTA
              MOVE TAB-PSV-SUCURSAL(IDX-PSV) TO PSV-SUCURSAL
              MOVE TAB-PSV-OPERADOR(IDX-PSV) TO PSV-OPERADOR
              MOVE TAB-PSV-ESTADO(IDX-PSV) TO PSV-ESTADO
              MOVE TAB-PSV-FECHA-LIQ(IDX-PSV) TO PSV-FECHA-LIQ
              MOVE TAB-PSV-MOTIVO(IDX-PSV) TO PSV-MOTIVO
              WRITE PAGO-SERVICIO-REG
           END-PERFORM
           CLOSE PAGOS-SERVICIOS-FILE.

      *---- Catálogo de emisores; los inactivos también se cargan,
      *---- porque lo ya cobrado antes de la baja se les debe pagar.
        CARGAR-EMISORES.
           OPEN INPUT EMISORES-FILE
           IF WS-ESTADO-EMISORES = '00'
              PERFORM UNTIL FIN-EMI
                 READ EMISORES-FILE
                    AT END MOVE 'S' TO EOF-EMI
                    NOT AT END
                       IF EMI-CODIGO NUMERIC
                             AND TOTAL-EMISORES < 999
                          ADD 1 TO TOTAL-EMISORES
                          SET IDX-EMI TO TOTAL-EMISORES
                          MOVE EMI-CODIGO TO TAB-EMI-CODIGO(IDX-EMI)
                          MOVE EMI-NOMBRE TO TAB-EMI-NOMBRE(IDX-EMI)
                          MOVE ZERO TO TAB-EMI-PAGOS(IDX-EMI)
                          MOVE ZERO TO TAB-EMI-IMPORTE(IDX-EMI)
                          MOVE ZERO TO TAB-EMI-COMISION(IDX-EMI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMISORES-FILE
           END-IF.

      *---- Referencias posteadas del rango de servicios; las de
      *---- otras fuentes no interesan aquí, pero el archivo se lee
      *---- completo contra sus cifras de control.
        CARGAR-POSTEADAS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "LIQUIDACION-SERVICIOS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
                       IF PST-REFERENCIA NUMERIC
                          MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       ELSE
                          MOVE ZERO TO EPA-REFERENCIA
                       END-IF
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                       IF PST-REFERENCIA NUMERIC
                             AND PST-REFERENCIA >= 74000000
                             AND PST-REFERENCIA <= 74999999
                             AND TOTAL-POSTEADAS < 99999
                          ADD 1 TO TOTAL-POSTEADAS
                          MOVE PST-REFERENCIA
                            TO TAB-PST-REFERENCIA(TOTAL-POSTEADAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Cargos de servicios que BATCH-BANCO rechazó hoy.
        CARGAR-RECHAZADAS.
           OPEN INPUT RECHAZADOS-FILE
           IF WS-ESTADO-RECHAZADOS = '00'
              PERFORM UNTIL FIN-RCH
                 READ RECHAZADOS-FILE
                    AT END MOVE 'S' TO EOF-RCH
                    NOT AT END
                       IF MR-OPERACION = '-'
                             AND MR-REFERENCIA NUMERIC
                             AND MR-REFERENCIA >= 74000000
                             AND MR-REFERENCIA <= 74999999
                             AND TOTAL-RECHAZADAS < 9999
                          ADD 1 TO TOTAL-RECHAZADAS
                          MOVE MR-REFERENCIA
                            TO TAB-RCH-REFERENCIA(TOTAL-RECHAZADAS)
                          MOVE MR-MOTIVO
                            TO TAB-RCH-MOTIVO(TOTAL-RECHAZADAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECHAZADOS-FILE
           END-IF.

      *---- Asiento del día por sucursal, en moneda local: cargo a
      *---- caja por el total cobrado (el efectivo de ventanilla, o
      *---- la salida de caja que BATCH-BANCO asentó con el cargo a
      *---- la cuenta), abono al importe por pagar a los emisores y
      *---- abono a la comisión ganada. Cada asiento cuadra solo.
        GRABAR-CONTABLE.
           IF TOTAL-SUCURSALES = 0
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
           MOVE "LIQUIDACION-SERVICIOS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              MOVE "CAJA      " TO CNT-CONCEPTO
              MOVE 'C' TO CNT-CARGO-ABONO
              COMPUTE CNT-IMPORTE = TAB-SUC-IMPORTE(IDX-SUC)
                 + TAB-SUC-COMISION(IDX-SUC)
              PERFORM GRABAR-RENGLON-CONTABLE
              MOVE "PAGO-EMIS " TO CNT-CONCEPTO
              MOVE 'A' TO CNT-CARGO-ABONO
              MOVE TAB-SUC-IMPORTE(IDX-SUC) TO CNT-IMPORTE
              PERFORM GRABAR-RENGLON-CONTABLE
              IF TAB-SUC-COMISION(IDX-SUC) > 0
                 MOVE "COMIS-SERV" TO CNT-CONCEPTO
                 MOVE 'A' TO CNT-CARGO-ABONO
                 MOVE TAB-SUC-COMISION(IDX-SUC) TO CNT-IMPORTE
                 PERFORM GRABAR-RENGLON-CONTABLE
              END-IF
           END-PERFORM
           CLOSE CONTABLE-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

        GRABAR-RENGLON-CONTABLE.
           MOVE WS-FECHA-HOY TO CNT-FECHA
           MOVE "MXN" TO CNT-MONEDA
           MOVE TAB-SUC-SUCURSAL(IDX-SUC) TO CNT-SUCURSAL
           MOVE ZERO TO CNT-REGISTROS
           WRITE CONTABLE-REG
           MOVE CNT-FECHA TO EPA-REFERENCIA
           MOVE CNT-IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           ADD 1 TO RENGLONES-AGREGADOS.

      *---- Si BATCH-BANCO ya cortó hoy, sus renglones del día pasan
      *---- a incluir los de la liquidación.
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
                       AND COR-FECHA = WS-FECHA-HOY
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
           MOVE WS-FECHA-HOY TO COR-FECHA
           MOVE CORTE-HOY TO COR-CORTE
           COMPUTE COR-RENGLONES = RENGLONES-CORTE + RENGLONES-AGREGADOS
           WRITE CORTE-REG
           CLOSE CORTES-FILE.

      *---- Fecha y secuencia de la última liquidación; sin archivo
      *---- de control la numeración arranca en 1.
        LEER-SECUENCIA-SALIDA.
           OPEN INPUT SALIDA-SEC-FILE
           IF WS-ESTADO-SALIDA-SEC = '00'
              READ SALIDA-SEC-FILE
                 NOT AT END
                    IF CTL-SAL-FECHA NUMERIC
                       MOVE CTL-SAL-FECHA TO FECHA-ULTIMA-SALIDA
                    END-IF
                    IF CTL-SAL-SECUENCIA NUMERIC
                       MOVE CTL-SAL-SECUENCIA TO SECUENCIA-SALIDA
                    END-IF
              END-READ
              CLOSE SALIDA-SEC-FILE
           END-IF.

        GRABAR-SECUENCIA-SALIDA.
           OPEN OUTPUT SALIDA-SEC-FILE
           MOVE WS-FECHA-HOY TO CTL-SAL-FECHA
           MOVE SECUENCIA-SALIDA TO CTL-SAL-SECUENCIA
           WRITE SALIDA-SEC-REG
           CLOSE SALIDA-SEC-FILE.
