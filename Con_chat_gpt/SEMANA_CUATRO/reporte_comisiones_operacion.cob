       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COMISIONES-OPERACION.

      *> --- Ingreso mensual por comisiones por operación, por
      *> sucursal. Recorre la bitácora COMISIONES_OPERACION.DAT que
      *> deja TARIFA-OPERACION y suma al mes cerrado, en la sucursal
      *> de la cuenta: las comisiones cobradas (fecha de cobro en el
      *> mes, estén o no devueltas después), las devueltas (fecha de
      *> devolución en el mes) y el neto. Las encoladas que BATCH-
      *> BANCO todavía no postea salen aparte como pendientes y no
      *> cuentan como ingreso; los usos libres de la franquicia del
      *> mes sólo se cuentan. Debajo va el mismo resumen por evento.
      *> Las sucursales llevan su nombre de SUCURSALES.DAT; la 000
      *> agrupa las cuentas anteriores a la dimensión de sucursal.
      *> Lo corre PROCESO-NOCTURNO el primer día hábil del mes,
      *> sobre el mes anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-FILE ASSIGN TO 'COMISIONES_OPERACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMO-REF-ORIGEN
               FILE STATUS IS WS-ESTADO-BITACORA.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT REPORTE-FILE ASSIGN TO 'COMISIONES_OPERACION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD BITACORA-FILE.
           COPY COMISIONOPREG.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-BITACORA   PIC X(2).
       01 WS-ESTADO-SUCURSALES PIC X(2).
       01 WS-ESTADO-REPORTE    PIC X(2).

       01 EOF-CMO PIC X VALUE 'N'.
          88 FIN-CMO VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-ANO-HOY PIC 9(4).
          05 WS-MES-HOY PIC 9(2).
          05 WS-DIA-HOY PIC 9(2).
      *> --- Mes que se reporta: el anterior al de la corrida.
       01 PERIODO-DESDE PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES PERIODO-DESDE.
          05 PER-ANO PIC 9(4).
          05 PER-MES PIC 9(2).
          05 PER-DIA PIC 9(2).
       01 PERIODO-HASTA PIC 9(8) VALUE ZERO.

      *> --- Nombres del padrón de sucursales.
       01 NOMBRES-SUC-TABLA.
          05 NOMBRE-SUC-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-NOMBRES-SUC
                INDEXED BY IDX-NSU.
             10 TAB-NSU-CODIGO PIC 9(3).
             10 TAB-NSU-NOMBRE PIC X(20).
       01 TOTAL-NOMBRES-SUC PIC 9(3) VALUE 0.

      *> --- Acumulados por sucursal, en orden de código.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 1000 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-CODIGO      PIC 9(3).
             10 TAB-SUC-COBRADAS    PIC 9(7).
             10 TAB-SUC-IMP-COBRADO PIC 9(9)V99.
             10 TAB-SUC-DEVUELTAS   PIC 9(7).
             10 TAB-SUC-IMP-DEVUELTO PIC 9(9)V99.
             10 TAB-SUC-PENDIENTES  PIC 9(7).
       01 TOTAL-SUCURSALES PIC 9(4) VALUE 0.
       01 RENGLON-SUCURSAL PIC 9(4) VALUE 0.
       01 IDX PIC 9(4) VALUE 0.

      *> --- Acumulados por evento, en el orden de TARIFAPARREG.
       01 EVENTOS-VAL.
          05 FILLER PIC X(25) VALUE "TTRANSFERENCIA".
          05 FILLER PIC X(25) VALUE "VRETIRO EN VENTANILLA".
          05 FILLER PIC X(25) VALUE "SSUSPENSION DE CHEQUE".
          05 FILLER PIC X(25) VALUE "DCHEQUE DEVUELTO".
          05 FILLER PIC X(25) VALUE "LREIMPRESION DE LIBRETA".
          05 FILLER PIC X(25) VALUE "EREIMPRESION DE ESTADO".
       01 EVENTOS-TABLA REDEFINES EVENTOS-VAL.
          05 EVENTO-RENGLON OCCURS 6 TIMES
                INDEXED BY IDX-EVT.
             10 TAB-EVT-CODIGO PIC X(1).
             10 TAB-EVT-NOMBRE PIC X(24).
       01 EVENTOS-ACUM.
          05 EVENTO-ACUM OCCURS 6 TIMES.
             10 TAB-EVT-COBRADAS    PIC 9(7).
             10 TAB-EVT-IMP-COBRADO PIC 9(9)V99.
             10 TAB-EVT-DEVUELTAS   PIC 9(7).
             10 TAB-EVT-IMP-DEVUELTO PIC 9(9)V99.
             10 TAB-EVT-LIBRES      PIC 9(7).
       01 RENGLON-EVENTO PIC 9(1) VALUE 0.

       01 SUMA-COBRADAS    PIC 9(7) VALUE 0.
       01 SUMA-IMP-COBRADO PIC 9(9)V99 VALUE ZERO.
       01 SUMA-DEVUELTAS   PIC 9(7) VALUE 0.
       01 SUMA-IMP-DEVUELTO PIC 9(9)V99 VALUE ZERO.
       01 SUMA-PENDIENTES  PIC 9(7) VALUE 0.
       01 SUMA-LIBRES      PIC 9(7) VALUE 0.
       01 NETO-WS PIC S9(9)V99 VALUE ZERO.
       01 IMPORTE-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
       01 TOTAL-RENGLONES-PAGINA PIC 9(2) VALUE 20.

       01 ENCABEZADO-1.
          05 FILLER      PIC X(36)
             VALUE "INGRESO POR COMISIONES POR OPERACION".
          05 FILLER      PIC X(5) VALUE " DEL ".
          05 ENC-DESDE   PIC 9(8).
          05 FILLER      PIC X(4) VALUE " AL ".
          05 ENC-HASTA   PIC 9(8).
          05 FILLER      PIC X(10) VALUE "   PAGINA ".
          05 ENC-PAGINA  PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER PIC X(25) VALUE "SUC NOMBRE".
          05 FILLER PIC X(21) VALUE "COBRAD       IMPORTE".
          05 FILLER PIC X(21) VALUE " DEVUEL       IMPORTE".
          05 FILLER PIC X(16) VALUE "            NETO".

       01 ENCABEZADO-EVENTOS.
          05 FILLER PIC X(25) VALUE "EVENTO".
          05 FILLER PIC X(21) VALUE "COBRAD       IMPORTE".
          05 FILLER PIC X(21) VALUE " DEVUEL       IMPORTE".
          05 FILLER PIC X(16) VALUE "          LIBRES".

       01 LINEA-DETALLE.
          05 DET-CODIGO       PIC 9(3).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-NOMBRE       PIC X(20).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-COBRADAS     PIC ZZZZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-IMP-COBRADO  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-DEVUELTAS    PIC ZZZZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-IMP-DEVUELTO PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DET-NETO         PIC -ZZ,ZZZ,ZZ9.99.

       01 LINEA-EVENTO.
          05 EVD-NOMBRE       PIC X(24).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 EVD-COBRADAS     PIC ZZZZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 EVD-IMP-COBRADO  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 EVD-DEVUELTAS    PIC ZZZZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 EVD-IMP-DEVUELTO PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X(9) VALUE SPACE.
          05 EVD-LIBRES       PIC ZZZZZ9.

       01 LINEA-PENDIENTES.
          05 FILLER PIC X(40)
             VALUE "COMISIONES ENCOLADAS SIN POSTEAR:      ".
          05 PEN-CANTIDAD PIC ZZZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE WS-ANO-HOY TO PER-ANO
            MOVE WS-MES-HOY TO PER-MES
            IF PER-MES = 1
               MOVE 12 TO PER-MES
               SUBTRACT 1 FROM PER-ANO
            ELSE
               SUBTRACT 1 FROM PER-MES
            END-IF
            MOVE 1 TO PER-DIA
            COMPUTE PERIODO-HASTA = PERIODO-DESDE + 30
            INITIALIZE EVENTOS-ACUM

            PERFORM CARGAR-NOMBRES-SUCURSALES

            OPEN INPUT BITACORA-FILE
            IF WS-ESTADO-BITACORA NOT = '00'
               DISPLAY "COMISIONES_OPERACION.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-BITACORA "), SIN COMISIONES QUE REPORTAR"
            ELSE
               PERFORM UNTIL FIN-CMO
                  READ BITACORA-FILE
                     AT END MOVE 'S' TO EOF-CMO
                     NOT AT END
                        PERFORM ACUMULAR-COMISION
                  END-READ
               END-PERFORM
               CLOSE BITACORA-FILE
            END-IF

            PERFORM IMPRIMIR-REPORTE

            COMPUTE NETO-WS = SUMA-IMP-COBRADO - SUMA-IMP-DEVUELTO
            DISPLAY "--------------------------------"
            DISPLAY "PERIODO:              " PERIODO-DESDE " AL "
               PERIODO-HASTA
            DISPLAY "SUCURSALES:           " TOTAL-SUCURSALES
            DISPLAY "COMISIONES COBRADAS:  " SUMA-COBRADAS
            DISPLAY "COMISIONES DEVUELTAS: " SUMA-DEVUELTAS
            DISPLAY "ENCOLADAS PENDIENTES: " SUMA-PENDIENTES
            DISPLAY "USOS LIBRES:          " SUMA-LIBRES
            MOVE NETO-WS TO IMPORTE-EDITADO
            DISPLAY "INGRESO NETO DEL MES: " IMPORTE-EDITADO
            DISPLAY "REPORTE EN COMISIONES_OPERACION.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Suma el renglón de bitácora en turno a su sucursal y a
      *---- su evento: el cobro si se cobró en el mes y la
      *---- devolución si se devolvió en el mes.
        ACUMULAR-COMISION.
           MOVE 0 TO RENGLON-EVENTO
           PERFORM VARYING IDX-EVT FROM 1 BY 1 UNTIL IDX-EVT > 6
              IF TAB-EVT-CODIGO(IDX-EVT) = CMO-EVENTO
                 SET RENGLON-EVENTO TO IDX-EVT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CMO-USO-LIBRE OR CMO-IMPORTE = 0
              IF CMO-FECHA >= PERIODO-DESDE
                    AND CMO-FECHA <= PERIODO-HASTA
                 ADD 1 TO SUMA-LIBRES
                 IF RENGLON-EVENTO > 0
                    ADD 1 TO TAB-EVT-LIBRES(RENGLON-EVENTO)
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF CMO-FECHA >= PERIODO-DESDE AND CMO-FECHA <= PERIODO-HASTA
              PERFORM UBICAR-SUCURSAL
              IF CMO-ENCOLADA
                 ADD 1 TO TAB-SUC-PENDIENTES(RENGLON-SUCURSAL)
                 ADD 1 TO SUMA-PENDIENTES
              ELSE
                 ADD 1 TO TAB-SUC-COBRADAS(RENGLON-SUCURSAL)
                 ADD CMO-IMPORTE
                   TO TAB-SUC-IMP-COBRADO(RENGLON-SUCURSAL)
                 ADD 1 TO SUMA-COBRADAS
                 ADD CMO-IMPORTE TO SUMA-IMP-COBRADO
                 IF RENGLON-EVENTO > 0
                    ADD 1 TO TAB-EVT-COBRADAS(RENGLON-EVENTO)
                    ADD CMO-IMPORTE
                      TO TAB-EVT-IMP-COBRADO(RENGLON-EVENTO)
                 END-IF
              END-IF
           END-IF
           IF CMO-DEVUELTA
                 AND CMO-FECHA-REVERSO >= PERIODO-DESDE
                 AND CMO-FECHA-REVERSO <= PERIODO-HASTA
              PERFORM UBICAR-SUCURSAL
              ADD 1 TO TAB-SUC-DEVUELTAS(RENGLON-SUCURSAL)
              ADD CMO-IMPORTE TO TAB-SUC-IMP-DEVUELTO(RENGLON-SUCURSAL)
              ADD 1 TO SUMA-DEVUELTAS
              ADD CMO-IMPORTE TO SUMA-IMP-DEVUELTO
              IF RENGLON-EVENTO > 0
                 ADD 1 TO TAB-EVT-DEVUELTAS(RENGLON-EVENTO)
                 ADD CMO-IMPORTE TO TAB-EVT-IMP-DEVUELTO(RENGLON-EVENTO)
              END-IF
           END-IF.

      *---- Renglón de la sucursal de la comisión; si no está se
      *---- inserta en su lugar para que el reporte salga en orden
      *---- de código.
        UBICAR-SUCURSAL.
           MOVE 0 TO RENGLON-SUCURSAL
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-SUCURSALES
              IF TAB-SUC-CODIGO(IDX) = CMO-SUCURSAL
                 MOVE IDX TO RENGLON-SUCURSAL
                 EXIT PERFORM
              END-IF
              IF TAB-SUC-CODIGO(IDX) > CMO-SUCURSAL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-SUCURSAL > 0
              EXIT PARAGRAPH
           END-IF
           MOVE IDX TO RENGLON-SUCURSAL
           ADD 1 TO TOTAL-SUCURSALES
           PERFORM VARYING IDX FROM TOTAL-SUCURSALES BY -1
                   UNTIL IDX <= RENGLON-SUCURSAL
              MOVE SUCURSAL-RENGLON(IDX - 1) TO SUCURSAL-RENGLON(IDX)
           END-PERFORM
           INITIALIZE SUCURSAL-RENGLON(RENGLON-SUCURSAL)
           MOVE CMO-SUCURSAL TO TAB-SUC-CODIGO(RENGLON-SUCURSAL).

        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR COMISIONES_OPERACION.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              PERFORM IMPRIMIR-SUCURSAL
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO DET-CODIGO
           MOVE "TOTAL DEL BANCO" TO DET-NOMBRE
           MOVE SUMA-COBRADAS TO DET-COBRADAS
           MOVE SUMA-IMP-COBRADO TO DET-IMP-COBRADO
           MOVE SUMA-DEVUELTAS TO DET-DEVUELTAS
           MOVE SUMA-IMP-DEVUELTO TO DET-IMP-DEVUELTO
           COMPUTE DET-NETO = SUMA-IMP-COBRADO - SUMA-IMP-DEVUELTO
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           MOVE SUMA-PENDIENTES TO PEN-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-PENDIENTES

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-EVENTOS
           PERFORM VARYING IDX-EVT FROM 1 BY 1 UNTIL IDX-EVT > 6
              MOVE TAB-EVT-NOMBRE(IDX-EVT) TO EVD-NOMBRE
              MOVE TAB-EVT-COBRADAS(IDX-EVT) TO EVD-COBRADAS
              MOVE TAB-EVT-IMP-COBRADO(IDX-EVT) TO EVD-IMP-COBRADO
              MOVE TAB-EVT-DEVUELTAS(IDX-EVT) TO EVD-DEVUELTAS
              MOVE TAB-EVT-IMP-DEVUELTO(IDX-EVT) TO EVD-IMP-DEVUELTO
              MOVE TAB-EVT-LIBRES(IDX-EVT) TO EVD-LIBRES
              WRITE LINEA-REPORTE FROM LINEA-EVENTO
           END-PERFORM
           CLOSE REPORTE-FILE.

        IMPRIMIR-SUCURSAL.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE TAB-SUC-CODIGO(IDX-SUC) TO DET-CODIGO
           MOVE "SIN SUCURSAL" TO DET-NOMBRE
           PERFORM VARYING IDX-NSU FROM 1 BY 1
                   UNTIL IDX-NSU > TOTAL-NOMBRES-SUC
              IF TAB-NSU-CODIGO(IDX-NSU) = TAB-SUC-CODIGO(IDX-SUC)
                 MOVE TAB-NSU-NOMBRE(IDX-NSU) TO DET-NOMBRE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE TAB-SUC-COBRADAS(IDX-SUC) TO DET-COBRADAS
           MOVE TAB-SUC-IMP-COBRADO(IDX-SUC) TO DET-IMP-COBRADO
           MOVE TAB-SUC-DEVUELTAS(IDX-SUC) TO DET-DEVUELTAS
           MOVE TAB-SUC-IMP-DEVUELTO(IDX-SUC) TO DET-IMP-DEVUELTO
           COMPUTE DET-NETO = TAB-SUC-IMP-COBRADO(IDX-SUC)
                            - TAB-SUC-IMP-DEVUELTO(IDX-SUC)
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA.

        IMPRIMIR-ENCABEZADO.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO ENC-PAGINA
           MOVE PERIODO-DESDE TO ENC-DESDE
           MOVE PERIODO-HASTA TO ENC-HASTA
           MOVE 0 TO RENGLONES-EN-PAGINA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

        CARGAR-NOMBRES-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE
           IF WS-ESTADO-SUCURSALES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SUC
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-SUC
                 NOT AT END
                    IF SUC-CODIGO NUMERIC AND TOTAL-NOMBRES-SUC < 999
                       ADD 1 TO TOTAL-NOMBRES-SUC
                       MOVE SUC-CODIGO
                         TO TAB-NSU-CODIGO(TOTAL-NOMBRES-SUC)
                       MOVE SUC-NOMBRE
                         TO TAB-NSU-NOMBRE(TOTAL-NOMBRES-SUC)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUCURSALES-FILE.
