       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-COMISIONES.

      *> --- Mantenimiento del tarifario de comisiones por operación
      *> (TARIFAS_OPERACION.CTL: un renglón por evento y
      *> TIPO-CUENTA, con la comisión y las operaciones libres de
      *> cada mes; el tipo '*' vale para los tipos sin renglón
      *> propio) y de las cuentas exentas de esas comisiones
      *> (EXENCIONES_COMISION.DAT). TARIFA-OPERACION lee los dos en
      *> cada llamada, de modo que un cambio rige desde la siguiente
      *> operación. Tarifas y exenciones se cambian con el visto
      *> bueno de un supervisor y cada cambio deja su renglón en
      *> AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS-FILE ASSIGN TO 'TARIFAS_OPERACION.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARIFAS.
           SELECT EXENCIONES-FILE ASSIGN TO 'EXENCIONES_COMISION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXENCIONES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS-FILE.
           COPY TARIFAOPREG.

       FD EXENCIONES-FILE.
           COPY EXENCIONREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD OPERADORES-FILE.
       01 OPERADOR-REG.
           05 OPR-ID         PIC X(8).
           05 OPR-NOMBRE     PIC X(20).
           05 OPR-ACTIVO     PIC X(1).
           05 OPR-SUPERVISOR PIC X(1).
           05 OPR-ROL        PIC X(1).
           05 OPR-CLAVE      PIC X(8).
           05 OPR-CLAVE-FECHA PIC 9(8).
           05 OPR-INTENTOS   PIC 9(1).
           05 OPR-BLOQUEADO  PIC X(1).

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-TARIFAS     PIC X(2).
       01 WS-ESTADO-EXENCIONES  PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 EOF-TOP PIC X VALUE 'N'.
          88 FIN-TOP VALUE 'S'.
       01 EOF-EXC PIC X VALUE 'N'.
          88 FIN-EXC VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Captura.
       01 EVENTO-CAPTURADO PIC X(1) VALUE SPACE.
          88 EVENTO-VALIDO VALUE 'T' 'V' 'S' 'D' 'L' 'E'.
       01 TIPO-CAPTURADO PIC X(1) VALUE SPACE.
          88 TIPO-VALIDO VALUE 'A' 'C' '*'.
       01 IMPORTE-CAPTURADO PIC 9(3)V99 VALUE ZERO.
       01 LIBRES-CAPTURADAS PIC 9(3) VALUE ZERO.
       01 CUENTA-CAPTURADA PIC 9(6) VALUE ZERO.
       01 MOTIVO-CAPTURADO PIC X(30) VALUE SPACES.
       01 RENGLON-TARIFA PIC 9(4) VALUE 0.
       01 RENGLON-EXENCION PIC 9(4) VALUE 0.
       01 IMPORTE-EDITADO PIC ZZ9.99.
       01 CUENTA-VALIDA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-VALIDA VALUE 'S'.

      *> --- Supervisor que autoriza y datos del renglón de bitácora.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 AUD-CUENTA-WS PIC 9(6) VALUE ZERO.
       01 AUD-IMPORTE-WS PIC 9(7)V99 VALUE ZERO.
       01 AUD-DESCRIPCION-WS PIC X(30) VALUE SPACES.

      *> --- Tarifario en memoria.
       01 TARIFAS-TABLA.
          05 TARIFA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-TARIFAS
                INDEXED BY IDX-TOP.
             10 TAB-TOP-EVENTO      PIC X(1).
             10 TAB-TOP-TIPO-CUENTA PIC X(1).
             10 TAB-TOP-IMPORTE     PIC 9(3)V99.
             10 TAB-TOP-LIBRES      PIC 9(3).
       01 TOTAL-TARIFAS PIC 9(3) VALUE 0.

      *> --- Cuentas exentas en memoria.
       01 EXENCIONES-TABLA.
          05 EXENCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EXENCIONES
                INDEXED BY IDX-EXC.
             10 TAB-EXC-CUENTA   PIC 9(6).
             10 TAB-EXC-MOTIVO   PIC X(30).
             10 TAB-EXC-FECHA    PIC 9(8).
             10 TAB-EXC-AUTORIZO PIC X(8).
       01 TOTAL-EXENCIONES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-TARIFAS.
            PERFORM CARGAR-EXENCIONES.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "COMISIONES POR OPERACION"
              DISPLAY "1.ALTA O CAMBIO DE TARIFA"
              DISPLAY "2.LISTAR TARIFARIO"
              DISPLAY "3.EXENTAR CUENTA"
              DISPLAY "4.QUITAR EXENCION"
              DISPLAY "5.LISTAR CUENTAS EXENTAS"
              DISPLAY "6.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_TARIFA
                 WHEN 2
                    PERFORM LISTAR_TARIFAS
                 WHEN 3
                    PERFORM EXENTAR_CUENTA
                 WHEN 4
                    PERFORM QUITAR_EXENCION
                 WHEN 5
                    PERFORM LISTAR_EXENCIONES
                 WHEN 6
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Alta o cambio del renglón de un evento y un tipo de
      *---- cuenta. Una comisión en cero deja el evento sin cargo
      *---- para ese tipo, aunque el renglón '*' tenga tarifa.
        ALTA_TARIFA.
           DISPLAY "EVENTO (T=TRANSFERENCIA, V=RETIRO VENTANILLA, "
              "S=SUSPENSION CHEQUE, D=CHEQUE DEVUELTO, "
              "L=REIMPRESION LIBRETA, E=REIMPRESION ESTADO)".
           ACCEPT EVENTO-CAPTURADO.
           IF NOT EVENTO-VALIDO
              DISPLAY "EVENTO INCORRECTO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO DE CUENTA (A=AHORROS, C=CORRIENTE, "
              "*=CUALQUIERA)".
           ACCEPT TIPO-CAPTURADO.
           IF NOT TIPO-VALIDO
              DISPLAY "TIPO INCORRECTO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UBICAR-TARIFA.
           IF RENGLON-TARIFA > 0
              MOVE TAB-TOP-IMPORTE(RENGLON-TARIFA) TO IMPORTE-EDITADO
              DISPLAY "TARIFA ACTUAL: " IMPORTE-EDITADO
                 " LIBRES POR MES: " TAB-TOP-LIBRES(RENGLON-TARIFA)
           ELSE
              IF TOTAL-TARIFAS >= 999
                 DISPLAY "TARIFARIO LLENO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "COMISION POR OPERACION (0 = SIN CARGO)".
           ACCEPT IMPORTE-CAPTURADO.
           DISPLAY "OPERACIONES LIBRES POR MES".
           ACCEPT LIBRES-CAPTURADAS.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF RENGLON-TARIFA = 0
              ADD 1 TO TOTAL-TARIFAS
              MOVE TOTAL-TARIFAS TO RENGLON-TARIFA
              MOVE EVENTO-CAPTURADO TO TAB-TOP-EVENTO(RENGLON-TARIFA)
              MOVE TIPO-CAPTURADO
                TO TAB-TOP-TIPO-CUENTA(RENGLON-TARIFA)
           END-IF.
           MOVE IMPORTE-CAPTURADO TO TAB-TOP-IMPORTE(RENGLON-TARIFA).
           MOVE LIBRES-CAPTURADAS TO TAB-TOP-LIBRES(RENGLON-TARIFA).
           PERFORM GRABAR-TARIFAS.
           MOVE ZERO TO AUD-CUENTA-WS.
           MOVE IMPORTE-CAPTURADO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "TARIFA COMISION " DELIMITED BY SIZE
                  EVENTO-CAPTURADO DELIMITED BY SIZE
                  TIPO-CAPTURADO DELIMITED BY SIZE
                  " LIBRES " DELIMITED BY SIZE
                  LIBRES-CAPTURADAS DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-COMISIONES.
           DISPLAY "TARIFA GRABADA".

        LISTAR_TARIFAS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARIFAS
              MOVE TAB-TOP-IMPORTE(IDX) TO IMPORTE-EDITADO
              DISPLAY "EVENTO " TAB-TOP-EVENTO(IDX)
                 " TIPO " TAB-TOP-TIPO-CUENTA(IDX)
                 " COMISION " IMPORTE-EDITADO
                 " LIBRES POR MES " TAB-TOP-LIBRES(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE TARIFAS: " TOTAL-TARIFAS.

      *---- Marca una cuenta del padrón como exenta de todas las
      *---- comisiones por operación.
        EXENTAR_CUENTA.
           DISPLAY "INGRESE NUMERO DE CUENTA".
           ACCEPT CUENTA-CAPTURADA.
           PERFORM VALIDAR-CUENTA.
           IF NOT ES-CUENTA-VALIDA
              DISPLAY "CUENTA NO REGISTRADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UBICAR-EXENCION.
           IF RENGLON-EXENCION > 0
              DISPLAY "LA CUENTA YA ESTA EXENTA: "
                 TAB-EXC-MOTIVO(RENGLON-EXENCION)
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-EXENCIONES >= 9999
              DISPLAY "PADRON DE EXENCIONES LLENO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO DE LA EXENCION".
           ACCEPT MOTIVO-CAPTURADO.
           IF MOTIVO-CAPTURADO = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EXENCIONES.
           MOVE CUENTA-CAPTURADA TO TAB-EXC-CUENTA(TOTAL-EXENCIONES).
           MOVE MOTIVO-CAPTURADO TO TAB-EXC-MOTIVO(TOTAL-EXENCIONES).
           MOVE WS-FECHA-HOY TO TAB-EXC-FECHA(TOTAL-EXENCIONES).
           MOVE SUPERVISOR-ID TO TAB-EXC-AUTORIZO(TOTAL-EXENCIONES).
           PERFORM GRABAR-EXENCIONES.
           MOVE CUENTA-CAPTURADA TO AUD-CUENTA-WS.
           MOVE ZERO TO AUD-IMPORTE-WS.
           MOVE "EXENTA COMISIONES OPERACION" TO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-COMISIONES.
           DISPLAY "CUENTA EXENTA".

        QUITAR_EXENCION.
           DISPLAY "INGRESE NUMERO DE CUENTA".
           ACCEPT CUENTA-CAPTURADA.
           PERFORM UBICAR-EXENCION.
           IF RENGLON-EXENCION = 0
              DISPLAY "LA CUENTA NO ESTA EXENTA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX FROM RENGLON-EXENCION BY 1
                   UNTIL IDX > TOTAL-EXENCIONES - 1
              MOVE EXENCION-RENGLON(IDX + 1) TO EXENCION-RENGLON(IDX)
           END-PERFORM.
           SUBTRACT 1 FROM TOTAL-EXENCIONES.
           PERFORM GRABAR-EXENCIONES.
           MOVE CUENTA-CAPTURADA TO AUD-CUENTA-WS.
           MOVE ZERO TO AUD-IMPORTE-WS.
           MOVE "QUITA EXENCION COMISIONES" TO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-COMISIONES.
           DISPLAY "EXENCION RETIRADA".

        LISTAR_EXENCIONES.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-EXENCIONES
              DISPLAY "CUENTA " TAB-EXC-CUENTA(IDX)
                 " " TAB-EXC-MOTIVO(IDX)
                 " DESDE " TAB-EXC-FECHA(IDX)
                 " AUTORIZO " TAB-EXC-AUTORIZO(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE CUENTAS EXENTAS: " TOTAL-EXENCIONES.

        UBICAR-TARIFA.
           MOVE 0 TO RENGLON-TARIFA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARIFAS
              IF TAB-TOP-EVENTO(IDX) = EVENTO-CAPTURADO
                    AND TAB-TOP-TIPO-CUENTA(IDX) = TIPO-CAPTURADO
                 MOVE IDX TO RENGLON-TARIFA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-EXENCION.
           MOVE 0 TO RENGLON-EXENCION.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-EXENCIONES
              IF TAB-EXC-CUENTA(IDX) = CUENTA-CAPTURADA
                 MOVE IDX TO RENGLON-EXENCION
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- La cuenta debe existir en el padrón; una cerrada no se
      *---- exenta porque ya no opera.
        VALIDAR-CUENTA.
           MOVE 'N' TO CUENTA-VALIDA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-CAPTURADA TO NUMERO-CUENTA.
           READ CUENTAS-FILE KEY IS NUMERO-CUENTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT CUENTA-CERRADA
                    MOVE 'S' TO CUENTA-VALIDA
                 END-IF
           END-READ.
           CLOSE CUENTAS-FILE.

        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION.
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA".
           ACCEPT SUPERVISOR-ID.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = SUPERVISOR-ID
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                             AND (OPR-SUPERVISOR = 'S'
                             OR OPR-ROL = 'S' OR OPR-ROL = 'A')
                          MOVE 'S' TO AUTORIZACION
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

        CARGAR-TARIFAS.
           OPEN INPUT TARIFAS-FILE.
           IF WS-ESTADO-TARIFAS NOT = '00'
              DISPLAY "TARIFAS_OPERACION.CTL NO ENCONTRADO, "
                 "SE CREARA UNO NUEVO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-TOP
              READ TARIFAS-FILE
                 AT END MOVE 'S' TO EOF-TOP
                 NOT AT END
                    IF TOTAL-TARIFAS < 999
                       ADD 1 TO TOTAL-TARIFAS
                       MOVE TOP-EVENTO
                         TO TAB-TOP-EVENTO(TOTAL-TARIFAS)
                       MOVE TOP-TIPO-CUENTA
                         TO TAB-TOP-TIPO-CUENTA(TOTAL-TARIFAS)
                       MOVE TOP-IMPORTE
                         TO TAB-TOP-IMPORTE(TOTAL-TARIFAS)
                       MOVE TOP-LIBRES
                         TO TAB-TOP-LIBRES(TOTAL-TARIFAS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TARIFAS-FILE.

        GRABAR-TARIFAS.
           OPEN OUTPUT TARIFAS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARIFAS
              MOVE TAB-TOP-EVENTO(IDX)      TO TOP-EVENTO
              MOVE TAB-TOP-TIPO-CUENTA(IDX) TO TOP-TIPO-CUENTA
              MOVE TAB-TOP-IMPORTE(IDX)     TO TOP-IMPORTE
              MOVE TAB-TOP-LIBRES(IDX)      TO TOP-LIBRES
              WRITE TARIFA-OP-REG
           END-PERFORM.
           CLOSE TARIFAS-FILE.

        CARGAR-EXENCIONES.
           OPEN INPUT EXENCIONES-FILE.
           IF WS-ESTADO-EXENCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-EXC
              READ EXENCIONES-FILE
                 AT END MOVE 'S' TO EOF-EXC
                 NOT AT END
                    IF TOTAL-EXENCIONES < 9999
                       ADD 1 TO TOTAL-EXENCIONES
                       MOVE EXC-CUENTA
                         TO TAB-EXC-CUENTA(TOTAL-EXENCIONES)
                       MOVE EXC-MOTIVO
                         TO TAB-EXC-MOTIVO(TOTAL-EXENCIONES)
                       MOVE EXC-FECHA
                         TO TAB-EXC-FECHA(TOTAL-EXENCIONES)
                       MOVE EXC-AUTORIZO
                         TO TAB-EXC-AUTORIZO(TOTAL-EXENCIONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXENCIONES-FILE.

        GRABAR-EXENCIONES.
           OPEN OUTPUT EXENCIONES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-EXENCIONES
              MOVE TAB-EXC-CUENTA(IDX)   TO EXC-CUENTA
              MOVE TAB-EXC-MOTIVO(IDX)   TO EXC-MOTIVO
              MOVE TAB-EXC-FECHA(IDX)    TO EXC-FECHA
              MOVE TAB-EXC-AUTORIZO(IDX) TO EXC-AUTORIZO
              WRITE EXENCION-REG
           END-PERFORM.
           CLOSE EXENCIONES-FILE.

        GRABAR-AUDITORIA-COMISIONES.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-COMISIONES" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE AUD-CUENTA-WS TO AUD-CUENTA.
           MOVE 'H' TO AUD-OPERACION.
           MOVE AUD-IMPORTE-WS TO AUD-IMPORTE.
           MOVE AUD-DESCRIPCION-WS TO AUD-DESCRIPCION.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

        TOMAR-SECUENCIA-AUDITORIA.
           OPEN INPUT SECUENCIA-FILE.
           IF WS-ESTADO-SECUENCIA = '00'
              READ SECUENCIA-FILE
                 AT END MOVE ZERO TO CTL-ULTIMA-SECUENCIA
              END-READ
              MOVE CTL-ULTIMA-SECUENCIA TO SECUENCIA-AUDITORIA
              CLOSE SECUENCIA-FILE
           ELSE
              MOVE ZERO TO SECUENCIA-AUDITORIA
           END-IF.
           ADD 1 TO SECUENCIA-AUDITORIA.
           OPEN OUTPUT SECUENCIA-FILE.
           MOVE SECUENCIA-AUDITORIA TO CTL-ULTIMA-SECUENCIA.
           WRITE SECUENCIA-REG.
           CLOSE SECUENCIA-FILE.
