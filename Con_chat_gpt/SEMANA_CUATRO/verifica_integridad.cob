       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INTEGRIDAD.

      *> --- Verificador de integridad entre archivos, paso de la
      *> cadena nocturna que corre después de VERIFICA-CUENTAS y
      *> antes de BATCH-BANCO. VERIFICA-CUENTAS revisa el maestro por
      *> sí solo; aquí se cruza cada archivo satélite contra
      *> CUENTAS.DAT, clientes.txt, SUCURSALES.DAT y EMPLEADOS.DAT en
      *> busca de huérfanos (un renglón que apunta a una cuenta o a
      *> un cliente que no existe) y contradicciones (una retención
      *> sobre una cuenta cerrada, un cheque en cuenta de ahorros).
      *> Cada hallazgo lleva su severidad:
      *>   CRITICA  la corrida movería dinero contra una cuenta que no
      *>            existe, está cerrada o es la equivocada (tarjeta
      *>            activa, plazo vigente o préstamo vivo sin cuenta
      *>            abierta, cheque repetido en una chequera,
      *>            redirección que desvía una cuenta abierta o apunta
      *>            a una que no lo está);
      *>   MAYOR    el dato está mal y algún proceso lo va a rechazar
      *>            o a tratar mal, pero no mueve dinero por su cuenta;
      *>   MENOR    basura que sólo ensucia reportes.
      *> No se corrige nada: el detalle queda en INTEGRIDAD.RPT
      *> agrupado por severidad, y si hay algún hallazgo crítico el
      *> programa termina con código 8 para que PROCESO-NOCTURNO se
      *> detenga antes de postear. Sólo lee; no toma el cerrojo de
      *> CUENTAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.
           SELECT XREF-FILE ASSIGN TO 'CLIENTES_CUENTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT PAGOS-FILE ASSIGN TO 'PAGOS_PROGRAMADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT BARRIDOS-FILE ASSIGN TO 'BARRIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BARRIDOS.
           SELECT LIBRETAS-FILE ASSIGN TO 'LIBRETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LIBRETAS.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT TARJETAS-FILE ASSIGN TO 'TARJETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARJETAS.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BENEFICIARIOS.
           SELECT REDIRECCIONES-FILE
               ASSIGN TO 'CUENTAS_REDIRECCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REDIRECCIONES.
           SELECT REPORTE-FILE ASSIGN TO 'INTEGRIDAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

       FD XREF-FILE.
       01 XREF-REG.
           05 XRF-CLIENTE PIC 9(5).
           05 XRF-CUENTA  PIC 9(6).

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       FD PAGOS-FILE.
       01 PAGO-REG.
           05 PAG-CUENTA         PIC 9(6).
           05 PAG-CUENTA-DESTINO PIC 9(6).
           05 PAG-IMPORTE        PIC 9(5)V99.
           05 PAG-DIA            PIC 9(2).
           05 PAG-ACTIVO         PIC X(1).
           05 PAG-REINTENTOS     PIC 9(2).
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD BARRIDOS-FILE.
       01 BARRIDO-REG.
           05 BAR-CUENTA  PIC 9(6).
           05 BAR-DESTINO PIC 9(6).
           05 BAR-UMBRAL  PIC 9(7)V99.
           05 BAR-NIVEL   PIC 9(7)V99.
           05 BAR-ACTIVO  PIC X(1).

       FD LIBRETAS-FILE.
       01 LIBRETA-REG.
           05 LIB-CUENTA         PIC 9(6).
           05 LIB-ULT-SECUENCIA  PIC 9(8).
           05 LIB-ULT-FECHA      PIC 9(8).

       FD FIRMANTES-FILE.
       01 FIRMANTE-REG.
           05 FIR-CUENTA  PIC 9(6).
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 PFJ-CUENTA            PIC 9(6).
           05 PFJ-CAPITAL           PIC 9(5)V99.
           05 PFJ-TASA              PIC V999.
           05 PFJ-PLAZO-DIAS        PIC 9(3).
           05 PFJ-FECHA-APERTURA    PIC 9(8).
           05 PFJ-FECHA-VENCIMIENTO PIC 9(8).
           05 PFJ-INSTRUCCION       PIC X(1).
           05 PFJ-ESTADO            PIC X(1).

       FD PRESTAMOS-FILE.
       01 PRESTAMO-REG.
           05 PRE-FOLIO        PIC 9(6).
           05 PRE-CLIENTE      PIC 9(5).
           05 PRE-CUENTA       PIC 9(6).
           05 PRE-CAPITAL      PIC 9(5)V99.
           05 PRE-TASA         PIC V999.
           05 PRE-PLAZO-MESES  PIC 9(3).
           05 PRE-CUOTA        PIC 9(5)V99.
           05 PRE-FECHA-DESEMBOLSO PIC 9(8).
           05 PRE-SALDO-INSOLUTO PIC 9(7)V99.
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-CUOTAS-MORA    PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
           05 PRE-REESTRUCTURAS  PIC 9(2).
           05 PRE-FECHA-REESTRUCTURA PIC 9(8).

       FD TARJETAS-FILE.
           COPY TARJETAREG.

       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

       FD REDIRECCIONES-FILE.
           COPY REDIRECCIONREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS        PIC X(2).
       01 WS-ESTADO-CLIENTES       PIC X(2).
       01 WS-ESTADO-SUCURSALES     PIC X(2).
       01 WS-ESTADO-EMPLEADOS      PIC X(2).
       01 WS-ESTADO-XREF           PIC X(2).
       01 WS-ESTADO-RETENCIONES    PIC X(2).
       01 WS-ESTADO-CHEQUES        PIC X(2).
       01 WS-ESTADO-PAGOS          PIC X(2).
       01 WS-ESTADO-BARRIDOS       PIC X(2).
       01 WS-ESTADO-LIBRETAS       PIC X(2).
       01 WS-ESTADO-FIRMANTES      PIC X(2).
       01 WS-ESTADO-PLAZOS         PIC X(2).
       01 WS-ESTADO-PRESTAMOS      PIC X(2).
       01 WS-ESTADO-TARJETAS       PIC X(2).
       01 WS-ESTADO-BENEFICIARIOS  PIC X(2).
       01 WS-ESTADO-REDIRECCIONES  PIC X(2).
       01 WS-ESTADO-REPORTE        PIC X(2).
       01 WS-FECHA-HOY PIC 9(8).

       01 EOF-REN PIC X VALUE 'N'.
          88 FIN-REN VALUE 'S'.

      *> --- Maestro de cuentas en memoria. Se lee por llave en
      *> orden ascendente, así que la búsqueda puede ser binaria.
       01 CUENTAS-TABLA.
          05 CUENTA OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUENTAS
                ASCENDING KEY IS TAB-NUMERO
                INDEXED BY IDX-TABLA.
             10 TAB-NUMERO   PIC 9(6).
             10 TAB-STATUS   PIC X(1).
             10 TAB-TIPO     PIC X(1).
             10 TAB-CLIENTE  PIC 9(5).
             10 TAB-SUCURSAL PIC 9(3).
       01 TOTAL-CUENTAS PIC 9(5) VALUE 0.
       01 CUENTA-VERIFICAR PIC 9(6) VALUE ZERO.
       01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 CUENTA-HALLADA VALUE 'S'.
       01 CUENTA-ABIERTA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-ABIERTA VALUE 'S'.

      *> --- Padrón de clientes en memoria; sin padrón no se reporta
      *> ningún cliente como inexistente.
       01 HAY-PADRON-CLIENTES PIC X(1) VALUE 'N'.
          88 EXISTE-PADRON-CLIENTES VALUE 'S'.
       01 CLIENTES-TABLA.
          05 CLIENTE-PAD OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO PIC 9(5).
       01 TOTAL-CLIENTES PIC 9(5) VALUE 0.
       01 CLIENTE-VERIFICAR PIC 9(5) VALUE ZERO.
       01 CLIENTE-ENCONTRADO PIC X(1) VALUE 'N'.
          88 CLIENTE-HALLADO VALUE 'S'.
       01 IDX-CTA PIC 9(1) VALUE 0.

      *> --- Padrón de sucursales en memoria; sin padrón no se
      *> reporta ninguna sucursal como no registrada.
       01 HAY-PADRON-SUCURSALES PIC X(1) VALUE 'N'.
          88 EXISTE-PADRON-SUCURSALES VALUE 'S'.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-PAD OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-CODIGO PIC 9(3).
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 SUCURSAL-ENCONTRADA PIC X(1) VALUE 'N'.

      *> --- Cheques ya vistos, para detectar el mismo número dos
      *> veces en una chequera.
       01 CHEQUES-TABLA.
          05 CHEQUE-VISTO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CHEQUES
                INDEXED BY IDX-CHQ.
             10 TAB-CHQ-CUENTA PIC 9(6).
             10 TAB-CHQ-NUMERO PIC 9(6).
       01 TOTAL-CHEQUES PIC 9(5) VALUE 0.
       01 CHEQUE-REPETIDO PIC X(1) VALUE 'N'.

      *> --- Hallazgos acumulados, para escribirlos agrupados por
      *> severidad: '1' crítica, '2' mayor, '3' menor.
       01 HALLAZGOS-TABLA.
          05 HALLAZGO OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-HALLAZGOS
                INDEXED BY IDX-HAL.
             10 TAB-HAL-SEVERIDAD PIC X(1).
             10 TAB-HAL-ARCHIVO   PIC X(14).
             10 TAB-HAL-CLAVE     PIC X(17).
             10 TAB-HAL-DETALLE   PIC X(36).
       01 TOTAL-HALLAZGOS PIC 9(4) VALUE 0.
       01 HALLAZGOS-SIN-LUGAR PIC 9(5) VALUE 0.
       01 SEVERIDAD-HALLAZGO PIC X(1) VALUE SPACE.
          88 SEVERIDAD-CRITICA VALUE '1'.
          88 SEVERIDAD-MAYOR   VALUE '2'.
          88 SEVERIDAD-MENOR   VALUE '3'.
       01 ARCHIVO-HALLAZGO PIC X(14) VALUE SPACES.
       01 CLAVE-HALLAZGO   PIC X(17) VALUE SPACES.
       01 DETALLE-HALLAZGO PIC X(36) VALUE SPACES.
       01 SEVERIDAD-LISTADA PIC X(1) VALUE SPACE.
       01 TOTAL-CRITICAS PIC 9(5) VALUE 0.
       01 TOTAL-MAYORES  PIC 9(5) VALUE 0.
       01 TOTAL-MENORES  PIC 9(5) VALUE 0.
       01 RENGLONES-REVISADOS PIC 9(7) VALUE 0.

       01 LINEA-HALLAZGO PIC X(80).
       01 DET-HALLAZGO.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 DH-ARCHIVO       PIC X(14).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DH-CLAVE         PIC X(17).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 DH-DETALLE       PIC X(36).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

            PERFORM CARGAR-CUENTAS.
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM CARGAR-CLIENTES.
            PERFORM CARGAR-SUCURSALES.

            PERFORM REVISAR-CUENTAS.
            PERFORM REVISAR-CLIENTES.
            PERFORM REVISAR-CRUCE.
            PERFORM REVISAR-RETENCIONES.
            PERFORM REVISAR-CHEQUES.
            PERFORM REVISAR-PAGOS.
            PERFORM REVISAR-BARRIDOS.
            PERFORM REVISAR-LIBRETAS.
            PERFORM REVISAR-FIRMANTES.
            PERFORM REVISAR-PLAZOS.
            PERFORM REVISAR-PRESTAMOS.
            PERFORM REVISAR-TARJETAS.
            PERFORM REVISAR-BENEFICIARIOS.
            PERFORM REVISAR-EMPLEADOS.
            PERFORM REVISAR-REDIRECCIONES.

            PERFORM GRABAR-REPORTE.

            DISPLAY "--------------------------------".
            DISPLAY "RENGLONES REVISADOS: " RENGLONES-REVISADOS.
            DISPLAY "HALLAZGOS CRITICOS:  " TOTAL-CRITICAS.
            DISPLAY "HALLAZGOS MAYORES:   " TOTAL-MAYORES.
            DISPLAY "HALLAZGOS MENORES:   " TOTAL-MENORES.
            DISPLAY "--------------------------------".

            IF TOTAL-CRITICAS > 0
               DISPLAY "*** INCONSISTENCIAS CRITICAS ENTRE ARCHIVOS, "
                  "CADENA DETENIDA; VEA INTEGRIDAD.RPT ***"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "INTEGRIDAD ENTRE ARCHIVOS SIN HALLAZGOS "
                  "CRITICOS"
            END-IF.

            GOBACK.

      *---- Carga el maestro a memoria en orden de llave.
        CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO TOTAL-CUENTAS
                    MOVE NUMERO-CUENTA TO TAB-NUMERO(TOTAL-CUENTAS)
                    MOVE STATUS-CUENTA TO TAB-STATUS(TOTAL-CUENTAS)
                    MOVE TIPO-CUENTA TO TAB-TIPO(TOTAL-CUENTAS)
                    MOVE CUENTA-CLIENTE TO TAB-CLIENTE(TOTAL-CUENTAS)
                    MOVE CUENTA-SUCURSAL
                      TO TAB-SUCURSAL(TOTAL-CUENTAS)
              END-READ
           END-PERFORM.
           CLOSE CUENTAS-FILE.
           MOVE '00' TO WS-ESTADO-CUENTAS.

        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO HAY-PADRON-CLIENTES.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF CLI-NUMERO NUMERIC
                       ADD 1 TO TOTAL-CLIENTES
                       MOVE CLI-NUMERO TO TAB-CLI-NUMERO(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.

        CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-ESTADO-SUCURSALES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO HAY-PADRON-SUCURSALES.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF SUC-CODIGO NUMERIC
                       ADD 1 TO TOTAL-SUCURSALES
                       MOVE SUC-CODIGO
                         TO TAB-SUC-CODIGO(TOTAL-SUCURSALES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUCURSALES-FILE.

      *---- Maestro contra padrones: el titular debe existir en
      *---- clientes.txt y la sucursal en SUCURSALES.DAT. Cero es
      *---- "sin dato" en las cuentas anteriores a esas dimensiones.
        REVISAR-CUENTAS.
           MOVE "CUENTAS.DAT" TO ARCHIVO-HALLAZGO.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-CUENTAS
              ADD 1 TO RENGLONES-REVISADOS
              MOVE SPACES TO CLAVE-HALLAZGO
              STRING "CTA " DELIMITED BY SIZE
                     TAB-NUMERO(IDX-TABLA) DELIMITED BY SIZE
                     INTO CLAVE-HALLAZGO
              IF TAB-CLIENTE(IDX-TABLA) NOT = ZERO
                 MOVE TAB-CLIENTE(IDX-TABLA) TO CLIENTE-VERIFICAR
                 PERFORM UBICAR-CLIENTE
                 IF NOT CLIENTE-HALLADO
                    MOVE '2' TO SEVERIDAD-HALLAZGO
                    MOVE "TITULAR NO EXISTE EN EL PADRON"
                      TO DETALLE-HALLAZGO
                    PERFORM REGISTRAR-HALLAZGO
                 END-IF
              END-IF
              IF TAB-SUCURSAL(IDX-TABLA) NOT = ZERO
                    AND EXISTE-PADRON-SUCURSALES
                 MOVE 'N' TO SUCURSAL-ENCONTRADA
                 PERFORM VARYING IDX-SUC FROM 1 BY 1
                         UNTIL IDX-SUC > TOTAL-SUCURSALES
                    IF TAB-SUC-CODIGO(IDX-SUC)
                          = TAB-SUCURSAL(IDX-TABLA)
                       MOVE 'S' TO SUCURSAL-ENCONTRADA
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF SUCURSAL-ENCONTRADA = 'N'
                    MOVE '3' TO SEVERIDAD-HALLAZGO
                    MOVE "SUCURSAL NO REGISTRADA"
                      TO DETALLE-HALLAZGO
                    PERFORM REGISTRAR-HALLAZGO
                 END-IF
              END-IF
           END-PERFORM.

      *---- Lista de cuentas de cada cliente del padrón.
        REVISAR-CLIENTES.
           MOVE "clientes.txt" TO ARCHIVO-HALLAZGO.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    IF CLI-TOTAL-CUENTAS NUMERIC
                          AND CLI-TOTAL-CUENTAS <= 5
                       PERFORM REVISAR-LISTA-CLIENTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.

        REVISAR-LISTA-CLIENTE.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > CLI-TOTAL-CUENTAS
              MOVE CLI-CUENTA(IDX-CTA) TO CUENTA-VERIFICAR
              PERFORM UBICAR-CUENTA
              IF NOT CUENTA-HALLADA
                 MOVE SPACES TO CLAVE-HALLAZGO
                 STRING "CLI " DELIMITED BY SIZE
                        CLI-NUMERO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CLI-CUENTA(IDX-CTA) DELIMITED BY SIZE
                        INTO CLAVE-HALLAZGO
                 MOVE '3' TO SEVERIDAD-HALLAZGO
                 MOVE "CUENTA DE LA LISTA NO EXISTE"
                   TO DETALLE-HALLAZGO
                 PERFORM REGISTRAR-HALLAZGO
              END-IF
           END-PERFORM.

      *---- Cruce cliente/cuenta: las dos puntas deben existir.
        REVISAR-CRUCE.
           MOVE "CLIENTES_CTAS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT XREF-FILE.
           IF WS-ESTADO-XREF NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ XREF-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "CLI " DELIMITED BY SIZE
                           XRF-CLIENTE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           XRF-CUENTA DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    MOVE XRF-CLIENTE TO CLIENTE-VERIFICAR
                    PERFORM UBICAR-CLIENTE
                    IF NOT CLIENTE-HALLADO
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE "CLIENTE NO EXISTE EN EL PADRON"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
                    MOVE XRF-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF NOT CUENTA-HALLADA
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      *---- Una retención sobre una cuenta inexistente o cerrada ya
      *---- no retiene nada: alguien cerró la cuenta sin liberarla.
        REVISAR-RETENCIONES.
           MOVE "RETENCIONES" TO ARCHIVO-HALLAZGO.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ RETENCIONES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "CTA " DELIMITED BY SIZE
                           RET-CUENTA DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    MOVE RET-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    MOVE '2' TO SEVERIDAD-HALLAZGO
                    IF NOT CUENTA-HALLADA
                       MOVE "RETENCION SOBRE CUENTA INEXISTENTE"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    ELSE
                       IF NOT ES-CUENTA-ABIERTA
                          MOVE "RETENCION SOBRE CUENTA CERRADA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETENCIONES-FILE.

      *---- Chequera: la cuenta debe existir y ser de cheques; un
      *---- mismo número dos veces en una chequera es crítico,
      *---- porque el cobro no sabría cuál de los dos pagar.
        REVISAR-CHEQUES.
           MOVE "CHEQUES" TO ARCHIVO-HALLAZGO.
           OPEN INPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ CHEQUES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    PERFORM REVISAR-UN-CHEQUE
              END-READ
           END-PERFORM.
           CLOSE CHEQUES-FILE.

        REVISAR-UN-CHEQUE.
           MOVE SPACES TO CLAVE-HALLAZGO.
           STRING "CTA " DELIMITED BY SIZE
                  CHQ-CUENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHQ-NUMERO DELIMITED BY SIZE
                  INTO CLAVE-HALLAZGO.
           MOVE 'N' TO CHEQUE-REPETIDO.
           PERFORM VARYING IDX-CHQ FROM 1 BY 1
                   UNTIL IDX-CHQ > TOTAL-CHEQUES
              IF TAB-CHQ-CUENTA(IDX-CHQ) = CHQ-CUENTA
                    AND TAB-CHQ-NUMERO(IDX-CHQ) = CHQ-NUMERO
                 MOVE 'S' TO CHEQUE-REPETIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CHEQUE-REPETIDO = 'S'
              MOVE '1' TO SEVERIDAD-HALLAZGO
              MOVE "CHEQUE REPETIDO EN LA CHEQUERA"
                TO DETALLE-HALLAZGO
              PERFORM REGISTRAR-HALLAZGO
           ELSE
              IF TOTAL-CHEQUES < 99999
                 ADD 1 TO TOTAL-CHEQUES
                 MOVE CHQ-CUENTA TO TAB-CHQ-CUENTA(TOTAL-CHEQUES)
                 MOVE CHQ-NUMERO TO TAB-CHQ-NUMERO(TOTAL-CHEQUES)
              END-IF
           END-IF.
           MOVE CHQ-CUENTA TO CUENTA-VERIFICAR.
           PERFORM UBICAR-CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE '2' TO SEVERIDAD-HALLAZGO
              MOVE "CHEQUE DE CUENTA INEXISTENTE" TO DETALLE-HALLAZGO
              PERFORM REGISTRAR-HALLAZGO
              EXIT PARAGRAPH
           END-IF.
           IF TAB-TIPO(IDX-TABLA) = 'A'
              MOVE '2' TO SEVERIDAD-HALLAZGO
              MOVE "CHEQUE EN CUENTA DE AHORROS" TO DETALLE-HALLAZGO
              PERFORM REGISTRAR-HALLAZGO
           END-IF.
           IF NOT ES-CUENTA-ABIERTA AND CHQ-ESTADO = 'P'
              MOVE '3' TO SEVERIDAD-HALLAZGO
              MOVE "CHEQUE PENDIENTE EN CUENTA CERRADA"
                TO DETALLE-HALLAZGO
              PERFORM REGISTRAR-HALLAZGO
           END-IF.

      *---- Pagos programados activos: origen y destino deben ser
      *---- cuentas abiertas, o el pago se rechazará cada mes.
        REVISAR-PAGOS.
           MOVE "PAGOS_PROGRAM" TO ARCHIVO-HALLAZGO.
           OPEN INPUT PAGOS-FILE.
           IF WS-ESTADO-PAGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ PAGOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    IF PAG-ACTIVO = 'S'
                       MOVE SPACES TO CLAVE-HALLAZGO
                       STRING "CTA " DELIMITED BY SIZE
                              PAG-CUENTA DELIMITED BY SIZE
                              ">" DELIMITED BY SIZE
                              PAG-CUENTA-DESTINO DELIMITED BY SIZE
                              INTO CLAVE-HALLAZGO
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE PAG-CUENTA TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA
                          MOVE "PAGO DESDE CUENTA INEXISTENTE"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       ELSE
                          IF NOT ES-CUENTA-ABIERTA
                             MOVE "PAGO DESDE CUENTA CERRADA"
                               TO DETALLE-HALLAZGO
                             PERFORM REGISTRAR-HALLAZGO
                          END-IF
                       END-IF
      *---- El pago de un servicio va a un emisor, no a una cuenta.
                       IF PAG-EMISOR NOT NUMERIC OR PAG-EMISOR = 0
                          PERFORM REVISAR-DESTINO-PAGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGOS-FILE.

        REVISAR-DESTINO-PAGO.
           MOVE PAG-CUENTA-DESTINO TO CUENTA-VERIFICAR.
           PERFORM UBICAR-CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE "PAGO A CUENTA INEXISTENTE" TO DETALLE-HALLAZGO
              PERFORM REGISTRAR-HALLAZGO
           ELSE
              IF NOT ES-CUENTA-ABIERTA
                 MOVE "PAGO A CUENTA CERRADA" TO DETALLE-HALLAZGO
                 PERFORM REGISTRAR-HALLAZGO
              END-IF
           END-IF.

      *---- Barridos activos: misma regla que los pagos.
        REVISAR-BARRIDOS.
           MOVE "BARRIDOS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT BARRIDOS-FILE.
           IF WS-ESTADO-BARRIDOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ BARRIDOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    IF BAR-ACTIVO = 'S'
                       MOVE SPACES TO CLAVE-HALLAZGO
                       STRING "CTA " DELIMITED BY SIZE
                              BAR-CUENTA DELIMITED BY SIZE
                              ">" DELIMITED BY SIZE
                              BAR-DESTINO DELIMITED BY SIZE
                              INTO CLAVE-HALLAZGO
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE BAR-CUENTA TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE "BARRIDO DE CUENTA NO ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                       MOVE BAR-DESTINO TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE "BARRIDO A CUENTA NO ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BARRIDOS-FILE.

      *---- Libreta de una cuenta que ya no existe.
        REVISAR-LIBRETAS.
           MOVE "LIBRETAS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT LIBRETAS-FILE.
           IF WS-ESTADO-LIBRETAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ LIBRETAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE LIB-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF NOT CUENTA-HALLADA
                       MOVE SPACES TO CLAVE-HALLAZGO
                       STRING "CTA " DELIMITED BY SIZE
                              LIB-CUENTA DELIMITED BY SIZE
                              INTO CLAVE-HALLAZGO
                       MOVE '3' TO SEVERIDAD-HALLAZGO
                       MOVE "LIBRETA DE CUENTA INEXISTENTE"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LIBRETAS-FILE.

      *---- Firmantes: la cuenta y el cliente deben existir.
        REVISAR-FIRMANTES.
           MOVE "FIRMANTES" TO ARCHIVO-HALLAZGO.
           OPEN INPUT FIRMANTES-FILE.
           IF WS-ESTADO-FIRMANTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ FIRMANTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "CTA " DELIMITED BY SIZE
                           FIR-CUENTA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FIR-CLIENTE DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    MOVE '2' TO SEVERIDAD-HALLAZGO
                    MOVE FIR-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF NOT CUENTA-HALLADA
                       MOVE "FIRMANTE DE CUENTA INEXISTENTE"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
                    MOVE FIR-CLIENTE TO CLIENTE-VERIFICAR
                    PERFORM UBICAR-CLIENTE
                    IF NOT CLIENTE-HALLADO
                       MOVE "FIRMANTE NO EXISTE EN EL PADRON"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FIRMANTES-FILE.

      *---- Un plazo vigente sin cuenta abierta no tiene dónde abonar
      *---- capital e intereses al vencer: crítico.
        REVISAR-PLAZOS.
           MOVE "PLAZOS_FIJOS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE PFJ-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "FOLIO " DELIMITED BY SIZE
                           PFJ-FOLIO DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    IF PFJ-ESTADO = 'V'
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE '1' TO SEVERIDAD-HALLAZGO
                          MOVE "PLAZO VIGENTE SIN CUENTA ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    ELSE
                       IF NOT CUENTA-HALLADA
                          MOVE '3' TO SEVERIDAD-HALLAZGO
                          MOVE "PLAZO DE CUENTA INEXISTENTE"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PLAZOS-FILE.

      *---- Un préstamo no liquidado sin cuenta abierta no tiene de
      *---- dónde cobrar la cuota: crítico. El acreditado debe
      *---- existir en el padrón.
        REVISAR-PRESTAMOS.
           MOVE "PRESTAMOS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT PRESTAMOS-FILE.
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "FOLIO " DELIMITED BY SIZE
                           PRE-FOLIO DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    IF PRE-ESTADO NOT = 'L'
                       MOVE PRE-CUENTA TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE '1' TO SEVERIDAD-HALLAZGO
                          MOVE "PRESTAMO VIVO SIN CUENTA ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
                    MOVE PRE-CLIENTE TO CLIENTE-VERIFICAR
                    PERFORM UBICAR-CLIENTE
                    IF NOT CLIENTE-HALLADO
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE "ACREDITADO NO EXISTE EN EL PADRON"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.

      *---- Una tarjeta activa sobre una cuenta que no está abierta
      *---- dejaría a la red de cajeros autorizar contra nada:
      *---- crítico.
        REVISAR-TARJETAS.
           MOVE "TARJETAS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT TARJETAS-FILE.
           IF WS-ESTADO-TARJETAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ TARJETAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE TAR-NUMERO TO CLAVE-HALLAZGO
                    MOVE TAR-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF TARJETA-ACTIVA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE '1' TO SEVERIDAD-HALLAZGO
                          MOVE "TARJETA ACTIVA SIN CUENTA ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    ELSE
                       IF NOT CUENTA-HALLADA
                          MOVE '3' TO SEVERIDAD-HALLAZGO
                          MOVE "TARJETA DE CUENTA INEXISTENTE"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
                    MOVE TAR-CLIENTE TO CLIENTE-VERIFICAR
                    PERFORM UBICAR-CLIENTE
                    IF NOT CLIENTE-HALLADO
                       MOVE '2' TO SEVERIDAD-HALLAZGO
                       MOVE "TARJETAHABIENTE NO EXISTE"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TARJETAS-FILE.

      *---- Beneficiarios: la cuenta designada debe existir y la
      *---- cuenta de pago, si la hay, debe estar abierta para que
      *---- la sucesión pueda abonar.
        REVISAR-BENEFICIARIOS.
           MOVE "BENEFICIARIOS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT BENEFICIARIOS-FILE.
           IF WS-ESTADO-BENEFICIARIOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ BENEFICIARIOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "CTA " DELIMITED BY SIZE
                           BEN-CUENTA DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    MOVE BEN-CUENTA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF NOT CUENTA-HALLADA
                       MOVE '3' TO SEVERIDAD-HALLAZGO
                       MOVE "DESIGNACION DE CUENTA INEXISTENTE"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
                    IF BEN-CUENTA-PAGO NOT = ZERO
                       MOVE BEN-CUENTA-PAGO TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE '2' TO SEVERIDAD-HALLAZGO
                          MOVE "CUENTA DE PAGO NO ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.

      *---- Nómina: la cuenta de depósito del empleado, si la tiene,
      *---- debe estar abierta.
        REVISAR-EMPLEADOS.
           MOVE "EMPLEADOS" TO ARCHIVO-HALLAZGO.
           OPEN INPUT EMPLEADOS-FILE.
           IF WS-ESTADO-EMPLEADOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ EMPLEADOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    IF EMP-CUENTA NUMERIC AND EMP-CUENTA NOT = ZERO
                       MOVE EMP-CUENTA TO CUENTA-VERIFICAR
                       PERFORM UBICAR-CUENTA
                       IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                          MOVE SPACES TO CLAVE-HALLAZGO
                          STRING "EMP " DELIMITED BY SIZE
                                 EMP-NUMERO DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 EMP-CUENTA DELIMITED BY SIZE
                                 INTO CLAVE-HALLAZGO
                          MOVE '2' TO SEVERIDAD-HALLAZGO
                          MOVE "CUENTA DE NOMINA NO ABIERTA"
                            TO DETALLE-HALLAZGO
                          PERFORM REGISTRAR-HALLAZGO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLEADOS-FILE.

      *---- Redirecciones: la cuenta anterior debe estar cerrada y la
      *---- nueva abierta; de otro modo BATCH-BANCO desviaría
      *---- movimientos de una cuenta viva o los mandaría a una
      *---- cerrada. Ambos casos son críticos.
        REVISAR-REDIRECCIONES.
           MOVE "REDIRECCIONES" TO ARCHIVO-HALLAZGO.
           OPEN INPUT REDIRECCIONES-FILE.
           IF WS-ESTADO-REDIRECCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           PERFORM UNTIL FIN-REN
              READ REDIRECCIONES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO RENGLONES-REVISADOS
                    MOVE SPACES TO CLAVE-HALLAZGO
                    STRING "CTA " DELIMITED BY SIZE
                           RDR-CUENTA-ANTERIOR DELIMITED BY SIZE
                           ">" DELIMITED BY SIZE
                           RDR-CUENTA-NUEVA DELIMITED BY SIZE
                           INTO CLAVE-HALLAZGO
                    MOVE '1' TO SEVERIDAD-HALLAZGO
                    MOVE RDR-CUENTA-ANTERIOR TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF CUENTA-HALLADA AND ES-CUENTA-ABIERTA
                       MOVE "REDIRIGE UNA CUENTA ABIERTA"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
                    MOVE RDR-CUENTA-NUEVA TO CUENTA-VERIFICAR
                    PERFORM UBICAR-CUENTA
                    IF NOT CUENTA-HALLADA OR NOT ES-CUENTA-ABIERTA
                       MOVE "REDIRIGE A UNA CUENTA NO ABIERTA"
                         TO DETALLE-HALLAZGO
                       PERFORM REGISTRAR-HALLAZGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REDIRECCIONES-FILE.

      *---- Ubica CUENTA-VERIFICAR en el maestro; una cuenta abierta
      *---- es la que no está cerrada (las inactivas cuentan como
      *---- abiertas: reciben abonos).
        UBICAR-CUENTA.
           MOVE 'N' TO CUENTA-ENCONTRADA.
           MOVE 'N' TO CUENTA-ABIERTA.
           IF TOTAL-CUENTAS = 0
              EXIT PARAGRAPH
           END-IF.
           SEARCH ALL CUENTA
              AT END
                 MOVE 'N' TO CUENTA-ENCONTRADA
              WHEN TAB-NUMERO(IDX-TABLA) = CUENTA-VERIFICAR
                 MOVE 'S' TO CUENTA-ENCONTRADA
                 IF TAB-STATUS(IDX-TABLA) NOT = 'C'
                    MOVE 'S' TO CUENTA-ABIERTA
                 END-IF
           END-SEARCH.

      *---- Ubica CLIENTE-VERIFICAR en el padrón; sin padrón todo
      *---- cliente se da por bueno.
        UBICAR-CLIENTE.
           MOVE 'N' TO CLIENTE-ENCONTRADO.
           IF NOT EXISTE-PADRON-CLIENTES
              MOVE 'S' TO CLIENTE-ENCONTRADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = CLIENTE-VERIFICAR
                 MOVE 'S' TO CLIENTE-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Acumula el hallazgo con su severidad; si la tabla se
      *---- llena se sigue contando aunque ya no se detalle.
        REGISTRAR-HALLAZGO.
           EVALUATE TRUE
              WHEN SEVERIDAD-CRITICA
                 ADD 1 TO TOTAL-CRITICAS
              WHEN SEVERIDAD-MAYOR
                 ADD 1 TO TOTAL-MAYORES
              WHEN OTHER
                 ADD 1 TO TOTAL-MENORES
           END-EVALUATE.
           IF TOTAL-HALLAZGOS >= 9999
              ADD 1 TO HALLAZGOS-SIN-LUGAR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-HALLAZGOS.
           MOVE SEVERIDAD-HALLAZGO
             TO TAB-HAL-SEVERIDAD(TOTAL-HALLAZGOS).
           MOVE ARCHIVO-HALLAZGO TO TAB-HAL-ARCHIVO(TOTAL-HALLAZGOS).
           MOVE CLAVE-HALLAZGO TO TAB-HAL-CLAVE(TOTAL-HALLAZGOS).
           MOVE DETALLE-HALLAZGO TO TAB-HAL-DETALLE(TOTAL-HALLAZGOS).

      *---- INTEGRIDAD.RPT: los hallazgos agrupados de la severidad
      *---- más alta a la más baja, y los totales al final.
        GRABAR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-HALLAZGO.
           STRING "INTEGRIDAD ENTRE ARCHIVOS AL " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO LINEA-HALLAZGO.
           WRITE LINEA-REPORTE FROM LINEA-HALLAZGO.
           MOVE '1' TO SEVERIDAD-LISTADA.
           MOVE "HALLAZGOS CRITICOS (DETIENEN LA CADENA)"
             TO LINEA-HALLAZGO.
           PERFORM LISTAR-SEVERIDAD.
           MOVE '2' TO SEVERIDAD-LISTADA.
           MOVE "HALLAZGOS MAYORES" TO LINEA-HALLAZGO.
           PERFORM LISTAR-SEVERIDAD.
           MOVE '3' TO SEVERIDAD-LISTADA.
           MOVE "HALLAZGOS MENORES" TO LINEA-HALLAZGO.
           PERFORM LISTAR-SEVERIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-HALLAZGO.
           STRING "RENGLONES REVISADOS: " DELIMITED BY SIZE
                  RENGLONES-REVISADOS DELIMITED BY SIZE
                  "  CRITICOS: " DELIMITED BY SIZE
                  TOTAL-CRITICAS DELIMITED BY SIZE
                  "  MAYORES: " DELIMITED BY SIZE
                  TOTAL-MAYORES DELIMITED BY SIZE
                  "  MENORES: " DELIMITED BY SIZE
                  TOTAL-MENORES DELIMITED BY SIZE
                  INTO LINEA-HALLAZGO.
           WRITE LINEA-REPORTE FROM LINEA-HALLAZGO.
           IF HALLAZGOS-SIN-LUGAR > 0
              MOVE SPACES TO LINEA-HALLAZGO
              STRING "HALLAZGOS NO DETALLADOS: " DELIMITED BY SIZE
                     HALLAZGOS-SIN-LUGAR DELIMITED BY SIZE
                     INTO LINEA-HALLAZGO
              WRITE LINEA-REPORTE FROM LINEA-HALLAZGO
           END-IF.
           CLOSE REPORTE-FILE.

        LISTAR-SEVERIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM LINEA-HALLAZGO.
           PERFORM VARYING IDX-HAL FROM 1 BY 1
                   UNTIL IDX-HAL > TOTAL-HALLAZGOS
              IF TAB-HAL-SEVERIDAD(IDX-HAL) = SEVERIDAD-LISTADA
                 MOVE TAB-HAL-ARCHIVO(IDX-HAL) TO DH-ARCHIVO
                 MOVE TAB-HAL-CLAVE(IDX-HAL) TO DH-CLAVE
                 MOVE TAB-HAL-DETALLE(IDX-HAL) TO DH-DETALLE
                 WRITE LINEA-REPORTE FROM DET-HALLAZGO
                 IF SEVERIDAD-LISTADA = '1'
                    DISPLAY "CRITICO: " DH-ARCHIVO " " DH-CLAVE " "
                       DH-DETALLE
                 END-IF
              END-IF
           END-PERFORM.
