      *> general, paginado como BALANCE.RPT para poder mandarlo por
      *> correo. Es el "cuánto tengo con ustedes" que antes se
      *> armaba a calculadora con CONSULTAR_SALDO cuenta por cuenta.
      *> También se puede cortar por ejecutivo de cuenta: con un
      *> ejecutivo pedido sólo salen los clientes que tiene asignados
      *> hoy en ASIGNACIONES.DAT, y cada bloque lleva el ejecutivo
      *> del cliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'ASIGNACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.

       DATA DIVISION.
       FILE SECTION.
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

       FD ASIGNACIONES-FILE.
           COPY ASIGNACIONREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CLIENTES PIC X(2).
       01 WS-ESTADO-CUENTAS  PIC X(2).
          88 FIN-XRF VALUE 'S'.

       01 CLIENTE-PEDIDO PIC 9(5).
       01 EJECUTIVO-PEDIDO PIC 9(4) VALUE 0.
       01 EJECUTIVO-CLIENTE PIC 9(4) VALUE 0.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

       01 TOTAL-CLIENTES-LISTADOS PIC 9(5) VALUE 0.
       01 CUENTAS-DEL-CLIENTE PIC 9(5) VALUE 0.
       01 CUENTA-YA-LISTADA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-YA-LISTADA VALUE 'S'.

      *> --- Ejecutivo que atiende hoy a cada cliente.
       01 WS-ESTADO-ASIGNACIONES PIC X(2).
       01 EOF-ASG PIC X VALUE 'N'.
          88 FIN-ASG VALUE 'S'.
       01 ASIGNACIONES-TABLA.
          05 ASIGNACION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ASG.
             10 TAB-ASG-CLIENTE   PIC 9(5).
             10 TAB-ASG-EJECUTIVO PIC 9(4).
       01 TOTAL-ASIGNACIONES PIC 9(4) VALUE 0.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
          05 ENC-NOMBRE    PIC X(20).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ENC-APELLIDO  PIC X(15).
          05 FILLER        PIC X(5) VALUE " EJE ".
          05 ENC-EJECUTIVO PIC 9(4).

      *> --- Detalle de una cuenta del cliente.
       01 LINEA-DETALLE.

            DISPLAY "INGRESE NUMERO DE CLIENTE (0 = TODOS)".
            ACCEPT CLIENTE-PEDIDO.
            DISPLAY "INGRESE EJECUTIVO DE CUENTA (0 = TODOS)".
            ACCEPT EJECUTIVO-PEDIDO.
            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

            PERFORM CARGAR-CRUCE.
            PERFORM CARGAR-ASIGNACIONES.
            PERFORM CARGAR-FIRMANTES.

            OPEN INPUT CUENTAS-FILE.
                     IF CLIENTE-REG NOT = SPACES
                           AND (CLIENTE-PEDIDO = 0
                           OR CLI-NUMERO = CLIENTE-PEDIDO)
                        PERFORM BUSCAR-EJECUTIVO-CLIENTE
                        IF EJECUTIVO-PEDIDO = 0
                              OR EJECUTIVO-CLIENTE = EJECUTIVO-PEDIDO
                           PERFORM IMPRIMIR-POSICION-CLIENTE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
           MOVE CLI-NUMERO TO ENC-CLIENTE.
           MOVE CLI-NOMBRE TO ENC-NOMBRE.
           MOVE CLI-APELLIDO1 TO ENC-APELLIDO.
           MOVE EJECUTIVO-CLIENTE TO ENC-EJECUTIVO.
           WRITE LINEA-REPORTE FROM LINEA-CLIENTE.
           ADD 1 TO RENGLONES-EN-PAGINA.
           PERFORM VARYING IDX-XRF FROM 1 BY 1
              CLOSE FIRMANTES-FILE
           END-IF.

      *---- Carga la asignación que rige hoy para cada cliente.
        CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-FILE.
           IF WS-ESTADO-ASIGNACIONES = '00'
              PERFORM UNTIL FIN-ASG
                 READ ASIGNACIONES-FILE
                    AT END MOVE 'S' TO EOF-ASG
                    NOT AT END
                       IF ASG-CLIENTE NUMERIC
                             AND ASG-FECHA-DESDE <= WS-FECHA-HOY
                             AND (ASG-FECHA-HASTA = 0
                             OR ASG-FECHA-HASTA > WS-FECHA-HOY)
                             AND TOTAL-ASIGNACIONES < 9999
                          ADD 1 TO TOTAL-ASIGNACIONES
                          MOVE ASG-CLIENTE
                            TO TAB-ASG-CLIENTE(TOTAL-ASIGNACIONES)
                          MOVE ASG-EJECUTIVO
                            TO TAB-ASG-EJECUTIVO(TOTAL-ASIGNACIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGNACIONES-FILE
           END-IF.

      *---- Deja en EJECUTIVO-CLIENTE el ejecutivo del cliente en
      *---- turno, o cero si no tiene.
        BUSCAR-EJECUTIVO-CLIENTE.
           MOVE 0 TO EJECUTIVO-CLIENTE.
           PERFORM VARYING IDX-ASG FROM 1 BY 1
                   UNTIL IDX-ASG > TOTAL-ASIGNACIONES
              IF TAB-ASG-CLIENTE(IDX-ASG) = CLI-NUMERO
                 MOVE TAB-ASG-EJECUTIVO(IDX-ASG) TO EJECUTIVO-CLIENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Imprime el encabezado de una página nueva del reporte.
        IMPRIMIR-ENCABEZADO.
           ADD 1 TO NUMERO-PAGINA.
