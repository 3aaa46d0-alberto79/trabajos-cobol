       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESORERIA-BOVEDA.

      *> --- Pedidos de efectivo a la tesorería central y remesas de
      *> sobrantes de bóveda a la tesorería, por sucursal y por
      *> denominación. El custodio captura el pedido o la remesa
      *> ('S' solicitado); un supervisor del padrón de operadores,
      *> que no sea quien lo capturó, lo aprueba ('A') o lo niega
      *> ('N'), como la cola de APROBACION-SOBREGIROS. Sólo un
      *> movimiento aprobado puede ejecutarse ('E'): el pedido al
      *> recibir el efectivo de la tesorería entra al inventario de
      *> BOVEDA.DAT, y la remesa al enviarlo sale de él, si la
      *> bóveda todavía tiene los billetes. Los movimientos viven
      *> en MOVS_BOVEDA.DAT junto a las dotaciones y
      *> concentraciones de ventanilla; POSICION-CAJAS suma a la
      *> posición de la sucursal los ejecutados del día, y
      *> CUADRE-BOVEDA los cuadra contra la bóveda. Cada paso deja
      *> su renglón en AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVS-BOVEDA-FILE ASSIGN TO 'MOVS_BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVS-BOVEDA.
           SELECT BOVEDA-FILE ASSIGN TO 'BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BOVEDA.
           SELECT FOLIO-BOVEDA-FILE ASSIGN TO 'FOLIO_BOVEDA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO-BOVEDA.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
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
       FD MOVS-BOVEDA-FILE.
           COPY MOVBOVEDAREG.

       FD BOVEDA-FILE.
           COPY BOVEDAREG.

      *---- Folio compartido con la dotación y la concentración de
      *---- PROYECTO1.
       FD FOLIO-BOVEDA-FILE.
       01 FOLIO-BOVEDA-REG.
           05 CTL-SIGUIENTE-BOVEDA PIC 9(8).

      *---- Padrón de MANTENIMIENTO-SUCURSALES.
       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

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
       01 WS-ESTADO-MOVS-BOVEDA PIC X(2).
       01 WS-ESTADO-BOVEDA      PIC X(2).
       01 WS-ESTADO-FOLIO-BOVEDA PIC X(2).
       01 WS-ESTADO-SUCURSALES  PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 EOF-MBV PIC X VALUE 'N'.
          88 FIN-MBV VALUE 'S'.
       01 EOF-BOV PIC X VALUE 'N'.
          88 FIN-BOV VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 IDX PIC 9(4) VALUE 1.
       01 IDX-DEN PIC 9(1) VALUE 1.
       01 RENGLON-PEDIDO PIC 9(4) VALUE 0.
       01 EN-TRAMITE-LISTADOS PIC 9(4) VALUE 0.

      *> --- Denominaciones de la bóveda, en el orden del arqueo de
      *> ventanilla.
       01 DENOMINACIONES-VAL.
          05 FILLER PIC 9(4) VALUE 1000.
          05 FILLER PIC 9(4) VALUE 0500.
          05 FILLER PIC 9(4) VALUE 0200.
          05 FILLER PIC 9(4) VALUE 0100.
          05 FILLER PIC 9(4) VALUE 0050.
          05 FILLER PIC 9(4) VALUE 0020.
       01 DENOMINACIONES REDEFINES DENOMINACIONES-VAL.
          05 DENOMINACION PIC 9(4) OCCURS 6 TIMES.

      *> --- Captura de un pedido o una remesa nuevos.
       01 TIPO-CAPTURADO PIC X(1) VALUE SPACE.
       01 SUCURSAL-CAPTURADA PIC 9(3) VALUE ZERO.
       01 SUCURSAL-VALIDA PIC X(1) VALUE 'N'.
          88 ES-SUCURSAL-VALIDA VALUE 'S'.
       01 BILLETES-CAPTURADOS.
          05 BILLETES-CAPTURA PIC 9(5) OCCURS 6 TIMES.
       01 IMPORTE-CAPTURADO PIC 9(9)V99 VALUE ZERO.
       01 FOLIO-BOVEDA PIC 9(8) VALUE ZERO.

      *> --- Firmas: quien captura o registra, y el supervisor que
      *> resuelve.
       01 FIRMANTE-ID PIC X(8) VALUE SPACES.
       01 FIRMANTE-VALIDO PIC X(1) VALUE 'N'.
          88 ES-FIRMANTE-VALIDO VALUE 'S'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 AUD-DESCRIPCION-WS PIC X(30) VALUE SPACES.
       01 AUD-OPERADOR-WS PIC X(8) VALUE SPACES.

       01 RENGLON-BOVEDA PIC 9(3) VALUE 0.
       01 BILLETES-ALCANZAN PIC X(1) VALUE 'S'.
          88 BOVEDA-ALCANZA VALUE 'S'.
       01 EFECTIVO-BOVEDA PIC 9(11)V99 VALUE ZERO.
       01 EFECTIVO-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> --- Movimientos de bóveda en memoria, reescritos al salir y
      *> tras cada resolución.
       01 MOVIMIENTOS-TABLA.
          05 MOVIMIENTO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-MOVIMIENTOS
                INDEXED BY IDX-MOV.
             10 TAB-MBV-FOLIO     PIC 9(8).
             10 TAB-MBV-FECHA     PIC 9(8).
             10 TAB-MBV-HORA      PIC 9(6).
             10 TAB-MBV-SUCURSAL  PIC 9(3).
             10 TAB-MBV-TIPO      PIC X(1).
             10 TAB-MBV-OPERADOR  PIC X(8).
             10 TAB-MBV-CUSTODIO  PIC X(8).
             10 TAB-MBV-BILLETES  PIC 9(5) OCCURS 6 TIMES.
             10 TAB-MBV-IMPORTE   PIC 9(9)V99.
             10 TAB-MBV-ESTADO    PIC X(1).
             10 TAB-MBV-FECHA-EJEC PIC 9(8).
             10 TAB-MBV-EJECUTO   PIC X(8).
       01 TOTAL-MOVIMIENTOS PIC 9(4) VALUE 0.

      *> --- Inventario de bóvedas en memoria.
       01 BOVEDAS-TABLA.
          05 BOVEDA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-BOVEDAS
                INDEXED BY IDX-BOV.
             10 TAB-BOV-SUCURSAL PIC 9(3).
             10 TAB-BOV-FECHA    PIC 9(8).
             10 TAB-BOV-BILLETES PIC 9(7) OCCURS 6 TIMES.
       01 TOTAL-BOVEDAS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-MOVIMIENTOS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "TESORERIA DE BOVEDA"
              DISPLAY "1.LISTAR PEDIDOS Y REMESAS EN TRAMITE"
              DISPLAY "2.SOLICITAR PEDIDO DE EFECTIVO"
              DISPLAY "3.SOLICITAR REMESA A TESORERIA"
              DISPLAY "4.APROBAR PEDIDO O REMESA"
              DISPLAY "5.NEGAR PEDIDO O REMESA"
              DISPLAY "6.REGISTRAR RECEPCION O ENVIO"
              DISPLAY "7.CONSULTAR INVENTARIO DE BOVEDA"
              DISPLAY "8.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM LISTAR_EN_TRAMITE
                 WHEN 2
                    MOVE 'P' TO TIPO-CAPTURADO
                    PERFORM SOLICITAR_MOVIMIENTO
                 WHEN 3
                    MOVE 'R' TO TIPO-CAPTURADO
                    PERFORM SOLICITAR_MOVIMIENTO
                 WHEN 4
                    PERFORM APROBAR_MOVIMIENTO
                 WHEN 5
                    PERFORM NEGAR_MOVIMIENTO
                 WHEN 6
                    PERFORM EJECUTAR_MOVIMIENTO
                 WHEN 7
                    PERFORM CONSULTAR_INVENTARIO
                 WHEN 8
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR-MOVIMIENTOS.
            STOP RUN.

      *---- Pedidos y remesas solicitados o aprobados, todavía sin
      *---- ejecutar.
        LISTAR_EN_TRAMITE.
           MOVE 0 TO EN-TRAMITE-LISTADOS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-MOVIMIENTOS
              IF (TAB-MBV-TIPO(IDX) = 'P' OR TAB-MBV-TIPO(IDX) = 'R')
                    AND (TAB-MBV-ESTADO(IDX) = 'S'
                    OR TAB-MBV-ESTADO(IDX) = 'A')
                 ADD 1 TO EN-TRAMITE-LISTADOS
                 DISPLAY IDX ": " TAB-MBV-TIPO(IDX)
                    " FOLIO " TAB-MBV-FOLIO(IDX)
                    " SUC " TAB-MBV-SUCURSAL(IDX)
                    " IMPORTE " TAB-MBV-IMPORTE(IDX)
                    " ESTADO " TAB-MBV-ESTADO(IDX)
                    " DEL " TAB-MBV-FECHA(IDX)
                    " POR " TAB-MBV-OPERADOR(IDX)
              END-IF
           END-PERFORM.
           IF EN-TRAMITE-LISTADOS = 0
              DISPLAY "SIN PEDIDOS NI REMESAS EN TRAMITE"
           END-IF.

      *---- Captura un pedido ('P') o una remesa ('R') por
      *---- denominación; la remesa no puede pedir más billetes de
      *---- los que hoy tiene la bóveda.
        SOLICITAR_MOVIMIENTO.
           DISPLAY "INGRESE ID DE QUIEN CAPTURA".
           PERFORM VALIDAR-FIRMANTE.
           IF NOT ES-FIRMANTE-VALIDO
              DISPLAY "OPERADOR NO VALIDO O INACTIVO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE SUCURSAL".
           ACCEPT SUCURSAL-CAPTURADA.
           PERFORM VALIDAR-SUCURSAL.
           IF NOT ES-SUCURSAL-VALIDA
              DISPLAY "SUCURSAL NO REGISTRADA O CERRADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO IMPORTE-CAPTURADO.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              DISPLAY "CUANTOS BILLETES DE " DENOMINACION(IDX-DEN)
              MOVE ZERO TO BILLETES-CAPTURA(IDX-DEN)
              ACCEPT BILLETES-CAPTURA(IDX-DEN)
              COMPUTE IMPORTE-CAPTURADO = IMPORTE-CAPTURADO
                 + BILLETES-CAPTURA(IDX-DEN) * DENOMINACION(IDX-DEN)
           END-PERFORM.
           IF IMPORTE-CAPTURADO = 0
              DISPLAY "IMPORTE EN CERO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           IF TIPO-CAPTURADO = 'R'
              PERFORM CARGAR-BOVEDAS
              PERFORM REVISAR-EXISTENCIA-CAPTURA
              IF NOT BOVEDA-ALCANZA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF TOTAL-MOVIMIENTOS >= 9999
              DISPLAY "MOVS_BOVEDA.DAT LLENO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-FOLIO-BOVEDA.
           ADD 1 TO TOTAL-MOVIMIENTOS.
           MOVE TOTAL-MOVIMIENTOS TO RENGLON-PEDIDO.
           MOVE FOLIO-BOVEDA TO TAB-MBV-FOLIO(RENGLON-PEDIDO).
           MOVE WS-FECHA-HOY TO TAB-MBV-FECHA(RENGLON-PEDIDO).
           ACCEPT TAB-MBV-HORA(RENGLON-PEDIDO) FROM TIME.
           MOVE SUCURSAL-CAPTURADA
             TO TAB-MBV-SUCURSAL(RENGLON-PEDIDO).
           MOVE TIPO-CAPTURADO TO TAB-MBV-TIPO(RENGLON-PEDIDO).
           MOVE FIRMANTE-ID TO TAB-MBV-OPERADOR(RENGLON-PEDIDO).
           MOVE SPACES TO TAB-MBV-CUSTODIO(RENGLON-PEDIDO).
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              MOVE BILLETES-CAPTURA(IDX-DEN)
                TO TAB-MBV-BILLETES(RENGLON-PEDIDO, IDX-DEN)
           END-PERFORM.
           MOVE IMPORTE-CAPTURADO TO TAB-MBV-IMPORTE(RENGLON-PEDIDO).
           MOVE 'S' TO TAB-MBV-ESTADO(RENGLON-PEDIDO).
           MOVE ZERO TO TAB-MBV-FECHA-EJEC(RENGLON-PEDIDO).
           MOVE SPACES TO TAB-MBV-EJECUTO(RENGLON-PEDIDO).
           PERFORM GRABAR-MOVIMIENTOS.
           MOVE FIRMANTE-ID TO AUD-OPERADOR-WS.
           IF TIPO-CAPTURADO = 'P'
              MOVE "PEDIDO TESORERIA SOLICITADO" TO AUD-DESCRIPCION-WS
           ELSE
              MOVE "REMESA TESORERIA SOLICITADA" TO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR-AUDITORIA-BOVEDA.
           DISPLAY "REGISTRADO CON FOLIO " FOLIO-BOVEDA
              ", PENDIENTE DE APROBACION".

      *---- Aprueba: un supervisor distinto de quien capturó.
        APROBAR_MOVIMIENTO.
           PERFORM ELEGIR-RENGLON-SOLICITADO.
           IF RENGLON-PEDIDO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF SUPERVISOR-ID = TAB-MBV-OPERADOR(RENGLON-PEDIDO)
              DISPLAY "QUIEN CAPTURO EL MOVIMIENTO NO PUEDE RESOLVERLO"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO TAB-MBV-ESTADO(RENGLON-PEDIDO).
           MOVE SUPERVISOR-ID TO TAB-MBV-CUSTODIO(RENGLON-PEDIDO).
           PERFORM GRABAR-MOVIMIENTOS.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR-WS.
           IF TAB-MBV-TIPO(RENGLON-PEDIDO) = 'P'
              MOVE "PEDIDO TESORERIA APROBADO" TO AUD-DESCRIPCION-WS
           ELSE
              MOVE "REMESA TESORERIA APROBADA" TO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR-AUDITORIA-BOVEDA.
           DISPLAY "MOVIMIENTO APROBADO".

        NEGAR_MOVIMIENTO.
           PERFORM ELEGIR-RENGLON-SOLICITADO.
           IF RENGLON-PEDIDO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF SUPERVISOR-ID = TAB-MBV-OPERADOR(RENGLON-PEDIDO)
              DISPLAY "QUIEN CAPTURO EL MOVIMIENTO NO PUEDE RESOLVERLO"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TAB-MBV-ESTADO(RENGLON-PEDIDO).
           MOVE SUPERVISOR-ID TO TAB-MBV-CUSTODIO(RENGLON-PEDIDO).
           PERFORM GRABAR-MOVIMIENTOS.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR-WS.
           IF TAB-MBV-TIPO(RENGLON-PEDIDO) = 'P'
              MOVE "PEDIDO TESORERIA NEGADO" TO AUD-DESCRIPCION-WS
           ELSE
              MOVE "REMESA TESORERIA NEGADA" TO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR-AUDITORIA-BOVEDA.
           DISPLAY "MOVIMIENTO NEGADO".

      *---- Ejecuta un movimiento aprobado: el pedido recibido entra
      *---- a la bóveda y la remesa enviada sale de ella; quien
      *---- registra la recepción o el envío firma con su ID.
        EJECUTAR_MOVIMIENTO.
           PERFORM LISTAR_EN_TRAMITE.
           IF EN-TRAMITE-LISTADOS = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUMERO DE RENGLON".
           ACCEPT RENGLON-PEDIDO.
           IF RENGLON-PEDIDO < 1
                 OR RENGLON-PEDIDO > TOTAL-MOVIMIENTOS
                 OR TAB-MBV-ESTADO(RENGLON-PEDIDO) NOT = 'A'
                 OR (TAB-MBV-TIPO(RENGLON-PEDIDO) NOT = 'P'
                 AND TAB-MBV-TIPO(RENGLON-PEDIDO) NOT = 'R')
              DISPLAY "RENGLON NO ENCONTRADO O NO APROBADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE ID DE QUIEN RECIBE O ENVIA EL EFECTIVO".
           PERFORM VALIDAR-FIRMANTE.
           IF NOT ES-FIRMANTE-VALIDO
              DISPLAY "OPERADOR NO VALIDO O INACTIVO"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-MBV-SUCURSAL(RENGLON-PEDIDO) TO SUCURSAL-CAPTURADA.
           PERFORM CARGAR-BOVEDAS.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              MOVE TAB-MBV-BILLETES(RENGLON-PEDIDO, IDX-DEN)
                TO BILLETES-CAPTURA(IDX-DEN)
           END-PERFORM.
           IF TAB-MBV-TIPO(RENGLON-PEDIDO) = 'R'
              PERFORM REVISAR-EXISTENCIA-CAPTURA
              IF NOT BOVEDA-ALCANZA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF RENGLON-BOVEDA = 0
              ADD 1 TO TOTAL-BOVEDAS
              MOVE TOTAL-BOVEDAS TO RENGLON-BOVEDA
              MOVE SUCURSAL-CAPTURADA
                TO TAB-BOV-SUCURSAL(RENGLON-BOVEDA)
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE ZERO TO TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              END-PERFORM
           END-IF.
           MOVE WS-FECHA-HOY TO TAB-BOV-FECHA(RENGLON-BOVEDA).
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              IF TAB-MBV-TIPO(RENGLON-PEDIDO) = 'P'
                 ADD BILLETES-CAPTURA(IDX-DEN)
                    TO TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              ELSE
                 SUBTRACT BILLETES-CAPTURA(IDX-DEN)
                    FROM TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              END-IF
           END-PERFORM.
           PERFORM GRABAR-BOVEDAS.
           MOVE 'E' TO TAB-MBV-ESTADO(RENGLON-PEDIDO).
           MOVE WS-FECHA-HOY TO TAB-MBV-FECHA-EJEC(RENGLON-PEDIDO).
           MOVE FIRMANTE-ID TO TAB-MBV-EJECUTO(RENGLON-PEDIDO).
           PERFORM GRABAR-MOVIMIENTOS.
           MOVE FIRMANTE-ID TO AUD-OPERADOR-WS.
           IF TAB-MBV-TIPO(RENGLON-PEDIDO) = 'P'
              MOVE "PEDIDO TESORERIA RECIBIDO" TO AUD-DESCRIPCION-WS
           ELSE
              MOVE "REMESA TESORERIA ENVIADA" TO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR-AUDITORIA-BOVEDA.
           DISPLAY "MOVIMIENTO EJECUTADO EN LA BOVEDA".

      *---- Billetes por denominación y efectivo total de la bóveda
      *---- de una sucursal.
        CONSULTAR_INVENTARIO.
           DISPLAY "INGRESE SUCURSAL".
           ACCEPT SUCURSAL-CAPTURADA.
           PERFORM CARGAR-BOVEDAS.
           IF RENGLON-BOVEDA = 0
              DISPLAY "LA SUCURSAL NO TIENE BOVEDA REGISTRADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO EFECTIVO-BOVEDA.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              DISPLAY "BILLETES DE " DENOMINACION(IDX-DEN) ": "
                 TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              COMPUTE EFECTIVO-BOVEDA = EFECTIVO-BOVEDA
                 + TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
                 * DENOMINACION(IDX-DEN)
           END-PERFORM.
           MOVE EFECTIVO-BOVEDA TO EFECTIVO-EDITADO.
           DISPLAY "EFECTIVO EN BOVEDA: " EFECTIVO-EDITADO
              " AL " TAB-BOV-FECHA(RENGLON-BOVEDA).

        ELEGIR-RENGLON-SOLICITADO.
           PERFORM LISTAR_EN_TRAMITE.
           IF EN-TRAMITE-LISTADOS = 0
              MOVE 0 TO RENGLON-PEDIDO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUMERO DE RENGLON".
           ACCEPT RENGLON-PEDIDO.
           IF RENGLON-PEDIDO < 1
                 OR RENGLON-PEDIDO > TOTAL-MOVIMIENTOS
              DISPLAY "RENGLON NO ENCONTRADO O NO PENDIENTE"
              MOVE 0 TO RENGLON-PEDIDO
              EXIT PARAGRAPH
           END-IF.
           IF TAB-MBV-ESTADO(RENGLON-PEDIDO) NOT = 'S'
                 OR (TAB-MBV-TIPO(RENGLON-PEDIDO) NOT = 'P'
                 AND TAB-MBV-TIPO(RENGLON-PEDIDO) NOT = 'R')
              DISPLAY "RENGLON NO ENCONTRADO O NO PENDIENTE"
              MOVE 0 TO RENGLON-PEDIDO
           END-IF.

      *---- La bóveda de SUCURSAL-CAPTURADA debe tener los billetes
      *---- capturados de cada denominación.
        REVISAR-EXISTENCIA-CAPTURA.
           MOVE 'S' TO BILLETES-ALCANZAN.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              IF RENGLON-BOVEDA = 0
                    OR BILLETES-CAPTURA(IDX-DEN) >
                       TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
                 MOVE 'N' TO BILLETES-ALCANZAN
                 DISPLAY "LA BOVEDA NO TIENE SUFICIENTES BILLETES DE "
                    DENOMINACION(IDX-DEN)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Quien captura o registra: operador del padrón, activo y
      *---- sin bloqueo.
        VALIDAR-FIRMANTE.
           MOVE 'N' TO FIRMANTE-VALIDO.
           MOVE SPACES TO FIRMANTE-ID.
           ACCEPT FIRMANTE-ID.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = FIRMANTE-ID
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                          MOVE 'S' TO FIRMANTE-VALIDO
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

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

      *---- Sucursal contra el padrón de MANTENIMIENTO-SUCURSALES;
      *---- sin padrón cualquier código pasa, como en ventanilla.
        VALIDAR-SUCURSAL.
           MOVE 'N' TO SUCURSAL-VALIDA.
           MOVE 'N' TO EOF-SUC.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-ESTADO-SUCURSALES NOT = '00'
              MOVE 'S' TO SUCURSAL-VALIDA
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-SUC
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-SUC
                 NOT AT END
                    IF SUC-CODIGO NUMERIC
                          AND SUC-CODIGO = SUCURSAL-CAPTURADA
                       IF SUC-ESTADO = 'A'
                          MOVE 'S' TO SUCURSAL-VALIDA
                       END-IF
                       MOVE 'S' TO EOF-SUC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUCURSALES-FILE.

        GRABAR-AUDITORIA-BOVEDA.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "TESORERIA-BOV" TO AUD-PROGRAMA.
           MOVE AUD-OPERADOR-WS TO AUD-OPERADOR.
           MOVE ZERO TO AUD-CUENTA.
           MOVE 'B' TO AUD-OPERACION.
           MOVE TAB-MBV-IMPORTE(RENGLON-PEDIDO) TO AUD-IMPORTE.
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

      *---- Folio compartido con la ventanilla; mismo patrón que
      *---- FOLIO_PLAZOS.CTL.
        TOMAR-FOLIO-BOVEDA.
           OPEN INPUT FOLIO-BOVEDA-FILE.
           IF WS-ESTADO-FOLIO-BOVEDA = '00'
              READ FOLIO-BOVEDA-FILE
                 AT END MOVE 1 TO CTL-SIGUIENTE-BOVEDA
              END-READ
              MOVE CTL-SIGUIENTE-BOVEDA TO FOLIO-BOVEDA
              CLOSE FOLIO-BOVEDA-FILE
           ELSE
              MOVE 1 TO FOLIO-BOVEDA
           END-IF.
           OPEN OUTPUT FOLIO-BOVEDA-FILE.
           COMPUTE CTL-SIGUIENTE-BOVEDA = FOLIO-BOVEDA + 1.
           WRITE FOLIO-BOVEDA-REG.
           CLOSE FOLIO-BOVEDA-FILE.

      *---- Carga BOVEDA.DAT y ubica el renglón de
      *---- SUCURSAL-CAPTURADA.
        CARGAR-BOVEDAS.
           MOVE 0 TO TOTAL-BOVEDAS.
           MOVE 0 TO RENGLON-BOVEDA.
           MOVE 'N' TO EOF-BOV.
           OPEN INPUT BOVEDA-FILE.
           IF WS-ESTADO-BOVEDA = '00'
              PERFORM UNTIL FIN-BOV
                 READ BOVEDA-FILE
                    AT END MOVE 'S' TO EOF-BOV
                    NOT AT END
                       IF BOV-SUCURSAL NUMERIC
                             AND TOTAL-BOVEDAS < 999
                          ADD 1 TO TOTAL-BOVEDAS
                          MOVE BOV-SUCURSAL
                            TO TAB-BOV-SUCURSAL(TOTAL-BOVEDAS)
                          MOVE BOV-FECHA
                            TO TAB-BOV-FECHA(TOTAL-BOVEDAS)
                          PERFORM VARYING IDX-DEN FROM 1 BY 1
                                  UNTIL IDX-DEN > 6
                             MOVE BOV-BILLETES(IDX-DEN) TO
                                TAB-BOV-BILLETES(TOTAL-BOVEDAS,
                                   IDX-DEN)
                          END-PERFORM
                          IF BOV-SUCURSAL = SUCURSAL-CAPTURADA
                             MOVE TOTAL-BOVEDAS TO RENGLON-BOVEDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOVEDA-FILE
           END-IF.

        GRABAR-BOVEDAS.
           OPEN OUTPUT BOVEDA-FILE.
           PERFORM VARYING IDX-BOV FROM 1 BY 1
                   UNTIL IDX-BOV > TOTAL-BOVEDAS
              MOVE TAB-BOV-SUCURSAL(IDX-BOV) TO BOV-SUCURSAL
              MOVE TAB-BOV-FECHA(IDX-BOV) TO BOV-FECHA
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE TAB-BOV-BILLETES(IDX-BOV, IDX-DEN)
                   TO BOV-BILLETES(IDX-DEN)
              END-PERFORM
              WRITE BOVEDA-REG
           END-PERFORM.
           CLOSE BOVEDA-FILE.

      *---- Carga MOVS_BOVEDA.DAT completo: las dotaciones y
      *---- concentraciones de ventanilla se conservan tal cual al
      *---- reescribirlo.
        CARGAR-MOVIMIENTOS.
           OPEN INPUT MOVS-BOVEDA-FILE.
           IF WS-ESTADO-MOVS-BOVEDA = '00'
              PERFORM UNTIL FIN-MBV
                 READ MOVS-BOVEDA-FILE
                    AT END MOVE 'S' TO EOF-MBV
                    NOT AT END
                       IF MBV-FOLIO NUMERIC
                             AND TOTAL-MOVIMIENTOS < 9999
                          ADD 1 TO TOTAL-MOVIMIENTOS
                          SET IDX-MOV TO TOTAL-MOVIMIENTOS
                          MOVE MBV-FOLIO TO TAB-MBV-FOLIO(IDX-MOV)
                          MOVE MBV-FECHA TO TAB-MBV-FECHA(IDX-MOV)
                          MOVE MBV-HORA TO TAB-MBV-HORA(IDX-MOV)
                          MOVE MBV-SUCURSAL
                            TO TAB-MBV-SUCURSAL(IDX-MOV)
                          MOVE MBV-TIPO TO TAB-MBV-TIPO(IDX-MOV)
                          MOVE MBV-OPERADOR
                            TO TAB-MBV-OPERADOR(IDX-MOV)
                          MOVE MBV-CUSTODIO
                            TO TAB-MBV-CUSTODIO(IDX-MOV)
                          PERFORM VARYING IDX-DEN FROM 1 BY 1
                                  UNTIL IDX-DEN > 6
                             MOVE MBV-BILLETES(IDX-DEN)
                               TO TAB-MBV-BILLETES(IDX-MOV, IDX-DEN)
                          END-PERFORM
                          MOVE MBV-IMPORTE TO TAB-MBV-IMPORTE(IDX-MOV)
                          MOVE MBV-ESTADO TO TAB-MBV-ESTADO(IDX-MOV)
                          MOVE MBV-FECHA-EJEC
                            TO TAB-MBV-FECHA-EJEC(IDX-MOV)
                          MOVE MBV-EJECUTO TO TAB-MBV-EJECUTO(IDX-MOV)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVS-BOVEDA-FILE
           ELSE
              DISPLAY "MOVS_BOVEDA.DAT NO ENCONTRADO, SIN MOVIMIENTOS"
           END-IF.

        GRABAR-MOVIMIENTOS.
           OPEN OUTPUT MOVS-BOVEDA-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-MOVIMIENTOS
              MOVE TAB-MBV-FOLIO(IDX) TO MBV-FOLIO
              MOVE TAB-MBV-FECHA(IDX) TO MBV-FECHA
              MOVE TAB-MBV-HORA(IDX) TO MBV-HORA
              MOVE TAB-MBV-SUCURSAL(IDX) TO MBV-SUCURSAL
              MOVE TAB-MBV-TIPO(IDX) TO MBV-TIPO
              MOVE TAB-MBV-OPERADOR(IDX) TO MBV-OPERADOR
              MOVE TAB-MBV-CUSTODIO(IDX) TO MBV-CUSTODIO
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE TAB-MBV-BILLETES(IDX, IDX-DEN)
                   TO MBV-BILLETES(IDX-DEN)
              END-PERFORM
              MOVE TAB-MBV-IMPORTE(IDX) TO MBV-IMPORTE
              MOVE TAB-MBV-ESTADO(IDX) TO MBV-ESTADO
              MOVE TAB-MBV-FECHA-EJEC(IDX) TO MBV-FECHA-EJEC
              MOVE TAB-MBV-EJECUTO(IDX) TO MBV-EJECUTO
              WRITE MOV-BOVEDA-REG
           END-PERFORM.
           CLOSE MOVS-BOVEDA-FILE.
