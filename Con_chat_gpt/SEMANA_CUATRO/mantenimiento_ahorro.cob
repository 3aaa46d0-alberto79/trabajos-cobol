       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-AHORRO.

      *> --- Mantenimiento de los planes de ahorro programado de
      *> PLANES_AHORRO.DAT: la apertura liga al cliente del padrón
      *> con su cuenta de cheques, de la que sale la aportación
      *> mensual, y con su cuenta de ahorro, a la que llega; las dos
      *> deben estar activas, ser del cliente y estar en la misma
      *> moneda. Las tasas de bono y de penalización vigentes en
      *> AHORRO_PROG.CTL quedan pactadas en el plan. Romper un plan
      *> antes de tiempo pide autorización de supervisor y encola en
      *> MOVIMIENTOS.DAT el cargo de la penalización sobre lo
      *> ahorrado a la cuenta de ahorro, con referencia del rango
      *> 72xxxxxx de AHORRO-PROGRAMADO, como CANCELACION-PLAZOS hace
      *> con los plazos fijos. Cada cambio deja su renglón en
      *> AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO 'PLANES_AHORRO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLANES.
           SELECT FOLIO-FILE ASSIGN TO 'FOLIO_AHORRO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT PARAMETROS-FILE ASSIGN TO 'AHORRO_PROG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'AHORRO_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
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
       FD PLANES-FILE.
           COPY PLANAHORROREG.

      *---- Siguiente folio de plan; mismo patrón que
      *---- FOLIO_PLAZOS.CTL.
       FD FOLIO-FILE.
       01 FOLIO-REG.
           05 CTL-SIGUIENTE-PLAN PIC 9(6).

      *---- Tasas que Operaciones mantiene sin recompilar, como
      *---- fracción de lo ahorrado: bono por cumplir el plan y
      *---- penalización por romperlo.
       FD PARAMETROS-FILE.
       01 PARAMETROS-REG.
           05 PAR-TASA-BONO         PIC V999.
           05 PAR-TASA-PENALIZACION PIC V999.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
      *---- su folio al rango registrado y se niega a rebasarlo.
       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

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
       01 WS-ESTADO-PLANES      PIC X(2).
       01 WS-ESTADO-FOLIO       PIC X(2).
       01 WS-ESTADO-PARAMETROS  PIC X(2).
       01 WS-ESTADO-CLIENTES    PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS      PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 EOF-PAH PIC X VALUE 'N'.
          88 FIN-PAH VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.

       01 FUENTE-RANGO PIC X(12) VALUE "AHORRO-PROG".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 RANGO-AGOTADO PIC X(1) VALUE 'N'.
          88 ES-RANGO-AGOTADO VALUE 'S'.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 FECHA-CALCULO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES FECHA-CALCULO.
          05 WS-CAL-ANO PIC 9(4).
          05 WS-CAL-MES PIC 9(2).
          05 WS-CAL-DIA PIC 9(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 LISTADOS PIC 9(4) VALUE 0.
       01 CONFIRMA PIC X(1) VALUE 'N'.

      *> --- Tasas vigentes, con su valor de omisión si no hay
      *> AHORRO_PROG.CTL.
       01 TASA-BONO         PIC V999 VALUE .020.
       01 TASA-PENALIZACION PIC V999 VALUE .010.

      *> --- Captura.
       01 CLIENTE-CAPTURADO PIC 9(5) VALUE ZERO.
       01 CARGO-CAPTURADO PIC 9(6) VALUE ZERO.
       01 AHORRO-CAPTURADO PIC 9(6) VALUE ZERO.
       01 APORTACION-CAPTURADA PIC 9(5)V99 VALUE ZERO.
       01 MESES-CAPTURADOS PIC 9(3) VALUE ZERO.
       01 META-CAPTURADA PIC 9(7)V99 VALUE ZERO.
       01 DIA-CAPTURADO PIC 9(2) VALUE ZERO.
       01 PLAN-CAPTURADO PIC 9(6) VALUE ZERO.
       01 FOLIO-PLAN PIC 9(6) VALUE ZERO.
       01 RENGLON-PLAN PIC 9(4) VALUE 0.
       01 PENALIZACION-CALC PIC 9(6)V99 VALUE ZERO.
       01 REFERENCIA-PENA PIC 9(8) VALUE ZERO.
       01 IMPORTE-EDITADO PIC Z,ZZZ,ZZ9.99.
       01 META-EDITADA PIC Z,ZZZ,ZZ9.99.

      *> --- Cliente y cuentas del plan nuevo.
       01 CLIENTE-HALLADO PIC X(1) VALUE 'N'.
          88 HAY-CLIENTE VALUE 'S'.
       01 BLOQUEO-CLIENTE PIC X(1) VALUE SPACE.
       01 KYC-CLIENTE PIC X(1) VALUE SPACE.
       01 CUENTA-CONSULTA PIC 9(6) VALUE ZERO.
       01 CUENTA-HALLADA PIC X(1) VALUE 'N'.
          88 HAY-CUENTA VALUE 'S'.
       01 ESTADO-CONSULTA PIC X(1) VALUE SPACE.
       01 TIPO-CONSULTA PIC X(1) VALUE SPACE.
       01 TITULAR-CONSULTA PIC 9(5) VALUE ZERO.
       01 MONEDA-CONSULTA PIC X(3) VALUE SPACES.
       01 MONEDA-CARGO PIC X(3) VALUE SPACES.

      *> --- Firmas: quien captura, y el supervisor que autoriza.
       01 FIRMANTE-ID PIC X(8) VALUE SPACES.
       01 FIRMANTE-VALIDO PIC X(1) VALUE 'N'.
          88 ES-FIRMANTE-VALIDO VALUE 'S'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 AUD-CUENTA-WS PIC 9(6) VALUE ZERO.
       01 AUD-IMPORTE-WS PIC 9(7)V99 VALUE ZERO.
       01 AUD-DESCRIPCION-WS PIC X(30) VALUE SPACES.

      *> --- Planes en memoria.
       01 PLANES-TABLA.
          05 PLAN-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLANES
                INDEXED BY IDX-PAH.
             10 TAB-PAH-FOLIO      PIC 9(6).
             10 TAB-PAH-CLIENTE    PIC 9(5).
             10 TAB-PAH-CARGO      PIC 9(6).
             10 TAB-PAH-AHORRO     PIC 9(6).
             10 TAB-PAH-APORTACION PIC 9(5)V99.
             10 TAB-PAH-MESES      PIC 9(3).
             10 TAB-PAH-META       PIC 9(7)V99.
             10 TAB-PAH-DIA        PIC 9(2).
             10 TAB-PAH-ALTA       PIC 9(8).
             10 TAB-PAH-PROXIMO    PIC 9(8).
             10 TAB-PAH-TASA-BONO  PIC V999.
             10 TAB-PAH-TASA-PENA  PIC V999.
             10 TAB-PAH-HECHOS     PIC 9(3).
             10 TAB-PAH-FALLIDOS   PIC 9(3).
             10 TAB-PAH-ACUMULADO  PIC 9(7)V99.
             10 TAB-PAH-ESTADO     PIC X(1).
             10 TAB-PAH-COBRO      PIC X(1).
             10 TAB-PAH-REFERENCIA PIC 9(8).
             10 TAB-PAH-FIN        PIC 9(8).
             10 TAB-PAH-BONO       PIC 9(6)V99.
             10 TAB-PAH-PENA       PIC 9(6)V99.
       01 TOTAL-PLANES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM LEER-PARAMETROS.
            PERFORM CARGAR-PLANES.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "AHORRO PROGRAMADO"
              DISPLAY "1.ABRIR PLAN DE AHORRO"
              DISPLAY "2.CONSULTAR PLANES DE UN CLIENTE"
              DISPLAY "3.ROMPER PLAN ANTES DE TIEMPO"
              DISPLAY "4.LISTAR PLANES ACTIVOS"
              DISPLAY "5.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ABRIR_PLAN
                 WHEN 2
                    PERFORM CONSULTAR_PLANES
                 WHEN 3
                    PERFORM ROMPER_PLAN
                 WHEN 4
                    PERFORM LISTAR_ACTIVOS
                 WHEN 5
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Apertura: cliente sin bloqueo, cuenta de cheques y
      *---- cuenta de ahorro activas del mismo titular y moneda,
      *---- aportación, meses, meta y día del mes de la aportación.
      *---- La primera aportación se encola el día pactado de este
      *---- mes si todavía no pasa, o del siguiente.
        ABRIR_PLAN.
           DISPLAY "INGRESE ID DE QUIEN CAPTURA".
           PERFORM VALIDAR-FIRMANTE.
           IF NOT ES-FIRMANTE-VALIDO
              DISPLAY "OPERADOR NO VALIDO O INACTIVO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUMERO DE CLIENTE".
           ACCEPT CLIENTE-CAPTURADO.
           PERFORM BUSCAR-CLIENTE.
           IF NOT HAY-CLIENTE
              DISPLAY "CLIENTE NO REGISTRADO EN EL PADRON"
              EXIT PARAGRAPH
           END-IF.
           IF BLOQUEO-CLIENTE NOT = SPACE OR KYC-CLIENTE = 'R'
              DISPLAY "CLIENTE CON BLOQUEO O EXPEDIENTE RETENIDO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE CUENTA DE CHEQUES DE LA QUE SE APORTA".
           ACCEPT CARGO-CAPTURADO.
           MOVE CARGO-CAPTURADO TO CUENTA-CONSULTA.
           PERFORM LEER-CUENTA.
           IF NOT HAY-CUENTA OR ESTADO-CONSULTA NOT = 'A'
                 OR TIPO-CONSULTA NOT = 'C'
              DISPLAY "LA CUENTA DE CARGO NO EXISTE, NO ESTA ACTIVA "
                 "O NO ES DE CHEQUES"
              EXIT PARAGRAPH
           END-IF.
           IF TITULAR-CONSULTA NOT = CLIENTE-CAPTURADO
              DISPLAY "EL CLIENTE NO ES TITULAR DE LA CUENTA DE CARGO"
              EXIT PARAGRAPH
           END-IF.
           MOVE MONEDA-CONSULTA TO MONEDA-CARGO.
           DISPLAY "INGRESE CUENTA DE AHORRO QUE RECIBE".
           ACCEPT AHORRO-CAPTURADO.
           MOVE AHORRO-CAPTURADO TO CUENTA-CONSULTA.
           PERFORM LEER-CUENTA.
           IF NOT HAY-CUENTA OR ESTADO-CONSULTA NOT = 'A'
                 OR TIPO-CONSULTA NOT = 'A'
              DISPLAY "LA CUENTA DE AHORRO NO EXISTE, NO ESTA ACTIVA "
                 "O NO ES DE AHORRO"
              EXIT PARAGRAPH
           END-IF.
           IF TITULAR-CONSULTA NOT = CLIENTE-CAPTURADO
              DISPLAY "EL CLIENTE NO ES TITULAR DE LA CUENTA DE AHORRO"
              EXIT PARAGRAPH
           END-IF.
           IF MONEDA-CONSULTA NOT = MONEDA-CARGO
              DISPLAY "LAS DOS CUENTAS DEBEN SER DE LA MISMA MONEDA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE APORTACION MENSUAL".
           ACCEPT APORTACION-CAPTURADA.
           IF APORTACION-CAPTURADA = 0
              DISPLAY "LA APORTACION DEBE SER MAYOR A CERO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUMERO DE MESES (1 A 120)".
           ACCEPT MESES-CAPTURADOS.
           IF MESES-CAPTURADOS = 0 OR MESES-CAPTURADOS > 120
              DISPLAY "NUMERO DE MESES INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE DIA DEL MES DE LA APORTACION (1 A 28)".
           ACCEPT DIA-CAPTURADO.
           IF DIA-CAPTURADO = 0 OR DIA-CAPTURADO > 28
              DISPLAY "DIA INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE META (CERO = APORTACION POR MESES)".
           ACCEPT META-CAPTURADA.
           IF META-CAPTURADA = 0
              COMPUTE META-CAPTURADA
                 = APORTACION-CAPTURADA * MESES-CAPTURADOS
           END-IF.
           MOVE WS-FECHA-HOY TO FECHA-CALCULO.
           MOVE DIA-CAPTURADO TO WS-CAL-DIA.
           IF DIA-CAPTURADO < WS-HOY-DIA
              ADD 1 TO WS-CAL-MES
              IF WS-CAL-MES > 12
                 MOVE 1 TO WS-CAL-MES
                 ADD 1 TO WS-CAL-ANO
              END-IF
           END-IF.
           MOVE META-CAPTURADA TO META-EDITADA.
           MOVE APORTACION-CAPTURADA TO IMPORTE-EDITADO.
           DISPLAY "APORTACION " IMPORTE-EDITADO " POR "
              MESES-CAPTURADOS " MESES, META " META-EDITADA.
           DISPLAY "PRIMERA APORTACION " FECHA-CALCULO
              ", BONO " TASA-BONO " PENALIZACION " TASA-PENALIZACION.
           DISPLAY "CONFIRMA EL PLAN? (S/N)".
           MOVE 'N' TO CONFIRMA.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-PLANES >= 9999
              DISPLAY "PLANES_AHORRO.DAT LLENO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-FOLIO-PLAN.
           ADD 1 TO TOTAL-PLANES.
           MOVE TOTAL-PLANES TO RENGLON-PLAN.
           MOVE FOLIO-PLAN TO TAB-PAH-FOLIO(RENGLON-PLAN).
           MOVE CLIENTE-CAPTURADO TO TAB-PAH-CLIENTE(RENGLON-PLAN).
           MOVE CARGO-CAPTURADO TO TAB-PAH-CARGO(RENGLON-PLAN).
           MOVE AHORRO-CAPTURADO TO TAB-PAH-AHORRO(RENGLON-PLAN).
           MOVE APORTACION-CAPTURADA
             TO TAB-PAH-APORTACION(RENGLON-PLAN).
           MOVE MESES-CAPTURADOS TO TAB-PAH-MESES(RENGLON-PLAN).
           MOVE META-CAPTURADA TO TAB-PAH-META(RENGLON-PLAN).
           MOVE DIA-CAPTURADO TO TAB-PAH-DIA(RENGLON-PLAN).
           MOVE WS-FECHA-HOY TO TAB-PAH-ALTA(RENGLON-PLAN).
           MOVE FECHA-CALCULO TO TAB-PAH-PROXIMO(RENGLON-PLAN).
           MOVE TASA-BONO TO TAB-PAH-TASA-BONO(RENGLON-PLAN).
           MOVE TASA-PENALIZACION TO TAB-PAH-TASA-PENA(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-HECHOS(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-FALLIDOS(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-ACUMULADO(RENGLON-PLAN).
           MOVE 'A' TO TAB-PAH-ESTADO(RENGLON-PLAN).
           MOVE SPACE TO TAB-PAH-COBRO(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-REFERENCIA(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-FIN(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-BONO(RENGLON-PLAN).
           MOVE ZERO TO TAB-PAH-PENA(RENGLON-PLAN).
           PERFORM GRABAR-PLANES.
           MOVE AHORRO-CAPTURADO TO AUD-CUENTA-WS.
           MOVE APORTACION-CAPTURADA TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "ABRE PLAN AHORRO " DELIMITED BY SIZE
                  FOLIO-PLAN DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-AHORRO.
           DISPLAY "PLAN REGISTRADO CON FOLIO " FOLIO-PLAN.

      *---- Planes de un cliente, con su avance.
        CONSULTAR_PLANES.
           DISPLAY "INGRESE NUMERO DE CLIENTE".
           ACCEPT CLIENTE-CAPTURADO.
           MOVE 0 TO LISTADOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLANES
              IF TAB-PAH-CLIENTE(IDX) = CLIENTE-CAPTURADO
                 ADD 1 TO LISTADOS
                 PERFORM MOSTRAR-PLAN
              END-IF
           END-PERFORM.
           IF LISTADOS = 0
              DISPLAY "EL CLIENTE NO TIENE PLANES DE AHORRO"
           END-IF.

        LISTAR_ACTIVOS.
           MOVE 0 TO LISTADOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLANES
              IF TAB-PAH-ESTADO(IDX) = 'A'
                 ADD 1 TO LISTADOS
                 PERFORM MOSTRAR-PLAN
              END-IF
           END-PERFORM.
           IF LISTADOS = 0
              DISPLAY "NO HAY PLANES ACTIVOS"
           END-IF.

        MOSTRAR-PLAN.
           MOVE TAB-PAH-ACUMULADO(IDX) TO IMPORTE-EDITADO.
           MOVE TAB-PAH-META(IDX) TO META-EDITADA.
           DISPLAY "PLAN " TAB-PAH-FOLIO(IDX)
              " CARGO " TAB-PAH-CARGO(IDX)
              " AHORRO " TAB-PAH-AHORRO(IDX)
              " ESTADO " TAB-PAH-ESTADO(IDX)
              " APORTES " TAB-PAH-HECHOS(IDX) "/" TAB-PAH-MESES(IDX)
              " FALTAN " TAB-PAH-FALLIDOS(IDX).
           DISPLAY "     AHORRADO " IMPORTE-EDITADO
              " META " META-EDITADA
              " PROXIMA " TAB-PAH-PROXIMO(IDX).

      *---- Romper un plan activo antes de tiempo: sin aportación en
      *---- tránsito y con autorización de supervisor. Se encola el
      *---- cargo de la penalización pactada sobre lo ahorrado a la
      *---- cuenta de ahorro y el plan queda roto.
        ROMPER_PLAN.
           DISPLAY "INGRESE FOLIO DEL PLAN".
           ACCEPT PLAN-CAPTURADO.
           PERFORM UBICAR-PLAN.
           IF RENGLON-PLAN = 0
              DISPLAY "PLAN NO REGISTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-PAH-ESTADO(RENGLON-PLAN) NOT = 'A'
              DISPLAY "EL PLAN NO ESTA ACTIVO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-PAH-COBRO(RENGLON-PLAN) = 'E'
              DISPLAY "EL PLAN TIENE UNA APORTACION EN TRANSITO, "
                 "INTENTE DESPUES DEL PROCESO NOCTURNO"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE PENALIZACION-CALC ROUNDED
              = TAB-PAH-ACUMULADO(RENGLON-PLAN)
              * TAB-PAH-TASA-PENA(RENGLON-PLAN).
           MOVE TAB-PAH-ACUMULADO(RENGLON-PLAN) TO IMPORTE-EDITADO.
           DISPLAY "AHORRADO " IMPORTE-EDITADO.
           MOVE PENALIZACION-CALC TO IMPORTE-EDITADO.
           DISPLAY "PENALIZACION (" TAB-PAH-TASA-PENA(RENGLON-PLAN)
              "): " IMPORTE-EDITADO.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA ROMPER EL PLAN? (S/N)".
           MOVE 'N' TO CONFIRMA.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO REFERENCIA-PENA.
           IF PENALIZACION-CALC > 0
              PERFORM LEER-ULTIMA-REFERENCIA
              PERFORM VERIFICAR-RANGO-REFERENCIA
              IF ES-RANGO-AGOTADO
                 EXIT PARAGRAPH
              END-IF
              PERFORM ENCOLAR-PENALIZACION
              PERFORM GRABAR-ULTIMA-REFERENCIA
           END-IF.
           MOVE 'R' TO TAB-PAH-ESTADO(RENGLON-PLAN).
           MOVE WS-FECHA-HOY TO TAB-PAH-FIN(RENGLON-PLAN).
           MOVE PENALIZACION-CALC TO TAB-PAH-PENA(RENGLON-PLAN).
           MOVE REFERENCIA-PENA TO TAB-PAH-REFERENCIA(RENGLON-PLAN).
           PERFORM GRABAR-PLANES.
           MOVE SUPERVISOR-ID TO FIRMANTE-ID.
           MOVE TAB-PAH-AHORRO(RENGLON-PLAN) TO AUD-CUENTA-WS.
           MOVE PENALIZACION-CALC TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "ROMPE PLAN AHORRO " DELIMITED BY SIZE
                  PLAN-CAPTURADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-AHORRO.
           DISPLAY "PLAN " PLAN-CAPTURADO " ROTO; PENALIZACION "
              "ENCOLADA CON REFERENCIA " REFERENCIA-PENA.

      *---- Encola el cargo de la penalización a la cuenta de ahorro
      *---- con referencia fresca del rango 72xxxxxx.
        ENCOLAR-PENALIZACION.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO REFERENCIA-PENA.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE TAB-PAH-AHORRO(RENGLON-PLAN) TO MOV-CUENTA.
           MOVE '-' TO OPERACION.
           MOVE PENALIZACION-CALC TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

        UBICAR-PLAN.
           MOVE 0 TO RENGLON-PLAN.
           PERFORM VARYING IDX-PAH FROM 1 BY 1
                   UNTIL IDX-PAH > TOTAL-PLANES
              IF TAB-PAH-FOLIO(IDX-PAH) = PLAN-CAPTURADO
                 SET RENGLON-PLAN TO IDX-PAH
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Busca CLIENTE-CAPTURADO en el padrón y deja su marca de
      *---- bloqueo y el estado de su expediente.
        BUSCAR-CLIENTE.
           MOVE 'N' TO CLIENTE-HALLADO.
           MOVE SPACE TO BLOQUEO-CLIENTE.
           MOVE SPACE TO KYC-CLIENTE.
           MOVE 'N' TO EOF-CLI.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC
                          AND CLI-NUMERO = CLIENTE-CAPTURADO
                       MOVE 'S' TO CLIENTE-HALLADO
                       MOVE CLI-BLOQUEO TO BLOQUEO-CLIENTE
                       MOVE CLI-KYC-ESTADO TO KYC-CLIENTE
                       MOVE 'S' TO EOF-CLI
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.

      *---- Estado, tipo, titular y moneda de CUENTA-CONSULTA.
        LEER-CUENTA.
           MOVE 'N' TO CUENTA-HALLADA.
           MOVE SPACE TO ESTADO-CONSULTA.
           MOVE SPACE TO TIPO-CONSULTA.
           MOVE ZERO TO TITULAR-CONSULTA.
           MOVE SPACES TO MONEDA-CONSULTA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-CONSULTA TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO CUENTA-HALLADA
                 MOVE STATUS-CUENTA TO ESTADO-CONSULTA
                 MOVE TIPO-CUENTA TO TIPO-CONSULTA
                 IF CUENTA-CLIENTE NUMERIC
                    MOVE CUENTA-CLIENTE TO TITULAR-CONSULTA
                 END-IF
                 MOVE CUENTA-MONEDA TO MONEDA-CONSULTA
           END-READ.
           CLOSE CUENTAS-FILE.

      *---- Quien captura: operador del padrón, activo y sin
      *---- bloqueo.
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

        GRABAR-AUDITORIA-AHORRO.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-AHORRO" TO AUD-PROGRAMA.
           MOVE FIRMANTE-ID TO AUD-OPERADOR.
           MOVE AUD-CUENTA-WS TO AUD-CUENTA.
           MOVE 'J' TO AUD-OPERACION.
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

        TOMAR-FOLIO-PLAN.
           OPEN INPUT FOLIO-FILE.
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 AT END MOVE 1 TO CTL-SIGUIENTE-PLAN
              END-READ
              MOVE CTL-SIGUIENTE-PLAN TO FOLIO-PLAN
              CLOSE FOLIO-FILE
           ELSE
              MOVE 1 TO FOLIO-PLAN
           END-IF.
           OPEN OUTPUT FOLIO-FILE.
           COMPUTE CTL-SIGUIENTE-PLAN = FOLIO-PLAN + 1.
           WRITE FOLIO-REG.
           CLOSE FOLIO-FILE.

        LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-ESTADO-PARAMETROS = '00'
              READ PARAMETROS-FILE
                 NOT AT END
                    IF PAR-TASA-BONO NUMERIC
                       MOVE PAR-TASA-BONO TO TASA-BONO
                    END-IF
                    IF PAR-TASA-PENALIZACION NUMERIC
                       MOVE PAR-TASA-PENALIZACION TO TASA-PENALIZACION
                    END-IF
              END-READ
              CLOSE PARAMETROS-FILE
           END-IF.

        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 72000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.

        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO RANGO-AGOTADO.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-RNG
              READ RANGOS-FILE
                 AT END MOVE 'S' TO EOF-RNG
                 NOT AT END
                    IF RNG-FUENTE = FUENTE-RANGO
                          AND RNG-DESDE NUMERIC
                          AND RNG-HASTA NUMERIC
                       MOVE RNG-DESDE TO RANGO-DESDE
                       MOVE RNG-HASTA TO RANGO-HASTA
                       MOVE 'S' TO EOF-RNG
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RANGOS-FILE.
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF.
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF.
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO ", AVISE A OPERACIONES ***"
              MOVE 'S' TO RANGO-AGOTADO
           END-IF.

        CARGAR-PLANES.
           OPEN INPUT PLANES-FILE.
           IF WS-ESTADO-PLANES = '00'
              PERFORM UNTIL FIN-PAH
                 READ PLANES-FILE
                    AT END MOVE 'S' TO EOF-PAH
                    NOT AT END
                       IF PAH-FOLIO NUMERIC
                          ADD 1 TO TOTAL-PLANES
                          SET IDX-PAH TO TOTAL-PLANES
                          PERFORM SUBIR-PLAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANES-FILE
           END-IF.

        SUBIR-PLAN.
           MOVE PAH-FOLIO TO TAB-PAH-FOLIO(IDX-PAH).
           MOVE PAH-CLIENTE TO TAB-PAH-CLIENTE(IDX-PAH).
           MOVE PAH-CUENTA-CARGO TO TAB-PAH-CARGO(IDX-PAH).
           MOVE PAH-CUENTA-AHORRO TO TAB-PAH-AHORRO(IDX-PAH).
           MOVE PAH-APORTACION TO TAB-PAH-APORTACION(IDX-PAH).
           MOVE PAH-MESES TO TAB-PAH-MESES(IDX-PAH).
           MOVE PAH-META TO TAB-PAH-META(IDX-PAH).
           MOVE PAH-DIA-CARGO TO TAB-PAH-DIA(IDX-PAH).
           MOVE PAH-FECHA-ALTA TO TAB-PAH-ALTA(IDX-PAH).
           MOVE PAH-PROXIMO-CARGO TO TAB-PAH-PROXIMO(IDX-PAH).
           MOVE PAH-TASA-BONO TO TAB-PAH-TASA-BONO(IDX-PAH).
           MOVE PAH-TASA-PENALIZACION TO TAB-PAH-TASA-PENA(IDX-PAH).
           MOVE PAH-APORTES-HECHOS TO TAB-PAH-HECHOS(IDX-PAH).
           MOVE PAH-APORTES-FALLIDOS TO TAB-PAH-FALLIDOS(IDX-PAH).
           MOVE PAH-ACUMULADO TO TAB-PAH-ACUMULADO(IDX-PAH).
           MOVE PAH-ESTADO TO TAB-PAH-ESTADO(IDX-PAH).
           MOVE PAH-COBRO TO TAB-PAH-COBRO(IDX-PAH).
           MOVE PAH-REFERENCIA TO TAB-PAH-REFERENCIA(IDX-PAH).
           MOVE PAH-FECHA-FIN TO TAB-PAH-FIN(IDX-PAH).
           MOVE PAH-BONO TO TAB-PAH-BONO(IDX-PAH).
           MOVE PAH-PENALIZACION TO TAB-PAH-PENA(IDX-PAH).

        GRABAR-PLANES.
           OPEN OUTPUT PLANES-FILE.
           PERFORM VARYING IDX-PAH FROM 1 BY 1
                   UNTIL IDX-PAH > TOTAL-PLANES
              MOVE TAB-PAH-FOLIO(IDX-PAH) TO PAH-FOLIO
              MOVE TAB-PAH-CLIENTE(IDX-PAH) TO PAH-CLIENTE
              MOVE TAB-PAH-CARGO(IDX-PAH) TO PAH-CUENTA-CARGO
              MOVE TAB-PAH-AHORRO(IDX-PAH) TO PAH-CUENTA-AHORRO
              MOVE TAB-PAH-APORTACION(IDX-PAH) TO PAH-APORTACION
              MOVE TAB-PAH-MESES(IDX-PAH) TO PAH-MESES
              MOVE TAB-PAH-META(IDX-PAH) TO PAH-META
              MOVE TAB-PAH-DIA(IDX-PAH) TO PAH-DIA-CARGO
              MOVE TAB-PAH-ALTA(IDX-PAH) TO PAH-FECHA-ALTA
              MOVE TAB-PAH-PROXIMO(IDX-PAH) TO PAH-PROXIMO-CARGO
              MOVE TAB-PAH-TASA-BONO(IDX-PAH) TO PAH-TASA-BONO
              MOVE TAB-PAH-TASA-PENA(IDX-PAH)
                TO PAH-TASA-PENALIZACION
              MOVE TAB-PAH-HECHOS(IDX-PAH) TO PAH-APORTES-HECHOS
              MOVE TAB-PAH-FALLIDOS(IDX-PAH) TO PAH-APORTES-FALLIDOS
              MOVE TAB-PAH-ACUMULADO(IDX-PAH) TO PAH-ACUMULADO
              MOVE TAB-PAH-ESTADO(IDX-PAH) TO PAH-ESTADO
              MOVE TAB-PAH-COBRO(IDX-PAH) TO PAH-COBRO
              MOVE TAB-PAH-REFERENCIA(IDX-PAH) TO PAH-REFERENCIA
              MOVE TAB-PAH-FIN(IDX-PAH) TO PAH-FECHA-FIN
              MOVE TAB-PAH-BONO(IDX-PAH) TO PAH-BONO
              MOVE TAB-PAH-PENA(IDX-PAH) TO PAH-PENALIZACION
              WRITE PLAN-AHORRO-REG
           END-PERFORM.
           CLOSE PLANES-FILE.
