       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CAJAS.

      *> --- Mantenimiento de las cajas de seguridad de las
      *> sucursales: el inventario de cajas (CAJAS_SEGURIDAD.DAT,
      *> con su tamaño, su cuota anual y su estado) y los contratos
      *> de renta (CONTRATOS_CAJAS.DAT), que ligan la caja con el
      *> cliente del padrón que la renta y con la cuenta de la que
      *> se cobra la cuota. La cuenta debe estar activa y el
      *> cliente debe ser su titular o figurar en FIRMANTES.DAT. La
      *> primera cuota se cobra la noche de la firma y las
      *> siguientes en cada aniversario, por COBRO-CAJAS-SEGURIDAD.
      *> Cancelar un contrato exige que no deba nada; perforar la
      *> caja de un contrato en mora exige los días de mora de
      *> CAJAS_SEG.CTL y el visto bueno de un supervisor distinto
      *> de quien la captura. Cada cambio deja su renglón en
      *> AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-FILE ASSIGN TO 'CAJAS_SEGURIDAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAJAS.
           SELECT CONTRATOS-FILE ASSIGN TO 'CONTRATOS_CAJAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTRATOS.
           SELECT FOLIO-FILE ASSIGN TO 'FOLIO_CAJAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT PARAMETROS-FILE ASSIGN TO 'CAJAS_SEG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
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
       FD CAJAS-FILE.
           COPY CAJASEGREG.

       FD CONTRATOS-FILE.
           COPY CONTRATOCAJAREG.

      *---- Siguiente número de contrato; mismo patrón que
      *---- FOLIO_PLAZOS.CTL.
       FD FOLIO-FILE.
       01 FOLIO-REG.
           05 CTL-SIGUIENTE-CONTRATO PIC 9(6).

      *---- Parámetros que Operaciones mantiene sin recompilar: días
      *---- de mora a partir de los cuales la caja puede perforarse
      *---- y días de anticipación con que se avisa un aniversario.
      *---- Lo comparte COBRO-CAJAS-SEGURIDAD.
       FD PARAMETROS-FILE.
       01 PARAMETROS-REG.
           05 PAR-DIAS-PERFORACION PIC 9(3).
           05 PAR-DIAS-AVISO       PIC 9(3).

      *---- Padrón de MANTENIMIENTO-SUCURSALES.
       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

      *---- Mismo trazado que mantiene MANTENIMIENTO-CLIENTES.
       FD FIRMANTES-FILE.
       01 FIRMANTE-REG.
           05 FIR-CUENTA  PIC 9(6).
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

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
       01 WS-ESTADO-CAJAS       PIC X(2).
       01 WS-ESTADO-CONTRATOS   PIC X(2).
       01 WS-ESTADO-FOLIO       PIC X(2).
       01 WS-ESTADO-PARAMETROS  PIC X(2).
       01 WS-ESTADO-SUCURSALES  PIC X(2).
       01 WS-ESTADO-CLIENTES    PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-FIRMANTES   PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 EOF-CSG PIC X VALUE 'N'.
          88 FIN-CSG VALUE 'S'.
       01 EOF-CCS PIC X VALUE 'N'.
          88 FIN-CCS VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-FIR PIC X VALUE 'N'.
          88 FIN-FIR VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 LISTADOS PIC 9(4) VALUE 0.
       01 CONFIRMA PIC X(1) VALUE 'N'.

      *> --- Días de mora para perforar y de aviso de aniversario,
      *> con su valor de omisión si no hay CAJAS_SEG.CTL.
       01 DIAS-PERFORACION PIC 9(3) VALUE 180.
       01 DIAS-AVISO       PIC 9(3) VALUE 30.

      *> --- Días corridos a la manera de COBRANZA-SOBREGIROS: meses
      *> de 30 días y años de 360.
       01 DIAS-HOY PIC 9(8) VALUE 0.
       01 FECHA-MORA-WS PIC 9(8) VALUE 0.
       01 FILLER REDEFINES FECHA-MORA-WS.
          05 WS-MORA-ANO PIC 9(4).
          05 WS-MORA-MES PIC 9(2).
          05 WS-MORA-DIA PIC 9(2).
       01 DIAS-MORA PIC 9(8) VALUE 0.

      *> --- Captura.
       01 SUCURSAL-CAPTURADA PIC 9(3) VALUE ZERO.
       01 SUCURSAL-VALIDA PIC X(1) VALUE 'N'.
          88 ES-SUCURSAL-VALIDA VALUE 'S'.
       01 CAJA-CAPTURADA PIC 9(4) VALUE ZERO.
       01 TAMANO-CAPTURADO PIC X(1) VALUE SPACE.
       01 CUOTA-CAPTURADA PIC 9(5)V99 VALUE ZERO.
       01 ESTADO-CAPTURADO PIC X(1) VALUE SPACE.
       01 CLIENTE-CAPTURADO PIC 9(5) VALUE ZERO.
       01 CUENTA-CAPTURADA PIC 9(6) VALUE ZERO.
       01 CONTRATO-CAPTURADO PIC 9(6) VALUE ZERO.
       01 FOLIO-CONTRATO PIC 9(6) VALUE ZERO.
       01 RENGLON-CAJA PIC 9(4) VALUE 0.
       01 RENGLON-CONTRATO PIC 9(4) VALUE 0.
       01 CUOTA-EDITADA PIC ZZ,ZZ9.99.
       01 ADEUDO-EDITADO PIC ZZZ,ZZ9.99.

      *> --- Cliente y cuenta del contrato nuevo.
       01 CLIENTE-HALLADO PIC X(1) VALUE 'N'.
          88 HAY-CLIENTE VALUE 'S'.
       01 BLOQUEO-CLIENTE PIC X(1) VALUE SPACE.
       01 KYC-CLIENTE PIC X(1) VALUE SPACE.
       01 CUENTA-VALIDA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-VALIDA VALUE 'S'.
       01 CLIENTE-FIRMA PIC X(1) VALUE 'N'.
          88 CLIENTE-FIRMA-CUENTA VALUE 'S'.

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

      *> --- Inventario de cajas en memoria.
       01 CAJAS-TABLA.
          05 CAJA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CAJAS
                INDEXED BY IDX-CSG.
             10 TAB-CSG-SUCURSAL PIC 9(3).
             10 TAB-CSG-NUMERO   PIC 9(4).
             10 TAB-CSG-TAMANO   PIC X(1).
             10 TAB-CSG-CUOTA    PIC 9(5)V99.
             10 TAB-CSG-ESTADO   PIC X(1).
             10 TAB-CSG-CONTRATO PIC 9(6).
       01 TOTAL-CAJAS PIC 9(4) VALUE 0.

      *> --- Contratos en memoria.
       01 CONTRATOS-TABLA.
          05 CONTRATO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CONTRATOS
                INDEXED BY IDX-CCS.
             10 TAB-CCS-CONTRATO   PIC 9(6).
             10 TAB-CCS-SUCURSAL   PIC 9(3).
             10 TAB-CCS-CAJA       PIC 9(4).
             10 TAB-CCS-CLIENTE    PIC 9(5).
             10 TAB-CCS-CUENTA     PIC 9(6).
             10 TAB-CCS-CUOTA      PIC 9(5)V99.
             10 TAB-CCS-ALTA       PIC 9(8).
             10 TAB-CCS-ANIVERSARIO PIC 9(8).
             10 TAB-CCS-ESTADO     PIC X(1).
             10 TAB-CCS-ADEUDO     PIC 9(6)V99.
             10 TAB-CCS-FECHA-MORA PIC 9(8).
             10 TAB-CCS-ULTIMO-COBRO PIC 9(8).
             10 TAB-CCS-COBRO      PIC X(1).
             10 TAB-CCS-REFERENCIA PIC 9(8).
       01 TOTAL-CONTRATOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            COMPUTE DIAS-HOY
               = WS-HOY-ANO * 360 + WS-HOY-MES * 30 + WS-HOY-DIA.
            PERFORM LEER-PARAMETROS.
            PERFORM CARGAR-CAJAS.
            PERFORM CARGAR-CONTRATOS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "CAJAS DE SEGURIDAD"
              DISPLAY "1.LISTAR CAJAS DE UNA SUCURSAL"
              DISPLAY "2.ALTA DE CAJA"
              DISPLAY "3.CAMBIAR ESTADO DE CAJA NO RENTADA"
              DISPLAY "4.RENTAR CAJA (CONTRATO NUEVO)"
              DISPLAY "5.CANCELAR CONTRATO"
              DISPLAY "6.PERFORAR CAJA POR FALTA DE PAGO"
              DISPLAY "7.CONSULTAR CONTRATOS DE UN CLIENTE"
              DISPLAY "8.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM LISTAR_CAJAS
                 WHEN 2
                    PERFORM ALTA_CAJA
                 WHEN 3
                    PERFORM CAMBIAR_ESTADO_CAJA
                 WHEN 4
                    PERFORM RENTAR_CAJA
                 WHEN 5
                    PERFORM CANCELAR_CONTRATO
                 WHEN 6
                    PERFORM PERFORAR_CAJA
                 WHEN 7
                    PERFORM CONSULTAR_CONTRATOS
                 WHEN 8
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Las cajas de una sucursal con su tamaño, cuota, estado
      *---- y contrato.
        LISTAR_CAJAS.
           DISPLAY "INGRESE SUCURSAL".
           ACCEPT SUCURSAL-CAPTURADA.
           MOVE 0 TO LISTADOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CAJAS
              IF TAB-CSG-SUCURSAL(IDX) = SUCURSAL-CAPTURADA
                 ADD 1 TO LISTADOS
                 MOVE TAB-CSG-CUOTA(IDX) TO CUOTA-EDITADA
                 DISPLAY "CAJA " TAB-CSG-NUMERO(IDX)
                    " TAMANO " TAB-CSG-TAMANO(IDX)
                    " CUOTA " CUOTA-EDITADA
                    " ESTADO " TAB-CSG-ESTADO(IDX)
                    " CONTRATO " TAB-CSG-CONTRATO(IDX)
              END-IF
           END-PERFORM.
           IF LISTADOS = 0
              DISPLAY "LA SUCURSAL NO TIENE CAJAS REGISTRADAS"
           END-IF.

      *---- Alta de una caja libre en una sucursal abierta.
        ALTA_CAJA.
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
           DISPLAY "INGRESE NUMERO DE CAJA".
           ACCEPT CAJA-CAPTURADA.
           PERFORM UBICAR-CAJA.
           IF RENGLON-CAJA > 0
              DISPLAY "LA CAJA YA EXISTE EN LA SUCURSAL"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAMANO: C=CHICA M=MEDIANA G=GRANDE".
           ACCEPT TAMANO-CAPTURADO.
           IF TAMANO-CAPTURADO NOT = 'C' AND NOT = 'M'
                 AND NOT = 'G'
              DISPLAY "TAMANO INCORRECTO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUOTA ANUAL DE RENTA".
           MOVE ZERO TO CUOTA-CAPTURADA.
           ACCEPT CUOTA-CAPTURADA.
           IF CUOTA-CAPTURADA = 0
              DISPLAY "CUOTA EN CERO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-CAJAS >= 9999
              DISPLAY "CAJAS_SEGURIDAD.DAT LLENO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-CAJAS.
           MOVE SUCURSAL-CAPTURADA TO TAB-CSG-SUCURSAL(TOTAL-CAJAS).
           MOVE CAJA-CAPTURADA TO TAB-CSG-NUMERO(TOTAL-CAJAS).
           MOVE TAMANO-CAPTURADO TO TAB-CSG-TAMANO(TOTAL-CAJAS).
           MOVE CUOTA-CAPTURADA TO TAB-CSG-CUOTA(TOTAL-CAJAS).
           MOVE 'L' TO TAB-CSG-ESTADO(TOTAL-CAJAS).
           MOVE ZERO TO TAB-CSG-CONTRATO(TOTAL-CAJAS).
           PERFORM GRABAR-CAJAS.
           MOVE ZERO TO AUD-CUENTA-WS.
           MOVE CUOTA-CAPTURADA TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "ALTA CAJA " DELIMITED BY SIZE
                  SUCURSAL-CAPTURADA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CAJA-CAPTURADA DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-CAJAS.
           DISPLAY "CAJA REGISTRADA COMO LIBRE".

      *---- Una caja no rentada pasa a libre o fuera de servicio:
      *---- la perforada vuelve a rentarse cuando tiene cerradura
      *---- nueva. Lo autoriza un supervisor.
        CAMBIAR_ESTADO_CAJA.
           DISPLAY "INGRESE SUCURSAL".
           ACCEPT SUCURSAL-CAPTURADA.
           DISPLAY "INGRESE NUMERO DE CAJA".
           ACCEPT CAJA-CAPTURADA.
           PERFORM UBICAR-CAJA.
           IF RENGLON-CAJA = 0
              DISPLAY "CAJA NO REGISTRADA"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CSG-ESTADO(RENGLON-CAJA) = 'R'
              DISPLAY "LA CAJA ESTA RENTADA, CANCELE ANTES EL CONTRATO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUEVO ESTADO: L=LIBRE F=FUERA DE SERVICIO".
           ACCEPT ESTADO-CAPTURADO.
           IF ESTADO-CAPTURADO NOT = 'L' AND NOT = 'F'
              DISPLAY "ESTADO INCORRECTO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE ESTADO-CAPTURADO TO TAB-CSG-ESTADO(RENGLON-CAJA).
           MOVE ZERO TO TAB-CSG-CONTRATO(RENGLON-CAJA).
           PERFORM GRABAR-CAJAS.
           MOVE SUPERVISOR-ID TO FIRMANTE-ID.
           MOVE ZERO TO AUD-CUENTA-WS.
           MOVE ZERO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "CAJA " DELIMITED BY SIZE
                  SUCURSAL-CAPTURADA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CAJA-CAPTURADA DELIMITED BY SIZE
                  " A ESTADO " DELIMITED BY SIZE
                  ESTADO-CAPTURADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-CAJAS.
           DISPLAY "ESTADO DE LA CAJA ACTUALIZADO".

      *---- Contrato nuevo sobre una caja libre: el cliente debe
      *---- existir en el padrón sin bloqueo ni expediente retenido,
      *---- y la cuenta que paga debe estar activa y ser suya, como
      *---- titular o como firmante. El primer aniversario es hoy,
      *---- para que la primera cuota se cobre esta noche.
        RENTAR_CAJA.
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
           DISPLAY "INGRESE NUMERO DE CAJA".
           ACCEPT CAJA-CAPTURADA.
           PERFORM UBICAR-CAJA.
           IF RENGLON-CAJA = 0
              DISPLAY "CAJA NO REGISTRADA"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CSG-ESTADO(RENGLON-CAJA) NOT = 'L'
              DISPLAY "LA CAJA NO ESTA LIBRE"
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
           DISPLAY "INGRESE CUENTA DE LA QUE SE COBRA LA CUOTA".
           ACCEPT CUENTA-CAPTURADA.
           PERFORM VALIDAR-CUENTA-PAGO.
           IF NOT ES-CUENTA-VALIDA
              DISPLAY "CUENTA INEXISTENTE O NO ACTIVA"
              EXIT PARAGRAPH
           END-IF.
           IF NOT CLIENTE-FIRMA-CUENTA
              DISPLAY "EL CLIENTE NO ES TITULAR NI FIRMANTE DE LA "
                 "CUENTA"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CSG-CUOTA(RENGLON-CAJA) TO CUOTA-EDITADA.
           DISPLAY "CUOTA ANUAL " CUOTA-EDITADA
              ", SE COBRA HOY Y EN CADA ANIVERSARIO".
           DISPLAY "CONFIRMA EL CONTRATO? (S/N)".
           MOVE 'N' TO CONFIRMA.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-CONTRATOS >= 9999
              DISPLAY "CONTRATOS_CAJAS.DAT LLENO, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-FOLIO-CONTRATO.
           ADD 1 TO TOTAL-CONTRATOS.
           MOVE TOTAL-CONTRATOS TO RENGLON-CONTRATO.
           MOVE FOLIO-CONTRATO TO TAB-CCS-CONTRATO(RENGLON-CONTRATO).
           MOVE SUCURSAL-CAPTURADA
             TO TAB-CCS-SUCURSAL(RENGLON-CONTRATO).
           MOVE CAJA-CAPTURADA TO TAB-CCS-CAJA(RENGLON-CONTRATO).
           MOVE CLIENTE-CAPTURADO TO TAB-CCS-CLIENTE(RENGLON-CONTRATO).
           MOVE CUENTA-CAPTURADA TO TAB-CCS-CUENTA(RENGLON-CONTRATO).
           MOVE TAB-CSG-CUOTA(RENGLON-CAJA)
             TO TAB-CCS-CUOTA(RENGLON-CONTRATO).
           MOVE WS-FECHA-HOY TO TAB-CCS-ALTA(RENGLON-CONTRATO).
           MOVE WS-FECHA-HOY TO TAB-CCS-ANIVERSARIO(RENGLON-CONTRATO).
           MOVE 'V' TO TAB-CCS-ESTADO(RENGLON-CONTRATO).
           MOVE ZERO TO TAB-CCS-ADEUDO(RENGLON-CONTRATO).
           MOVE ZERO TO TAB-CCS-FECHA-MORA(RENGLON-CONTRATO).
           MOVE ZERO TO TAB-CCS-ULTIMO-COBRO(RENGLON-CONTRATO).
           MOVE SPACE TO TAB-CCS-COBRO(RENGLON-CONTRATO).
           MOVE ZERO TO TAB-CCS-REFERENCIA(RENGLON-CONTRATO).
           MOVE 'R' TO TAB-CSG-ESTADO(RENGLON-CAJA).
           MOVE FOLIO-CONTRATO TO TAB-CSG-CONTRATO(RENGLON-CAJA).
           PERFORM GRABAR-CONTRATOS.
           PERFORM GRABAR-CAJAS.
           MOVE CUENTA-CAPTURADA TO AUD-CUENTA-WS.
           MOVE TAB-CSG-CUOTA(RENGLON-CAJA) TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "RENTA CAJA " DELIMITED BY SIZE
                  SUCURSAL-CAPTURADA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CAJA-CAPTURADA DELIMITED BY SIZE
                  " CTO " DELIMITED BY SIZE
                  FOLIO-CONTRATO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-CAJAS.
           DISPLAY "CONTRATO REGISTRADO CON FOLIO " FOLIO-CONTRATO.

      *---- Cancelación: el contrato no debe nada ni tiene cargo en
      *---- tránsito. La caja queda libre; la perforada se queda
      *---- fuera de servicio hasta que le cambien la cerradura.
        CANCELAR_CONTRATO.
           DISPLAY "INGRESE NUMERO DE CONTRATO".
           ACCEPT CONTRATO-CAPTURADO.
           PERFORM UBICAR-CONTRATO.
           IF RENGLON-CONTRATO = 0
              DISPLAY "CONTRATO NO REGISTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CCS-ESTADO(RENGLON-CONTRATO) = 'C'
              DISPLAY "EL CONTRATO YA ESTA CANCELADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CCS-ADEUDO(RENGLON-CONTRATO) > 0
                 OR TAB-CCS-COBRO(RENGLON-CONTRATO) = 'E'
              MOVE TAB-CCS-ADEUDO(RENGLON-CONTRATO) TO ADEUDO-EDITADO
              DISPLAY "EL CONTRATO TIENE ADEUDO DE " ADEUDO-EDITADO
                 " O UN COBRO EN TRANSITO, NO SE CANCELA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CCS-SUCURSAL(RENGLON-CONTRATO)
             TO SUCURSAL-CAPTURADA.
           MOVE TAB-CCS-CAJA(RENGLON-CONTRATO) TO CAJA-CAPTURADA.
           PERFORM UBICAR-CAJA.
           IF RENGLON-CAJA > 0
              IF TAB-CCS-ESTADO(RENGLON-CONTRATO) NOT = 'P'
                 MOVE 'L' TO TAB-CSG-ESTADO(RENGLON-CAJA)
              END-IF
              MOVE ZERO TO TAB-CSG-CONTRATO(RENGLON-CAJA)
           END-IF.
           MOVE 'C' TO TAB-CCS-ESTADO(RENGLON-CONTRATO).
           PERFORM GRABAR-CONTRATOS.
           PERFORM GRABAR-CAJAS.
           MOVE SUPERVISOR-ID TO FIRMANTE-ID.
           MOVE TAB-CCS-CUENTA(RENGLON-CONTRATO) TO AUD-CUENTA-WS.
           MOVE ZERO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "CANCELA CONTRATO CAJA " DELIMITED BY SIZE
                  CONTRATO-CAPTURADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-CAJAS.
           DISPLAY "CONTRATO CANCELADO".

      *---- Perforación de la caja de un contrato en mora: sólo a
      *---- partir de los días de mora de CAJAS_SEG.CTL, con la firma
      *---- de quien la captura y el visto bueno de otro que sea
      *---- supervisor. El contrato queda perforado con su adeudo
      *---- y la caja fuera de servicio.
        PERFORAR_CAJA.
           DISPLAY "INGRESE NUMERO DE CONTRATO".
           ACCEPT CONTRATO-CAPTURADO.
           PERFORM UBICAR-CONTRATO.
           IF RENGLON-CONTRATO = 0
              DISPLAY "CONTRATO NO REGISTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CCS-ESTADO(RENGLON-CONTRATO) NOT = 'M'
              DISPLAY "EL CONTRATO NO ESTA EN MORA"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CCS-FECHA-MORA(RENGLON-CONTRATO) TO FECHA-MORA-WS.
           PERFORM CALCULAR-DIAS-MORA.
           IF DIAS-MORA < DIAS-PERFORACION
              DISPLAY "EL CONTRATO LLEVA " DIAS-MORA
                 " DIAS EN MORA; SE PERFORA A LOS " DIAS-PERFORACION
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE ID DE QUIEN CAPTURA".
           PERFORM VALIDAR-FIRMANTE.
           IF NOT ES-FIRMANTE-VALIDO
              DISPLAY "OPERADOR NO VALIDO O INACTIVO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
                 OR SUPERVISOR-ID = FIRMANTE-ID
              DISPLAY "AUTORIZACION DENEGADA: DEBE SER UN SUPERVISOR "
                 "DISTINTO DE QUIEN CAPTURA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO TAB-CCS-ESTADO(RENGLON-CONTRATO).
           MOVE TAB-CCS-SUCURSAL(RENGLON-CONTRATO)
             TO SUCURSAL-CAPTURADA.
           MOVE TAB-CCS-CAJA(RENGLON-CONTRATO) TO CAJA-CAPTURADA.
           PERFORM UBICAR-CAJA.
           IF RENGLON-CAJA > 0
              MOVE 'F' TO TAB-CSG-ESTADO(RENGLON-CAJA)
           END-IF.
           PERFORM GRABAR-CONTRATOS.
           PERFORM GRABAR-CAJAS.
           MOVE TAB-CCS-CUENTA(RENGLON-CONTRATO) TO AUD-CUENTA-WS.
           MOVE TAB-CCS-ADEUDO(RENGLON-CONTRATO) TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "PERFORA CAJA CTO " DELIMITED BY SIZE
                  CONTRATO-CAPTURADO DELIMITED BY SIZE
                  " VB " DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR-AUDITORIA-CAJAS.
           DISPLAY "CAJA MARCADA COMO PERFORADA Y FUERA DE SERVICIO".

      *---- Contratos de un cliente, con su estado y su adeudo.
        CONSULTAR_CONTRATOS.
           DISPLAY "INGRESE NUMERO DE CLIENTE".
           ACCEPT CLIENTE-CAPTURADO.
           MOVE 0 TO LISTADOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CONTRATOS
              IF TAB-CCS-CLIENTE(IDX) = CLIENTE-CAPTURADO
                 ADD 1 TO LISTADOS
                 MOVE TAB-CCS-ADEUDO(IDX) TO ADEUDO-EDITADO
                 DISPLAY "CONTRATO " TAB-CCS-CONTRATO(IDX)
                    " CAJA " TAB-CCS-SUCURSAL(IDX) "-"
                    TAB-CCS-CAJA(IDX)
                    " CUENTA " TAB-CCS-CUENTA(IDX)
                    " ESTADO " TAB-CCS-ESTADO(IDX)
                    " ANIVERSARIO " TAB-CCS-ANIVERSARIO(IDX)
                    " ADEUDO " ADEUDO-EDITADO
              END-IF
           END-PERFORM.
           IF LISTADOS = 0
              DISPLAY "EL CLIENTE NO TIENE CONTRATOS DE CAJA"
           END-IF.

      *---- Días en mora desde FECHA-MORA-WS hasta hoy.
        CALCULAR-DIAS-MORA.
           MOVE 0 TO DIAS-MORA.
           IF FECHA-MORA-WS = 0
              EXIT PARAGRAPH
           END-IF.
           IF DIAS-HOY > WS-MORA-ANO * 360 + WS-MORA-MES * 30
                 + WS-MORA-DIA
              COMPUTE DIAS-MORA = DIAS-HOY
                 - (WS-MORA-ANO * 360 + WS-MORA-MES * 30
                    + WS-MORA-DIA)
           END-IF.

      *---- Ubica SUCURSAL-CAPTURADA/CAJA-CAPTURADA en el inventario,
      *---- dejando su renglón en RENGLON-CAJA (0 si no está).
        UBICAR-CAJA.
           MOVE 0 TO RENGLON-CAJA.
           PERFORM VARYING IDX-CSG FROM 1 BY 1
                   UNTIL IDX-CSG > TOTAL-CAJAS
              IF TAB-CSG-SUCURSAL(IDX-CSG) = SUCURSAL-CAPTURADA
                    AND TAB-CSG-NUMERO(IDX-CSG) = CAJA-CAPTURADA
                 SET RENGLON-CAJA TO IDX-CSG
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-CONTRATO.
           MOVE 0 TO RENGLON-CONTRATO.
           PERFORM VARYING IDX-CCS FROM 1 BY 1
                   UNTIL IDX-CCS > TOTAL-CONTRATOS
              IF TAB-CCS-CONTRATO(IDX-CCS) = CONTRATO-CAPTURADO
                 SET RENGLON-CONTRATO TO IDX-CCS
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

      *---- La cuenta que paga debe existir y estar activa; el
      *---- cliente debe ser su titular en el maestro o figurar
      *---- como firmante en FIRMANTES.DAT.
        VALIDAR-CUENTA-PAGO.
           MOVE 'N' TO CUENTA-VALIDA.
           MOVE 'N' TO CLIENTE-FIRMA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-CAPTURADA TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUENTA-ACTIVA
                    MOVE 'S' TO CUENTA-VALIDA
                    IF CUENTA-CLIENTE NUMERIC
                          AND CUENTA-CLIENTE = CLIENTE-CAPTURADO
                       MOVE 'S' TO CLIENTE-FIRMA
                    END-IF
                 END-IF
           END-READ.
           CLOSE CUENTAS-FILE.
           IF NOT ES-CUENTA-VALIDA OR CLIENTE-FIRMA-CUENTA
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FIR.
           OPEN INPUT FIRMANTES-FILE.
           IF WS-ESTADO-FIRMANTES = '00'
              PERFORM UNTIL FIN-FIR
                 READ FIRMANTES-FILE
                    AT END MOVE 'S' TO EOF-FIR
                    NOT AT END
                       IF FIR-CUENTA NUMERIC
                             AND FIR-CUENTA = CUENTA-CAPTURADA
                             AND FIR-CLIENTE = CLIENTE-CAPTURADO
                          MOVE 'S' TO CLIENTE-FIRMA
                          MOVE 'S' TO EOF-FIR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIRMANTES-FILE
           END-IF.

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

        GRABAR-AUDITORIA-CAJAS.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-CAJAS" TO AUD-PROGRAMA.
           MOVE FIRMANTE-ID TO AUD-OPERADOR.
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

        TOMAR-FOLIO-CONTRATO.
           OPEN INPUT FOLIO-FILE.
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 AT END MOVE 1 TO CTL-SIGUIENTE-CONTRATO
              END-READ
              MOVE CTL-SIGUIENTE-CONTRATO TO FOLIO-CONTRATO
              CLOSE FOLIO-FILE
           ELSE
              MOVE 1 TO FOLIO-CONTRATO
           END-IF.
           OPEN OUTPUT FOLIO-FILE.
           COMPUTE CTL-SIGUIENTE-CONTRATO = FOLIO-CONTRATO + 1.
           WRITE FOLIO-REG.
           CLOSE FOLIO-FILE.

        LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-ESTADO-PARAMETROS = '00'
              READ PARAMETROS-FILE
                 NOT AT END
                    IF PAR-DIAS-PERFORACION NUMERIC
                          AND PAR-DIAS-PERFORACION > 0
                       MOVE PAR-DIAS-PERFORACION TO DIAS-PERFORACION
                    END-IF
                    IF PAR-DIAS-AVISO NUMERIC
                       MOVE PAR-DIAS-AVISO TO DIAS-AVISO
                    END-IF
              END-READ
              CLOSE PARAMETROS-FILE
           END-IF.

        CARGAR-CAJAS.
           OPEN INPUT CAJAS-FILE.
           IF WS-ESTADO-CAJAS = '00'
              PERFORM UNTIL FIN-CSG
                 READ CAJAS-FILE
                    AT END MOVE 'S' TO EOF-CSG
                    NOT AT END
                       IF CSG-SUCURSAL NUMERIC
                          ADD 1 TO TOTAL-CAJAS
                          MOVE CSG-SUCURSAL
                            TO TAB-CSG-SUCURSAL(TOTAL-CAJAS)
                          MOVE CSG-NUMERO
                            TO TAB-CSG-NUMERO(TOTAL-CAJAS)
                          MOVE CSG-TAMANO
                            TO TAB-CSG-TAMANO(TOTAL-CAJAS)
                          MOVE CSG-CUOTA
                            TO TAB-CSG-CUOTA(TOTAL-CAJAS)
                          MOVE CSG-ESTADO
                            TO TAB-CSG-ESTADO(TOTAL-CAJAS)
                          MOVE CSG-CONTRATO
                            TO TAB-CSG-CONTRATO(TOTAL-CAJAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAJAS-FILE
           END-IF.

        GRABAR-CAJAS.
           OPEN OUTPUT CAJAS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CAJAS
              MOVE TAB-CSG-SUCURSAL(IDX) TO CSG-SUCURSAL
              MOVE TAB-CSG-NUMERO(IDX)   TO CSG-NUMERO
              MOVE TAB-CSG-TAMANO(IDX)   TO CSG-TAMANO
              MOVE TAB-CSG-CUOTA(IDX)    TO CSG-CUOTA
              MOVE TAB-CSG-ESTADO(IDX)   TO CSG-ESTADO
              MOVE TAB-CSG-CONTRATO(IDX) TO CSG-CONTRATO
              WRITE CAJA-SEGURIDAD-REG
           END-PERFORM.
           CLOSE CAJAS-FILE.

        CARGAR-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF WS-ESTADO-CONTRATOS = '00'
              PERFORM UNTIL FIN-CCS
                 READ CONTRATOS-FILE
                    AT END MOVE 'S' TO EOF-CCS
                    NOT AT END
                       IF CCS-CONTRATO NUMERIC
                          ADD 1 TO TOTAL-CONTRATOS
                          MOVE CCS-CONTRATO
                            TO TAB-CCS-CONTRATO(TOTAL-CONTRATOS)
                          MOVE CCS-SUCURSAL
                            TO TAB-CCS-SUCURSAL(TOTAL-CONTRATOS)
                          MOVE CCS-CAJA
                            TO TAB-CCS-CAJA(TOTAL-CONTRATOS)
                          MOVE CCS-CLIENTE
                            TO TAB-CCS-CLIENTE(TOTAL-CONTRATOS)
                          MOVE CCS-CUENTA
                            TO TAB-CCS-CUENTA(TOTAL-CONTRATOS)
                          MOVE CCS-CUOTA
                            TO TAB-CCS-CUOTA(TOTAL-CONTRATOS)
                          MOVE CCS-FECHA-ALTA
                            TO TAB-CCS-ALTA(TOTAL-CONTRATOS)
                          MOVE CCS-ANIVERSARIO
                            TO TAB-CCS-ANIVERSARIO(TOTAL-CONTRATOS)
                          MOVE CCS-ESTADO
                            TO TAB-CCS-ESTADO(TOTAL-CONTRATOS)
                          MOVE CCS-ADEUDO
                            TO TAB-CCS-ADEUDO(TOTAL-CONTRATOS)
                          MOVE CCS-FECHA-MORA
                            TO TAB-CCS-FECHA-MORA(TOTAL-CONTRATOS)
                          MOVE CCS-ULTIMO-COBRO
                            TO TAB-CCS-ULTIMO-COBRO(TOTAL-CONTRATOS)
                          MOVE CCS-COBRO
                            TO TAB-CCS-COBRO(TOTAL-CONTRATOS)
                          MOVE CCS-REFERENCIA
                            TO TAB-CCS-REFERENCIA(TOTAL-CONTRATOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATOS-FILE
           END-IF.

        GRABAR-CONTRATOS.
           OPEN OUTPUT CONTRATOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CONTRATOS
              MOVE TAB-CCS-CONTRATO(IDX)    TO CCS-CONTRATO
              MOVE TAB-CCS-SUCURSAL(IDX)    TO CCS-SUCURSAL
              MOVE TAB-CCS-CAJA(IDX)        TO CCS-CAJA
              MOVE TAB-CCS-CLIENTE(IDX)     TO CCS-CLIENTE
              MOVE TAB-CCS-CUENTA(IDX)      TO CCS-CUENTA
              MOVE TAB-CCS-CUOTA(IDX)       TO CCS-CUOTA
              MOVE TAB-CCS-ALTA(IDX)        TO CCS-FECHA-ALTA
              MOVE TAB-CCS-ANIVERSARIO(IDX) TO CCS-ANIVERSARIO
              MOVE TAB-CCS-ESTADO(IDX)      TO CCS-ESTADO
              MOVE TAB-CCS-ADEUDO(IDX)      TO CCS-ADEUDO
              MOVE TAB-CCS-FECHA-MORA(IDX)  TO CCS-FECHA-MORA
              MOVE TAB-CCS-ULTIMO-COBRO(IDX) TO CCS-ULTIMO-COBRO
              MOVE TAB-CCS-COBRO(IDX)       TO CCS-COBRO
              MOVE TAB-CCS-REFERENCIA(IDX)  TO CCS-REFERENCIA
              WRITE CONTRATO-CAJA-REG
           END-PERFORM.
           CLOSE CONTRATOS-FILE.
