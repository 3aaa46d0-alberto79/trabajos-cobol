       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZACION-CAJEROS.

      *> --- Canal de cajeros automaticos. Recibe el archivo de
      *> autorizacion y liquidacion de la red (CAJEROS_RED.DAT, con
      *> encabezado y cola que deben cuadrar) y valida cada retiro
      *> hecho con tarjeta nuestra contra el padron TARJETAS.DAT
      *> (estado, vencimiento, intentos de NIP y tope diario de la
      *> tarjeta) y contra la cuenta ligada: estado, titular
      *> bloqueado, retenciones de RETENCIONES.DAT, disponible y
      *> limites de LIMITES_DIARIOS.CTL. Los retiros aceptados se
      *> encolan en MOVIMIENTOS.DAT como cargos '-' del rango
      *> 75xxxxxx, que BATCH-BANCO postea con todas sus validaciones
      *> y asienta como CAJEROS en CONTABLE.DAT. La respuesta por
      *> folio regresa a la red en CAJEROS_RESPUESTA.DAT y la
      *> liquidacion del dia (lo que debemos a la red por retiros de
      *> nuestras tarjetas en cajeros ajenos, lo que la red nos debe
      *> por tarjetas ajenas en nuestros cajeros, y la posicion neta)
      *> queda en LIQUIDACION_CAJEROS.RPT. Lo corre PROCESO-NOCTURNO
      *> antes de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RED-FILE ASSIGN TO 'CAJEROS_RED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RED.
           SELECT RESPUESTA-FILE ASSIGN TO 'CAJEROS_RESPUESTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTA.
           SELECT TARJETAS-FILE ASSIGN TO 'TARJETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARJETAS.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT LIMITES-FILE ASSIGN TO 'LIMITES_DIARIOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LIMITES.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT CAJEROS-REF-FILE ASSIGN TO 'CAJEROS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAJEROS-REF.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT REPORTE-FILE ASSIGN TO 'LIQUIDACION_CAJEROS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *---- Archivo de la red: encabezado 'H' con fecha y secuencia,
      *---- un renglon 'D' por retiro (folio de la red, tarjeta,
      *---- cajero, si el cajero es nuestro, si el NIP fue correcto,
      *---- importe, cuota de intercambio y fecha) y cola 'T' con
      *---- conteo y suma de importes que deben cuadrar.
       FD RED-FILE.
       01 RED-DETALLE.
           05 RED-TIPO           PIC X(1).
           05 RED-FOLIO          PIC 9(12).
           05 RED-TARJETA        PIC X(16).
           05 RED-CAJERO         PIC X(8).
           05 RED-CAJERO-PROPIO  PIC X(1).
           05 RED-NIP-CORRECTO   PIC X(1).
           05 RED-IMPORTE        PIC 9(7)V99.
           05 RED-CUOTA          PIC 9(3)V99.
           05 RED-FECHA          PIC 9(8).
       01 RED-ENCABEZADO.
           05 RED-ENC-TIPO       PIC X(1).
           05 RED-ENC-FECHA      PIC 9(8).
           05 RED-ENC-SECUENCIA  PIC 9(6).
       01 RED-COLA.
           05 RED-COLA-TIPO      PIC X(1).
           05 RED-COLA-REGISTROS PIC 9(6).
           05 RED-COLA-IMPORTES  PIC 9(11)V99.

      *---- Respuesta a la red por folio: 'A' aceptado, 'R'
      *---- rechazado con su motivo.
       FD RESPUESTA-FILE.
       01 RESPUESTA-REG.
           05 RSP-FOLIO     PIC 9(12).
           05 RSP-RESULTADO PIC X(1).
           05 RSP-MOTIVO    PIC X(30).

       FD TARJETAS-FILE.
           COPY TARJETAREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

      *---- Mismo trazado que aplica BATCH-BANCO: limite por cuenta
      *---- ('C' + numero) o por tipo de cuenta ('T' + letra).
       FD LIMITES-FILE.
       01 LIMITE-REG.
           05 LIM-CLASE   PIC X(1).
           05 LIM-CLAVE   PIC X(6).
           05 LIM-MAX-RETIROS PIC 9(3).
           05 LIM-MAX-IMPORTE PIC 9(6).

      *---- Padron de clientes; aqui solo interesan los bloqueados.
       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

      *---- Folio de referencias de retiros en cajero (75xxxxxx).
       FD CAJEROS-REF-FILE.
       01 CAJEROS-REF-REG.
           05 CTL-ULTIMA-REF-CAJEROS PIC 9(8).

       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-RED          PIC X(2).
       01 WS-ESTADO-RESPUESTA    PIC X(2).
       01 WS-ESTADO-TARJETAS     PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-RETENCIONES  PIC X(2).
       01 WS-ESTADO-LIMITES      PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-CAJEROS-REF  PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "CAJEROS".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.

       01 EOF-RED PIC X VALUE 'N'.
          88 FIN-RED VALUE 'S'.
       01 EOF-TAR PIC X VALUE 'N'.
          88 FIN-TAR VALUE 'S'.
       01 EOF-RET PIC X VALUE 'N'.
          88 FIN-RET VALUE 'S'.
       01 EOF-LIM PIC X VALUE 'N'.
          88 FIN-LIM VALUE 'S'.
       01 EOF-CLB PIC X VALUE 'N'.
          88 FIN-CLB VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
      *> Intentos de NIP erroneos con los que la tarjeta se bloquea.
       01 MAX-INTENTOS-NIP PIC 9(1) VALUE 3.

      *> --- Detalle del archivo de la red, cargado completo y
      *> verificado contra su cola antes de autorizar un solo retiro.
       01 RETIROS-TABLA.
          05 RETIRO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RETIROS
                INDEXED BY IDX-RTR.
             10 TAB-RTR-FOLIO    PIC 9(12).
             10 TAB-RTR-TARJETA  PIC X(16).
             10 TAB-RTR-CAJERO   PIC X(8).
             10 TAB-RTR-PROPIO   PIC X(1).
             10 TAB-RTR-NIP      PIC X(1).
             10 TAB-RTR-IMPORTE  PIC 9(7)V99.
             10 TAB-RTR-CUOTA    PIC 9(3)V99.
             10 TAB-RTR-FECHA    PIC 9(8).
       01 TOTAL-RETIROS PIC 9(4) VALUE 0.
       01 RENGLONES-LEIDOS PIC 9(6) VALUE 0.
       01 SUMA-RETIROS PIC 9(11)V99 VALUE ZERO.
       01 HAY-ENCABEZADO PIC X(1) VALUE 'N'.
       01 HAY-COLA PIC X(1) VALUE 'N'.
       01 COLA-REGISTROS PIC 9(6) VALUE ZERO.
       01 COLA-IMPORTES PIC 9(11)V99 VALUE ZERO.
       01 DETALLE-TRAS-COLA PIC X(1) VALUE 'N'.
       01 ARCHIVO-RED-VALIDO PIC X(1) VALUE 'S'.
          88 ES-ARCHIVO-RED-VALIDO VALUE 'S'.
       01 MOTIVO-ARCHIVO PIC X(40) VALUE SPACES.

      *> --- Padron de tarjetas en memoria; TAB-TAR-RETIRADO lleva lo
      *> autorizado hoy contra el tope diario de la tarjeta.
       01 TARJETAS-TABLA.
          05 TARJETA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-TARJETAS
                INDEXED BY IDX-TAR.
             10 TAB-TAR-NUMERO   PIC X(16).
             10 TAB-TAR-CUENTA   PIC 9(6).
             10 TAB-TAR-CLIENTE  PIC 9(5).
             10 TAB-TAR-ESTADO   PIC X(1).
             10 TAB-TAR-VENCE    PIC 9(6).
             10 TAB-TAR-INTENTOS PIC 9(1).
             10 TAB-TAR-LIMITE   PIC 9(5)V99.
             10 TAB-TAR-ALTA     PIC 9(8).
             10 TAB-TAR-USO      PIC 9(8).
             10 TAB-TAR-RETIRADO PIC 9(7)V99.
       01 TOTAL-TARJETAS PIC 9(4) VALUE 0.
       01 RENGLON-TARJETA PIC 9(4) VALUE 0.

       01 RETENCIONES-TABLA.
          05 RETENCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RETENCIONES
                INDEXED BY IDX-RET.
             10 TAB-RET-CUENTA  PIC 9(6).
             10 TAB-RET-IMPORTE PIC 9(6)V99.
             10 TAB-RET-BLOQUEO PIC X(1).
       01 TOTAL-RETENCIONES PIC 9(4) VALUE 0.
       01 IMPORTE-RETENIDO PIC 9(7)V99 VALUE ZERO.
       01 CUENTA-BLOQUEADA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-BLOQUEADA VALUE 'S'.

       01 LIMITES-TABLA.
          05 LIMITE-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-LIMITES
                INDEXED BY IDX-LIM.
             10 TAB-LIM-CLASE   PIC X(1).
             10 TAB-LIM-CLAVE   PIC X(6).
             10 TAB-LIM-RETIROS PIC 9(3).
             10 TAB-LIM-IMPORTE PIC 9(6).
       01 TOTAL-LIMITES PIC 9(3) VALUE 0.
       01 CLAVE-CUENTA PIC 9(6) VALUE ZERO.
       01 CLAVE-TIPO PIC X(6) VALUE SPACES.
       01 HAY-LIMITE PIC X(1) VALUE 'N'.
          88 LIMITE-APLICA VALUE 'S'.
       01 LIMITE-RETIROS-APLICA PIC 9(3) VALUE ZERO.
       01 LIMITE-IMPORTE-APLICA PIC 9(6) VALUE ZERO.

       01 BLOQUEADOS-TABLA.
          05 BLOQUEADO OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-BLOQUEADOS
                INDEXED BY IDX-CLB.
             10 TAB-CLB-CLIENTE PIC 9(5).
       01 TOTAL-BLOQUEADOS PIC 9(4) VALUE 0.
       01 TITULAR-BLOQUEADO PIC X(1) VALUE 'N'.
          88 ES-TITULAR-BLOQUEADO VALUE 'S'.

      *> --- Retiros autorizados hoy por cuenta, para que varios
      *> retiros del mismo archivo no rebasen juntos el disponible
      *> ni el limite diario.
       01 DEBITOS-TABLA.
          05 DEBITO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-DEBITOS
                INDEXED BY IDX-DEB.
             10 TAB-DEB-CUENTA   PIC 9(6).
             10 TAB-DEB-RETIROS  PIC 9(3).
             10 TAB-DEB-IMPORTE  PIC 9(7)V99.
       01 TOTAL-DEBITOS PIC 9(4) VALUE 0.

       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01 DISPONIBLE-CUENTA PIC S9(8)V99 VALUE ZERO.
       01 VENCE-RETIRO PIC 9(6) VALUE ZERO.
       01 FECHA-VALOR PIC 9(8) VALUE ZERO.
       01 TARJETA-MASCARA.
          05 TM-INICIO PIC X(6).
          05 FILLER    PIC X(6) VALUE "******".
          05 TM-FINAL  PIC X(4).

      *> --- Totales de la liquidacion.
       01 TOTAL-EN-CASA      PIC 9(6) VALUE 0.
       01 IMPORTE-EN-CASA    PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-A-PAGAR      PIC 9(6) VALUE 0.
       01 IMPORTE-A-PAGAR    PIC 9(11)V99 VALUE ZERO.
       01 CUOTAS-A-PAGAR     PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-A-COBRAR     PIC 9(6) VALUE 0.
       01 IMPORTE-A-COBRAR   PIC 9(11)V99 VALUE ZERO.
       01 CUOTAS-A-COBRAR    PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-RECHAZADOS   PIC 9(6) VALUE 0.
       01 IMPORTE-RECHAZADO  PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-OMITIDOS     PIC 9(6) VALUE 0.
       01 POSICION-NETA      PIC S9(11)V99 VALUE ZERO.

      *> --- Renglones del reporte.
       01 DET-RETIRO.
          05 DR-ACCION     PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-FOLIO      PIC 9(12).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-TARJETA    PIC X(16).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-CAJERO     PIC X(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-IMPORTE    PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-DETALLE    PIC X(30).
       01 DET-TOTAL.
          05 DT-ETIQUETA   PIC X(40).
          05 DT-CANTIDAD   PIC ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 DT-IMPORTE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DET-NETO.
          05 DN-ETIQUETA   PIC X(40).
          05 FILLER        PIC X(9) VALUE SPACES.
          05 DN-IMPORTE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DN-SENTIDO    PIC X(20).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

      *---- El archivo de la red se verifica completo antes de
      *---- autorizar nada: uno truncado o descuadrado detiene la
      *---- cadena y se deja en su lugar para que Operaciones lo
      *---- revise con la red.
            PERFORM CARGAR-ARCHIVO-RED
            IF NOT ES-ARCHIVO-RED-VALIDO
               DISPLAY "*** CAJEROS_RED.DAT RECHAZADO: "
                  MOTIVO-ARCHIVO " ***"
               DISPLAY "NINGUN RETIRO AUTORIZADO; CORRIJA EL "
                  "ARCHIVO Y RELANCE"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            IF TOTAL-RETIROS = 0
               DISPLAY "SIN RETIROS DE LA RED DE CAJEROS, NADA QUE "
                  "PROCESAR"
               GOBACK
            END-IF

            PERFORM CARGAR-TARJETAS
            PERFORM CARGAR-RETENCIONES
            PERFORM CARGAR-LIMITES
            PERFORM CARGAR-CLIENTES-BLOQUEADOS
            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN EXTEND MOVIMIENTOS-FILE
            IF WS-ESTADO-MOVIMIENTOS NOT = '00'
               OPEN OUTPUT MOVIMIENTOS-FILE
            END-IF
            OPEN OUTPUT RESPUESTA-FILE
            OPEN OUTPUT REPORTE-FILE
            MOVE "CAJEROS AUTOMATICOS - AUTORIZACION Y LIQUIDACION"
              TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM VARYING IDX-RTR FROM 1 BY 1
                    UNTIL IDX-RTR > TOTAL-RETIROS
               PERFORM PROCESAR-RETIRO
            END-PERFORM

            PERFORM REPORTAR-LIQUIDACION

            CLOSE REPORTE-FILE
            CLOSE RESPUESTA-FILE
            CLOSE MOVIMIENTOS-FILE
            CLOSE CUENTAS-FILE
            PERFORM GRABAR-TARJETAS
            PERFORM GRABAR-ULTIMA-REFERENCIA
            OPEN OUTPUT RED-FILE
            CLOSE RED-FILE

            DISPLAY "--------------------------------"
            DISPLAY "RETIROS EN CAJERO PROPIO:  " TOTAL-EN-CASA
            DISPLAY "RETIROS EN CAJEROS AJENOS: " TOTAL-A-PAGAR
            DISPLAY "TARJETAS AJENAS ATENDIDAS: " TOTAL-A-COBRAR
            DISPLAY "RETIROS RECHAZADOS:        " TOTAL-RECHAZADOS
            DISPLAY "RENGLONES OMITIDOS:        " TOTAL-OMITIDOS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Un retiro del archivo: con tarjeta nuestra se autoriza o
      *---- rechaza; con tarjeta ajena en cajero nuestro solo entra a
      *---- la liquidacion como importe a cobrar a la red; tarjeta
      *---- ajena en cajero ajeno no nos toca y se reporta.
        PROCESAR-RETIRO.
           MOVE TAB-RTR-TARJETA(IDX-RTR) TO TM-INICIO
           MOVE TAB-RTR-TARJETA(IDX-RTR)(13:4) TO TM-FINAL
           MOVE TAB-RTR-FOLIO(IDX-RTR) TO DR-FOLIO
           MOVE TARJETA-MASCARA TO DR-TARJETA
           MOVE TAB-RTR-CAJERO(IDX-RTR) TO DR-CAJERO
           MOVE TAB-RTR-IMPORTE(IDX-RTR) TO DR-IMPORTE
           PERFORM UBICAR-TARJETA
           IF RENGLON-TARJETA = 0
              IF TAB-RTR-PROPIO(IDX-RTR) = 'S'
                 ADD 1 TO TOTAL-A-COBRAR
                 ADD TAB-RTR-IMPORTE(IDX-RTR) TO IMPORTE-A-COBRAR
                 ADD TAB-RTR-CUOTA(IDX-RTR) TO CUOTAS-A-COBRAR
                 MOVE "A COBRAR" TO DR-ACCION
                 MOVE "TARJETA DE OTRO BANCO" TO DR-DETALLE
              ELSE
                 ADD 1 TO TOTAL-OMITIDOS
                 MOVE "OMITIDO" TO DR-ACCION
                 MOVE "TARJETA Y CAJERO AJENOS" TO DR-DETALLE
              END-IF
              WRITE LINEA-REPORTE FROM DET-RETIRO
              EXIT PARAGRAPH
           END-IF
           SET IDX-TAR TO RENGLON-TARJETA
           PERFORM AUTORIZAR-RETIRO
           IF MOTIVO-RECHAZO = SPACES
              PERFORM ENCOLAR-RETIRO
              ADD TAB-RTR-IMPORTE(IDX-RTR) TO TAB-TAR-RETIRADO(IDX-TAR)
              MOVE FECHA-VALOR TO TAB-TAR-USO(IDX-TAR)
              PERFORM ACUMULAR-DEBITO-CUENTA
              MOVE 'A' TO RSP-RESULTADO
              MOVE "ACEPTADO" TO DR-ACCION
              MOVE MOV-REFERENCIA TO DR-DETALLE
              IF TAB-RTR-PROPIO(IDX-RTR) = 'S'
                 ADD 1 TO TOTAL-EN-CASA
                 ADD TAB-RTR-IMPORTE(IDX-RTR) TO IMPORTE-EN-CASA
              ELSE
                 ADD 1 TO TOTAL-A-PAGAR
                 ADD TAB-RTR-IMPORTE(IDX-RTR) TO IMPORTE-A-PAGAR
                 ADD TAB-RTR-CUOTA(IDX-RTR) TO CUOTAS-A-PAGAR
              END-IF
           ELSE
              MOVE 'R' TO RSP-RESULTADO
              MOVE "RECHAZADO" TO DR-ACCION
              MOVE MOTIVO-RECHAZO TO DR-DETALLE
              ADD 1 TO TOTAL-RECHAZADOS
              ADD TAB-RTR-IMPORTE(IDX-RTR) TO IMPORTE-RECHAZADO
           END-IF
           MOVE TAB-RTR-FOLIO(IDX-RTR) TO RSP-FOLIO
           MOVE MOTIVO-RECHAZO TO RSP-MOTIVO
           WRITE RESPUESTA-REG
           WRITE LINEA-REPORTE FROM DET-RETIRO.

      *---- Valida el retiro de la tarjeta IDX-TAR; deja
      *---- MOTIVO-RECHAZO en blanco si procede. El NIP se revisa
      *---- despues del estado de la tarjeta, para que los intentos
      *---- solo cuenten sobre tarjetas que todavia operan.
        AUTORIZAR-RETIRO.
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE TAB-RTR-FECHA(IDX-RTR) TO FECHA-VALOR
           IF FECHA-VALOR NOT NUMERIC OR FECHA-VALOR = 0
                 OR FECHA-VALOR > WS-FECHA-HOY
              MOVE WS-FECHA-HOY TO FECHA-VALOR
           END-IF
           IF TAB-TAR-ESTADO(IDX-TAR) = 'E'
              MOVE "TARJETA EXTRAVIADA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF TAB-TAR-ESTADO(IDX-TAR) NOT = 'A'
              MOVE "TARJETA BLOQUEADA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           MOVE FECHA-VALOR(1:6) TO VENCE-RETIRO
           IF TAB-TAR-VENCE(IDX-TAR) < VENCE-RETIRO
              MOVE "TARJETA VENCIDA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF TAB-RTR-NIP(IDX-RTR) NOT = 'S'
              ADD 1 TO TAB-TAR-INTENTOS(IDX-TAR)
              IF TAB-TAR-INTENTOS(IDX-TAR) >= MAX-INTENTOS-NIP
                 MOVE 'B' TO TAB-TAR-ESTADO(IDX-TAR)
                 MOVE "NIP INCORRECTO, TARJETA BLOQUEADA"
                   TO MOTIVO-RECHAZO
              ELSE
                 MOVE "NIP INCORRECTO" TO MOTIVO-RECHAZO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO TAB-TAR-INTENTOS(IDX-TAR)
           MOVE TAB-TAR-CUENTA(IDX-TAR) TO NUMERO-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CUENTA NO ENCONTRADA" TO MOTIVO-RECHAZO
           END-READ
           IF MOTIVO-RECHAZO NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF CUENTA-CLIENTE NOT NUMERIC
                 OR CUENTA-CLIENTE NOT = TAB-TAR-CLIENTE(IDX-TAR)
              MOVE "TARJETA NO LIGADA AL TITULAR" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF CUENTA-CERRADA
              MOVE "CUENTA CERRADA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF CUENTA-INACTIVA
              MOVE "CUENTA INACTIVA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF CUENTA-MONEDA NOT = SPACES
                 AND CUENTA-MONEDA NOT = LOW-VALUES
                 AND CUENTA-MONEDA NOT = "MXN"
              MOVE "CUENTA EN MONEDA EXTRANJERA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-TITULAR-BLOQUEADO
           IF ES-TITULAR-BLOQUEADO
              MOVE "CLIENTE BLOQUEADO" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTENER-RETENCION
           IF ES-CUENTA-BLOQUEADA
              MOVE "FONDOS RETENIDOS" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           MOVE NUMERO-CUENTA TO CLAVE-CUENTA
           PERFORM UBICAR-DEBITOS-CUENTA
           COMPUTE DISPONIBLE-CUENTA = SALDO + LIMITE-SOBREGIRO
              - IMPORTE-RETENIDO - TAB-DEB-IMPORTE(IDX-DEB)
           IF TAB-RTR-IMPORTE(IDX-RTR) > DISPONIBLE-CUENTA
              MOVE "FONDOS INSUFICIENTES" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           IF TAB-TAR-RETIRADO(IDX-TAR) + TAB-RTR-IMPORTE(IDX-RTR)
                 > TAB-TAR-LIMITE(IDX-TAR)
              MOVE "TOPE DIARIO DE TARJETA EXCEDIDO" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-LIMITE-DIARIO.

      *---- Limite diario de la cuenta, con la misma precedencia que
      *---- BATCH-BANCO: el de la cuenta si existe, si no el de su
      *---- tipo. Cuenta los retiros ya autorizados hoy en este
      *---- archivo; BATCH-BANCO vuelve a validarlo contra el resto
      *---- de los cargos del dia al postear.
        VERIFICAR-LIMITE-DIARIO.
           MOVE 'N' TO HAY-LIMITE
           PERFORM VARYING IDX-LIM FROM 1 BY 1
                   UNTIL IDX-LIM > TOTAL-LIMITES
              IF TAB-LIM-CLASE(IDX-LIM) = 'C'
                    AND TAB-LIM-CLAVE(IDX-LIM) = CLAVE-CUENTA
                 MOVE 'S' TO HAY-LIMITE
                 MOVE TAB-LIM-RETIROS(IDX-LIM)
                   TO LIMITE-RETIROS-APLICA
                 MOVE TAB-LIM-IMPORTE(IDX-LIM)
                   TO LIMITE-IMPORTE-APLICA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT LIMITE-APLICA
              MOVE SPACES TO CLAVE-TIPO
              IF TIPO-CUENTA = 'C'
                 MOVE 'C' TO CLAVE-TIPO(1:1)
              ELSE
                 MOVE 'A' TO CLAVE-TIPO(1:1)
              END-IF
              PERFORM VARYING IDX-LIM FROM 1 BY 1
                      UNTIL IDX-LIM > TOTAL-LIMITES
                 IF TAB-LIM-CLASE(IDX-LIM) = 'T'
                       AND TAB-LIM-CLAVE(IDX-LIM) = CLAVE-TIPO
                    MOVE 'S' TO HAY-LIMITE
                    MOVE TAB-LIM-RETIROS(IDX-LIM)
                      TO LIMITE-RETIROS-APLICA
                    MOVE TAB-LIM-IMPORTE(IDX-LIM)
                      TO LIMITE-IMPORTE-APLICA
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF NOT LIMITE-APLICA
              EXIT PARAGRAPH
           END-IF
           IF TAB-DEB-RETIROS(IDX-DEB) + 1 > LIMITE-RETIROS-APLICA
                 OR TAB-DEB-IMPORTE(IDX-DEB) + TAB-RTR-IMPORTE(IDX-RTR)
                    > LIMITE-IMPORTE-APLICA
              MOVE "LIMITE DIARIO EXCEDIDO" TO MOTIVO-RECHAZO
           END-IF.

      *---- Encola el cargo del retiro autorizado, con la fecha del
      *---- retiro como fecha valor.
        ENCOLAR-RETIRO.
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE TAB-TAR-CUENTA(IDX-TAR) TO MOV-CUENTA
           MOVE '-' TO OPERACION
           MOVE TAB-RTR-IMPORTE(IDX-RTR) TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE FECHA-VALOR TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG.

        ACUMULAR-DEBITO-CUENTA.
           MOVE TAB-TAR-CUENTA(IDX-TAR) TO CLAVE-CUENTA
           PERFORM UBICAR-DEBITOS-CUENTA
           ADD 1 TO TAB-DEB-RETIROS(IDX-DEB)
           ADD TAB-RTR-IMPORTE(IDX-RTR) TO TAB-DEB-IMPORTE(IDX-DEB).

      *---- Ubica (o abre en ceros) el renglon de retiros
      *---- autorizados hoy de CLAVE-CUENTA.
        UBICAR-DEBITOS-CUENTA.
           PERFORM VARYING IDX-DEB FROM 1 BY 1
                   UNTIL IDX-DEB > TOTAL-DEBITOS
              IF TAB-DEB-CUENTA(IDX-DEB) = CLAVE-CUENTA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-DEB > TOTAL-DEBITOS
              ADD 1 TO TOTAL-DEBITOS
              SET IDX-DEB TO TOTAL-DEBITOS
              MOVE CLAVE-CUENTA TO TAB-DEB-CUENTA(TOTAL-DEBITOS)
              MOVE ZERO TO TAB-DEB-RETIROS(TOTAL-DEBITOS)
              MOVE ZERO TO TAB-DEB-IMPORTE(TOTAL-DEBITOS)
           END-IF.

      *---- Suma las retenciones de la cuenta leida; cualquier
      *---- renglon con bloqueo total bloquea.
        OBTENER-RETENCION.
           MOVE ZERO TO IMPORTE-RETENIDO
           MOVE 'N' TO CUENTA-BLOQUEADA
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > TOTAL-RETENCIONES
              IF TAB-RET-CUENTA(IDX-RET) = NUMERO-CUENTA
                 ADD TAB-RET-IMPORTE(IDX-RET) TO IMPORTE-RETENIDO
                 IF TAB-RET-BLOQUEO(IDX-RET) = 'S'
                    MOVE 'S' TO CUENTA-BLOQUEADA
                 END-IF
              END-IF
           END-PERFORM.

        VERIFICAR-TITULAR-BLOQUEADO.
           MOVE 'N' TO TITULAR-BLOQUEADO
           IF CUENTA-CLIENTE = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-CLB FROM 1 BY 1
                   UNTIL IDX-CLB > TOTAL-BLOQUEADOS
              IF TAB-CLB-CLIENTE(IDX-CLB) = CUENTA-CLIENTE
                 MOVE 'S' TO TITULAR-BLOQUEADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-TARJETA.
           MOVE 0 TO RENGLON-TARJETA
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > TOTAL-TARJETAS
              IF TAB-TAR-NUMERO(IDX-TAR) = TAB-RTR-TARJETA(IDX-RTR)
                 SET RENGLON-TARJETA TO IDX-TAR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Totales de la liquidacion con la red: lo que pagamos por
      *---- retiros de nuestras tarjetas en cajeros ajenos (importe
      *---- mas cuota de intercambio), lo que cobramos por tarjetas
      *---- ajenas en nuestros cajeros, y el neto del dia. Los
      *---- rechazados no se liquidan: la red los reversa.
        REPORTAR-LIQUIDACION.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "RETIROS EN CAJERO PROPIO (SIN LIQUIDAR)"
             TO DT-ETIQUETA
           MOVE TOTAL-EN-CASA TO DT-CANTIDAD
           MOVE IMPORTE-EN-CASA TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "RETIROS EN CAJEROS DE LA RED" TO DT-ETIQUETA
           MOVE TOTAL-A-PAGAR TO DT-CANTIDAD
           MOVE IMPORTE-A-PAGAR TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "  CUOTAS DE INTERCAMBIO A PAGAR" TO DT-ETIQUETA
           MOVE TOTAL-A-PAGAR TO DT-CANTIDAD
           MOVE CUOTAS-A-PAGAR TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "TARJETAS AJENAS EN CAJEROS PROPIOS" TO DT-ETIQUETA
           MOVE TOTAL-A-COBRAR TO DT-CANTIDAD
           MOVE IMPORTE-A-COBRAR TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "  CUOTAS DE INTERCAMBIO A COBRAR" TO DT-ETIQUETA
           MOVE TOTAL-A-COBRAR TO DT-CANTIDAD
           MOVE CUOTAS-A-COBRAR TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "RETIROS RECHAZADOS (NO SE LIQUIDAN)" TO DT-ETIQUETA
           MOVE TOTAL-RECHAZADOS TO DT-CANTIDAD
           MOVE IMPORTE-RECHAZADO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TOTAL A PAGAR A LA RED" TO DN-ETIQUETA
           COMPUTE DN-IMPORTE = IMPORTE-A-PAGAR + CUOTAS-A-PAGAR
           MOVE SPACES TO DN-SENTIDO
           WRITE LINEA-REPORTE FROM DET-NETO
           MOVE "TOTAL A COBRAR A LA RED" TO DN-ETIQUETA
           COMPUTE DN-IMPORTE = IMPORTE-A-COBRAR + CUOTAS-A-COBRAR
           WRITE LINEA-REPORTE FROM DET-NETO
           COMPUTE POSICION-NETA = IMPORTE-A-COBRAR + CUOTAS-A-COBRAR
              - IMPORTE-A-PAGAR - CUOTAS-A-PAGAR
           MOVE "POSICION NETA DEL DIA" TO DN-ETIQUETA
           IF POSICION-NETA < 0
              COMPUTE DN-IMPORTE = 0 - POSICION-NETA
              MOVE "A FAVOR DE LA RED" TO DN-SENTIDO
           ELSE
              MOVE POSICION-NETA TO DN-IMPORTE
              MOVE "A FAVOR DEL BANCO" TO DN-SENTIDO
           END-IF
           WRITE LINEA-REPORTE FROM DET-NETO.

      *---- Lee el archivo de la red a memoria verificando la forma:
      *---- encabezado primero, cola al final, y conteo y suma de la
      *---- cola iguales al detalle. Sin archivo no hay retiros hoy.
        CARGAR-ARCHIVO-RED.
           OPEN INPUT RED-FILE
           IF WS-ESTADO-RED NOT = '00'
              DISPLAY "CAJEROS_RED.DAT NO ENCONTRADO, SIN RETIROS HOY"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RED
              READ RED-FILE
                 AT END MOVE 'S' TO EOF-RED
                 NOT AT END
                    ADD 1 TO RENGLONES-LEIDOS
                    PERFORM CLASIFICAR-RENGLON-RED
              END-READ
           END-PERFORM
           CLOSE RED-FILE
           IF RENGLONES-LEIDOS = 0
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN HAY-ENCABEZADO NOT = 'S'
                 MOVE "FALTA EL ENCABEZADO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-RED-VALIDO
              WHEN HAY-COLA NOT = 'S' OR DETALLE-TRAS-COLA = 'S'
                 MOVE "FALTA LA COLA O NO ES EL ULTIMO RENGLON"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-RED-VALIDO
              WHEN COLA-REGISTROS NOT = TOTAL-RETIROS
                 MOVE "CONTEO DE LA COLA NO CUADRA"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-RED-VALIDO
              WHEN COLA-IMPORTES NOT = SUMA-RETIROS
                 MOVE "SUMA DE LA COLA NO CUADRA" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-RED-VALIDO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

        CLASIFICAR-RENGLON-RED.
           EVALUATE RED-TIPO
              WHEN 'H'
                 IF RENGLONES-LEIDOS = 1
                    MOVE 'S' TO HAY-ENCABEZADO
                 ELSE
                    MOVE "ENCABEZADO FUERA DE LUGAR"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-RED-VALIDO
                 END-IF
              WHEN 'T'
                 MOVE 'S' TO HAY-COLA
                 MOVE RED-COLA-REGISTROS TO COLA-REGISTROS
                 MOVE RED-COLA-IMPORTES TO COLA-IMPORTES
              WHEN 'D'
                 IF HAY-COLA = 'S'
                    MOVE 'S' TO DETALLE-TRAS-COLA
                 END-IF
                 IF RED-FOLIO NOT NUMERIC
                       OR RED-IMPORTE NOT NUMERIC
                       OR RED-CUOTA NOT NUMERIC
                    MOVE "RENGLON DE DETALLE NO NUMERICO"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-RED-VALIDO
                 ELSE
                    IF TOTAL-RETIROS < 9999
                       ADD 1 TO TOTAL-RETIROS
                       MOVE RED-FOLIO
                         TO TAB-RTR-FOLIO(TOTAL-RETIROS)
                       MOVE RED-TARJETA
                         TO TAB-RTR-TARJETA(TOTAL-RETIROS)
                       MOVE RED-CAJERO
                         TO TAB-RTR-CAJERO(TOTAL-RETIROS)
                       MOVE RED-CAJERO-PROPIO
                         TO TAB-RTR-PROPIO(TOTAL-RETIROS)
                       MOVE RED-NIP-CORRECTO
                         TO TAB-RTR-NIP(TOTAL-RETIROS)
                       MOVE RED-IMPORTE
                         TO TAB-RTR-IMPORTE(TOTAL-RETIROS)
                       MOVE RED-CUOTA
                         TO TAB-RTR-CUOTA(TOTAL-RETIROS)
                       MOVE RED-FECHA
                         TO TAB-RTR-FECHA(TOTAL-RETIROS)
                       ADD RED-IMPORTE TO SUMA-RETIROS
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "TIPO DE RENGLON DESCONOCIDO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-RED-VALIDO
           END-EVALUATE.

        CARGAR-TARJETAS.
           OPEN INPUT TARJETAS-FILE
           IF WS-ESTADO-TARJETAS = '00'
              PERFORM UNTIL FIN-TAR
                 READ TARJETAS-FILE
                    AT END MOVE 'S' TO EOF-TAR
                    NOT AT END
                       ADD 1 TO TOTAL-TARJETAS
                       MOVE TAR-NUMERO
                         TO TAB-TAR-NUMERO(TOTAL-TARJETAS)
                       MOVE TAR-CUENTA
                         TO TAB-TAR-CUENTA(TOTAL-TARJETAS)
                       MOVE TAR-CLIENTE
                         TO TAB-TAR-CLIENTE(TOTAL-TARJETAS)
                       MOVE TAR-ESTADO
                         TO TAB-TAR-ESTADO(TOTAL-TARJETAS)
                       MOVE TAR-VENCE
                         TO TAB-TAR-VENCE(TOTAL-TARJETAS)
                       MOVE TAR-INTENTOS-NIP
                         TO TAB-TAR-INTENTOS(TOTAL-TARJETAS)
                       MOVE TAR-LIMITE-CAJERO
                         TO TAB-TAR-LIMITE(TOTAL-TARJETAS)
                       MOVE TAR-FECHA-ALTA
                         TO TAB-TAR-ALTA(TOTAL-TARJETAS)
                       MOVE TAR-ULTIMO-USO
                         TO TAB-TAR-USO(TOTAL-TARJETAS)
                       MOVE ZERO TO TAB-TAR-RETIRADO(TOTAL-TARJETAS)
                 END-READ
              END-PERFORM
              CLOSE TARJETAS-FILE
           ELSE
              DISPLAY "TARJETAS.DAT NO ENCONTRADO, TODO RETIRO CON "
                 "TARJETA PROPIA SE TRATA COMO AJENO"
           END-IF.

      *---- Regraba el padron con los intentos de NIP, bloqueos y
      *---- fechas de ultimo uso del dia.
        GRABAR-TARJETAS.
           IF TOTAL-TARJETAS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARJETAS-FILE
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > TOTAL-TARJETAS
              MOVE TAB-TAR-NUMERO(IDX-TAR)   TO TAR-NUMERO
              MOVE TAB-TAR-CUENTA(IDX-TAR)   TO TAR-CUENTA
              MOVE TAB-TAR-CLIENTE(IDX-TAR)  TO TAR-CLIENTE
              MOVE TAB-TAR-ESTADO(IDX-TAR)   TO TAR-ESTADO
              MOVE TAB-TAR-VENCE(IDX-TAR)    TO TAR-VENCE
              MOVE TAB-TAR-INTENTOS(IDX-TAR) TO TAR-INTENTOS-NIP
              MOVE TAB-TAR-LIMITE(IDX-TAR)   TO TAR-LIMITE-CAJERO
              MOVE TAB-TAR-ALTA(IDX-TAR)     TO TAR-FECHA-ALTA
              MOVE TAB-TAR-USO(IDX-TAR)      TO TAR-ULTIMO-USO
              WRITE TARJETA-REG
           END-PERFORM
           CLOSE TARJETAS-FILE.

        CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE
           IF WS-ESTADO-RETENCIONES = '00'
              PERFORM UNTIL FIN-RET
                 READ RETENCIONES-FILE
                    AT END MOVE 'S' TO EOF-RET
                    NOT AT END
                       ADD 1 TO TOTAL-RETENCIONES
                       MOVE RET-CUENTA
                         TO TAB-RET-CUENTA(TOTAL-RETENCIONES)
                       MOVE RET-IMPORTE
                         TO TAB-RET-IMPORTE(TOTAL-RETENCIONES)
                       MOVE RET-BLOQUEO
                         TO TAB-RET-BLOQUEO(TOTAL-RETENCIONES)
                 END-READ
              END-PERFORM
              CLOSE RETENCIONES-FILE
           END-IF.

      *---- Sin archivo de limites no hay limites que aplicar.
        CARGAR-LIMITES.
           OPEN INPUT LIMITES-FILE
           IF WS-ESTADO-LIMITES = '00'
              PERFORM UNTIL FIN-LIM
                 READ LIMITES-FILE
                    AT END MOVE 'S' TO EOF-LIM
                    NOT AT END
                       ADD 1 TO TOTAL-LIMITES
                       MOVE LIM-CLASE
                         TO TAB-LIM-CLASE(TOTAL-LIMITES)
                       MOVE LIM-CLAVE
                         TO TAB-LIM-CLAVE(TOTAL-LIMITES)
                       MOVE LIM-MAX-RETIROS
                         TO TAB-LIM-RETIROS(TOTAL-LIMITES)
                       MOVE LIM-MAX-IMPORTE
                         TO TAB-LIM-IMPORTE(TOTAL-LIMITES)
                 END-READ
              END-PERFORM
              CLOSE LIMITES-FILE
           END-IF.

        CARGAR-CLIENTES-BLOQUEADOS.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES = '00'
              PERFORM UNTIL FIN-CLB
                 READ CLIENTES-FILE
                    AT END MOVE 'S' TO EOF-CLB
                    NOT AT END
                       IF CLI-NUMERO NUMERIC
                             AND (CLI-BLOQUEO = 'D'
                             OR CLI-BLOQUEO = 'J'
                             OR CLI-BLOQUEO = 'V')
                          ADD 1 TO TOTAL-BLOQUEADOS
                          MOVE CLI-NUMERO
                            TO TAB-CLB-CLIENTE(TOTAL-BLOQUEADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE
           END-IF.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si el rango esta
      *---- agotado.
        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO EOF-RNG
           MOVE ZERO TO RANGO-DESDE
           MOVE ZERO TO RANGO-HASTA
           OPEN INPUT RANGOS-FILE
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
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
           END-PERFORM
           CLOSE RANGOS-FILE
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF
           IF ULTIMA-REFERENCIA + TOTAL-RETIROS > RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT CAJEROS-REF-FILE
           IF WS-ESTADO-CAJEROS-REF = '00'
              READ CAJEROS-REF-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REF-CAJEROS TO ULTIMA-REFERENCIA
              END-READ
              CLOSE CAJEROS-REF-FILE
           ELSE
              MOVE 75000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT CAJEROS-REF-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REF-CAJEROS
           WRITE CAJEROS-REF-REG
           CLOSE CAJEROS-REF-FILE.
