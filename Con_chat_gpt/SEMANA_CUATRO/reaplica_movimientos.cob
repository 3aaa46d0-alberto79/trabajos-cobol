       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPLICA-MOVIMIENTOS.

      *> --- Reaplicación (roll-forward) después de restaurar: parte
      *> de la generación de respaldo CUENTAS_AAAAMMDD.BAK que dejó
      *> RESTAURA-MAESTROS y vuelve a aplicar, en orden, todo lo que
      *> se posteó después de ese respaldo hasta el punto pedido
      *> (fecha y hora), para no recapturar a mano los cortes del
      *> día ni la corrida de BATCH-BANCO perdidos. Las fuentes son
      *> las mismas con que ESTADO-CUENTA reconstruye saldos:
      *>   - la bitácora: los renglones de ventanilla (PROYECTO1),
      *>     de BATCH-BANCO y de CONSOLIDACION-CUENTAS posteriores al
      *>     último folio de AUDITORIA_AAAAMMDD.BAK. Se lee la copia
      *>     AUDITORIA_PRERESTAURA.LOG que guardó la restauración
      *>     (la bitácora viva ya regresó al respaldo) o, si no hay
      *>     copia, AUDITORIA.LOG;
      *>   - MOVIMIENTOS_HIST.DAT con las referencias de
      *>     MOVS_POSTEADOS.DAT, para el abono del lado destino de
      *>     las transferencias del batch (la bitácora sólo trae el
      *>     cargo) y el reverso de ese abono en su extorno. Se
      *>     toman con su fecha valor y sólo hasta la última corrida
      *>     de BATCH-BANCO que quedó dentro del punto pedido.
      *> Los saldos reconstruidos se prueban contra la foto de
      *> CUENTAS_HIST.DAT de la fecha pedida y en REAPLICACION.RPT
      *> queda cada cuenta que no cuadra. Si todo cuadra (o el
      *> operador lo confirma) los saldos se graban en CUENTAS.DAT
      *> bajo el cerrojo y los renglones reaplicados se devuelven a
      *> AUDITORIA.LOG, con su mismo folio, para que la bitácora
      *> vuelva a explicar el saldo. Se reaplican saldos: las altas
      *> de cuenta posteriores al respaldo se listan para
      *> recapturarse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPALDO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPALDO.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT ARCHIVO-MOVS-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ARCHIVO-MOVS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT HIST-FILE ASSIGN TO 'CUENTAS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CERROJO-FILE ASSIGN TO 'CUENTAS_LOCK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERROJO.
           SELECT REPORTE-FILE ASSIGN TO 'REAPLICACION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *---- Generación de respaldo o copia de bitácora en turno; se
      *---- reinterpreta con las vistas de WORKING-STORAGE.
       FD RESPALDO-FILE.
       01 RESPALDO-REG PIC X(120).

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD ARCHIVO-MOVS-FILE.
           COPY ARCHMOVREG.

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Misma foto diaria de saldos de cierre que graba
      *---- BATCH-BANCO en GRABAR-HISTORICO.
       FD HIST-FILE.
       01 HIST-REG.
           05 HIST-FECHA   PIC 9(8).
           05 HIST-NUMERO  PIC 9(6).
           05 HIST-NOMBRE  PIC X(20).
           05 HIST-SALDO   PIC S9(6)V99.
           05 HIST-STATUS  PIC X(1).

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CERROJO-FILE.
       01 CERROJO-REG.
           05 LCK-PROGRAMA PIC X(15).
           05 LCK-FECHA    PIC 9(8).
           05 LCK-HORA     PIC 9(6).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-RESPALDO     PIC X(2).
       01 WS-ESTADO-AUDITORIA    PIC X(2).
       01 WS-ESTADO-ARCHIVO-MOVS PIC X(2).
       01 WS-ESTADO-POSTEADOS    PIC X(2).
       01 WS-ESTADO-HIST         PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-CERROJO      PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.

       01 EOF-RSP PIC X VALUE 'N'.
          88 FIN-RSP VALUE 'S'.
       01 EOF-AUD PIC X VALUE 'N'.
          88 FIN-AUD VALUE 'S'.
       01 EOF-HMOV PIC X VALUE 'N'.
          88 FIN-HMOV VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-HIST PIC X VALUE 'N'.
          88 FIN-HIST VALUE 'S'.

       01 WS-NOMBRE-RESPALDO PIC X(30).
       01 WS-NOMBRE-FUENTE   PIC X(30).
       01 FUENTE-ES-COPIA PIC X(1) VALUE 'N'.
          88 HAY-COPIA-PRERESTAURA VALUE 'S'.

      *> --- Generación restaurada y punto hasta donde se reaplica.
       01 FECHA-GENERACION PIC 9(8).
       01 FECHA-OBJETIVO   PIC 9(8).
       01 HORA-OBJETIVO    PIC 9(6).
       01 PUNTO-OBJETIVO   PIC 9(14).
       01 PUNTO-RENGLON    PIC 9(14).
       01 CONFIRMACION PIC X(1) VALUE 'N'.

      *> --- Último folio de bitácora que trae el respaldo: todo
      *> renglón con folio mayor es posterior a él. Cero si la
      *> generación no tiene bitácora; entonces cuenta la fecha.
       01 SECUENCIA-RESPALDO PIC 9(8) VALUE ZERO.
       01 SECUENCIA-VIVA     PIC 9(8) VALUE ZERO.
       01 ULTIMA-FECHA-BATCH PIC 9(8) VALUE ZERO.

      *> --- Vista de un registro del respaldo de cuentas con el
      *> mismo trazado del maestro.
       01 CUENTA-RESPALDO.
          05 RSP-NUMERO   PIC 9(6).
          05 RSP-NOMBRE   PIC X(20).
          05 RSP-SALDO    PIC S9(6)V99.
          05 RSP-STATUS   PIC X(1).
          05 RSP-LIMITE   PIC 9(5)V99.
          05 RSP-TIPO     PIC X(1).
          05 RSP-CLIENTE  PIC 9(5).
          05 RSP-SUCURSAL PIC 9(3).
          05 RSP-MONEDA   PIC X(3).
          05 RSP-ULTIMO-MOVTO PIC 9(8).

      *> --- Vista de un renglón de bitácora leído de la copia o de
      *> la generación, mismo trazado que AUDITORIAREG.
       01 RENGLON-BITACORA.
          05 BIT-SECUENCIA   PIC 9(8).
          05 BIT-FECHA       PIC 9(8).
          05 BIT-HORA        PIC 9(6).
          05 BIT-PROGRAMA    PIC X(15).
          05 BIT-OPERADOR    PIC X(8).
          05 BIT-CUENTA      PIC 9(6).
          05 BIT-OPERACION   PIC X(1).
          05 BIT-IMPORTE     PIC 9(7)V99.
          05 BIT-DESCRIPCION PIC X(30).

      *> --- Vista de la descripción de un extorno tal como la arma
      *> BATCH-BANCO: "EXTORNO nueva/original".
       01 DESCRIPCION-EXTORNO.
          05 FILLER           PIC X(8).
          05 DEX-REF-NUEVA    PIC 9(8).
          05 FILLER           PIC X(1).
          05 DEX-REF-ORIGINAL PIC 9(8).
          05 FILLER           PIC X(5).

      *> --- Cuentas del respaldo con su saldo reconstruido; el
      *> respaldo sale del maestro indexado en orden de cuenta.
       01 CUENTAS-TABLA.
          05 CUENTA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUENTAS
                ASCENDING KEY IS TAB-NUMERO
                INDEXED BY IDX-CTA.
             10 TAB-NUMERO         PIC 9(6).
             10 TAB-SALDO-RESPALDO PIC S9(7)V99.
             10 TAB-SALDO          PIC S9(7)V99.
             10 TAB-EFECTOS        PIC 9(5).
             10 TAB-ULTIMO-MOVTO   PIC 9(8).
             10 TAB-EN-FOTO        PIC X(1).
       01 TOTAL-CUENTAS PIC 9(5) VALUE 0.

      *> --- Cuentas que recibieron efectos sin estar en el
      *> respaldo (altas posteriores a él).
       01 AJENAS-TABLA.
          05 AJENA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-AJENAS
                INDEXED BY IDX-AJE.
             10 TAB-AJE-CUENTA  PIC 9(6).
             10 TAB-AJE-EFECTO  PIC S9(7)V99.
       01 TOTAL-AJENAS PIC 9(3) VALUE 0.

      *> --- Referencias posteadas en memoria.
       01 POSTEADOS-TABLA.
          05 POSTEADO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADOS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADOS PIC 9(5) VALUE 0.
       01 REF-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-POSTEADA VALUE 'S'.

      *> --- El movimiento original que un extorno referencia,
      *> leído por llave; REF-RASTREO guarda la posición del
      *> recorrido secuencial para reanudarlo.
       01 HAY-ARCHIVO-MOVS PIC X(1) VALUE 'N'.
          88 EXISTE-ARCHIVO-MOVS VALUE 'S'.
       01 ORIGINAL-HALLADO PIC X(1) VALUE 'N'.
          88 ES-ORIGINAL-HALLADO VALUE 'S'.
       01 ORIG-OPERACION PIC X(1) VALUE SPACE.
       01 ORIG-IMPORTE   PIC 9(7)V99 VALUE ZERO.
       01 ORIG-DESTINO   PIC 9(6) VALUE ZERO.
       01 REF-RASTREO    PIC 9(8) VALUE ZERO.
       01 REF-BUSCADA    PIC 9(8) VALUE ZERO.
       01 FECHA-EXTORNO-WS PIC 9(8) VALUE ZERO.

      *> --- Un efecto sobre el saldo de una cuenta.
       01 CUENTA-EFECTO  PIC 9(6) VALUE ZERO.
       01 IMPORTE-EFECTO PIC S9(7)V99 VALUE ZERO.
       01 FECHA-EFECTO   PIC 9(8) VALUE ZERO.

      *> --- Contadores de la corrida.
       01 RENGLONES-REAPLICADOS PIC 9(6) VALUE 0.
       01 RENGLONES-CON-EFECTO  PIC 9(6) VALUE 0.
       01 RENGLONES-FUERA       PIC 9(6) VALUE 0.
       01 ABONOS-HISTORICO      PIC 9(6) VALUE 0.
       01 POSTEADOS-FUERA       PIC 9(6) VALUE 0.
       01 CUENTAS-EN-FOTO       PIC 9(5) VALUE 0.
       01 CUENTAS-DESCUADRADAS  PIC 9(5) VALUE 0.
       01 CUENTAS-GRABADAS      PIC 9(5) VALUE 0.
       01 RENGLONES-DEVUELTOS   PIC 9(6) VALUE 0.
       01 DIFERENCIA PIC S9(7)V99 VALUE ZERO.
       01 DIFERENCIA-EDITADA PIC -(7)9.99.

       01 LINEA-DESCUADRE.
          05 FILLER       PIC X(7) VALUE "CUENTA ".
          05 LD-CUENTA    PIC 9(6).
          05 FILLER       PIC X(14) VALUE " RECONSTRUIDO ".
          05 LD-SALDO     PIC -(7)9.99.
          05 FILLER       PIC X(6) VALUE " FOTO ".
          05 LD-FOTO      PIC -(7)9.99.
          05 FILLER       PIC X(1) VALUE SPACE.
          05 LD-NOTA      PIC X(24).

       01 LINEA-CONTADOR.
          05 LC-TITULO    PIC X(50).
          05 LC-VALOR     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            DISPLAY "GENERACION RESTAURADA (AAAAMMDD)".
            ACCEPT FECHA-GENERACION.
            DISPLAY "REAPLICAR HASTA LA FECHA (AAAAMMDD)".
            ACCEPT FECHA-OBJETIVO.
            DISPLAY "HASTA LA HORA (HHMMSS, CERO = FIN DEL DIA)".
            ACCEPT HORA-OBJETIVO.
            IF HORA-OBJETIVO = ZERO
               MOVE 235959 TO HORA-OBJETIVO
            END-IF.
            IF FECHA-OBJETIVO < FECHA-GENERACION
               DISPLAY "EL PUNTO PEDIDO ES ANTERIOR AL RESPALDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            COMPUTE PUNTO-OBJETIVO
               = FECHA-OBJETIVO * 1000000 + HORA-OBJETIVO.

            PERFORM CARGAR-RESPALDO-CUENTAS.
            IF TOTAL-CUENTAS = 0
               DISPLAY "EL RESPALDO DE ESA FECHA ESTA VACIO O NO "
                  "EXISTE, NO HAY DE DONDE PARTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM BUSCAR-FIN-RESPALDO-BITACORA.
            PERFORM ELEGIR-FUENTE-BITACORA.
            PERFORM CARGAR-POSTEADOS.
            PERFORM ABRIR-ARCHIVO-MOVS.
            PERFORM REAPLICAR-BITACORA.
            PERFORM REAPLICAR-HISTORICO-MOVS.
            IF EXISTE-ARCHIVO-MOVS
               CLOSE ARCHIVO-MOVS-FILE
            END-IF.
            PERFORM VERIFICAR-CONTRA-FOTO.
            PERFORM ESCRIBIR-REPORTE.

            DISPLAY "RENGLONES DE BITACORA REAPLICADOS: "
               RENGLONES-REAPLICADOS " (" RENGLONES-CON-EFECTO
               " CON EFECTO EN SALDO)".
            DISPLAY "ABONOS TOMADOS DEL HISTORICO: " ABONOS-HISTORICO.
            DISPLAY "CUENTAS QUE NO CUADRAN: " CUENTAS-DESCUADRADAS
               "; DETALLE EN REAPLICACION.RPT".

            IF CUENTAS-DESCUADRADAS > 0
               DISPLAY "HAY CUENTAS QUE NO CUADRAN CONTRA LA FOTO; "
                  "GRABAR DE TODOS MODOS (S/N)"
               ACCEPT CONFIRMACION
               IF CONFIRMACION NOT = 'S'
                  DISPLAY "NO SE TOCO CUENTAS.DAT"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.

            PERFORM TOMAR-CERROJO.
            IF NOT TIENE-CERROJO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM GRABAR-SALDOS-EN-MAESTRO.
            PERFORM SOLTAR-CERROJO.
            IF HAY-COPIA-PRERESTAURA
               PERFORM DEVOLVER-RENGLONES-BITACORA
            END-IF.

            DISPLAY "REAPLICACION HASTA " FECHA-OBJETIVO " "
               HORA-OBJETIVO " COMPLETA (" CUENTAS-GRABADAS
               " CUENTAS, " RENGLONES-DEVUELTOS
               " RENGLONES DEVUELTOS A LA BITACORA)".

            GOBACK.

      *---- Carga las cuentas de la generación con su saldo de
      *---- partida.
        CARGAR-RESPALDO-CUENTAS.
           MOVE SPACES TO WS-NOMBRE-RESPALDO.
           STRING "CUENTAS_" DELIMITED BY SIZE
                  FECHA-GENERACION DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WS-NOMBRE-RESPALDO.
           MOVE 'N' TO EOF-RSP.
           OPEN INPUT RESPALDO-FILE.
           IF WS-ESTADO-RESPALDO NOT = '00'
              DISPLAY "NO HAY RESPALDO " WS-NOMBRE-RESPALDO
                 " (ESTADO " WS-ESTADO-RESPALDO ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-RSP
              READ RESPALDO-FILE
                 AT END MOVE 'S' TO EOF-RSP
                 NOT AT END
                    MOVE RESPALDO-REG TO CUENTA-RESPALDO
                    IF RSP-NUMERO NUMERIC AND TOTAL-CUENTAS < 99999
                       ADD 1 TO TOTAL-CUENTAS
                       SET IDX-CTA TO TOTAL-CUENTAS
                       MOVE RSP-NUMERO TO TAB-NUMERO(IDX-CTA)
                       IF RSP-SALDO NUMERIC
                          MOVE RSP-SALDO TO TAB-SALDO-RESPALDO(IDX-CTA)
                       ELSE
                          MOVE ZERO TO TAB-SALDO-RESPALDO(IDX-CTA)
                       END-IF
                       MOVE TAB-SALDO-RESPALDO(IDX-CTA)
                         TO TAB-SALDO(IDX-CTA)
                       MOVE 0 TO TAB-EFECTOS(IDX-CTA)
                       IF RSP-ULTIMO-MOVTO NUMERIC
                          MOVE RSP-ULTIMO-MOVTO
                            TO TAB-ULTIMO-MOVTO(IDX-CTA)
                       ELSE
                          MOVE ZERO TO TAB-ULTIMO-MOVTO(IDX-CTA)
                       END-IF
                       MOVE 'N' TO TAB-EN-FOTO(IDX-CTA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.

      *---- Último folio que alcanzó a entrar en la generación de
      *---- bitácora del mismo respaldo.
        BUSCAR-FIN-RESPALDO-BITACORA.
           MOVE SPACES TO WS-NOMBRE-RESPALDO.
           STRING "AUDITORIA_" DELIMITED BY SIZE
                  FECHA-GENERACION DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WS-NOMBRE-RESPALDO.
           MOVE 'N' TO EOF-RSP.
           OPEN INPUT RESPALDO-FILE.
           IF WS-ESTADO-RESPALDO NOT = '00'
              DISPLAY "SIN RESPALDO DE AUDITORIA DE ESA FECHA; SE "
                 "REAPLICA LO FECHADO DESPUES DE " FECHA-GENERACION
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-RSP
              READ RESPALDO-FILE
                 AT END MOVE 'S' TO EOF-RSP
                 NOT AT END
                    MOVE RESPALDO-REG TO RENGLON-BITACORA
                    IF BIT-SECUENCIA NUMERIC
                          AND BIT-SECUENCIA > SECUENCIA-RESPALDO
                       MOVE BIT-SECUENCIA TO SECUENCIA-RESPALDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.

      *---- La bitácora posterior al respaldo vive en la copia que
      *---- guardó RESTAURA-MAESTROS antes de regresar AUDITORIA.LOG;
      *---- sin copia, la bitácora viva nunca se restauró.
        ELEGIR-FUENTE-BITACORA.
           MOVE "AUDITORIA_PRERESTAURA.LOG" TO WS-NOMBRE-RESPALDO.
           OPEN INPUT RESPALDO-FILE.
           IF WS-ESTADO-RESPALDO = '00'
              CLOSE RESPALDO-FILE
              MOVE 'S' TO FUENTE-ES-COPIA
           ELSE
              MOVE "AUDITORIA.LOG" TO WS-NOMBRE-RESPALDO
              MOVE 'N' TO FUENTE-ES-COPIA
           END-IF.
           MOVE WS-NOMBRE-RESPALDO TO WS-NOMBRE-FUENTE.
           DISPLAY "BITACORA A REAPLICAR: " WS-NOMBRE-FUENTE.

        CARGAR-POSTEADOS.
           OPEN INPUT POSTEADOS-FILE.
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
                       IF TOTAL-POSTEADOS < 99999
                          ADD 1 TO TOTAL-POSTEADOS
                          MOVE PST-REFERENCIA
                            TO TAB-PST-REFERENCIA(TOTAL-POSTEADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF.

        ABRIR-ARCHIVO-MOVS.
           OPEN INPUT ARCHIVO-MOVS-FILE.
           IF WS-ESTADO-ARCHIVO-MOVS = '00'
              MOVE 'S' TO HAY-ARCHIVO-MOVS
           ELSE
              DISPLAY "MOVIMIENTOS_HIST.DAT NO DISPONIBLE (ESTADO "
                 WS-ESTADO-ARCHIVO-MOVS "), SIN ABONOS DE "
                 "TRANSFERENCIAS DEL BATCH"
           END-IF.

      *---- Recorre la bitácora en su orden de folio y reaplica cada
      *---- renglón posterior al respaldo y dentro del punto pedido.
        REAPLICAR-BITACORA.
           MOVE WS-NOMBRE-FUENTE TO WS-NOMBRE-RESPALDO.
           MOVE 'N' TO EOF-RSP.
           OPEN INPUT RESPALDO-FILE.
           IF WS-ESTADO-RESPALDO NOT = '00'
              DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-FUENTE
                 " (ESTADO " WS-ESTADO-RESPALDO ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-RSP
              READ RESPALDO-FILE
                 AT END MOVE 'S' TO EOF-RSP
                 NOT AT END
                    MOVE RESPALDO-REG TO RENGLON-BITACORA
                    PERFORM CLASIFICAR-RENGLON
              END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.

        CLASIFICAR-RENGLON.
           IF BIT-SECUENCIA NOT NUMERIC OR BIT-FECHA NOT NUMERIC
                 OR BIT-HORA NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF SECUENCIA-RESPALDO > 0
              IF BIT-SECUENCIA <= SECUENCIA-RESPALDO
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF BIT-FECHA <= FECHA-GENERACION
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           COMPUTE PUNTO-RENGLON = BIT-FECHA * 1000000 + BIT-HORA.
           IF PUNTO-RENGLON > PUNTO-OBJETIVO
              ADD 1 TO RENGLONES-FUERA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RENGLONES-REAPLICADOS.
           IF BIT-PROGRAMA = "BATCH-BANCO"
                 AND BIT-FECHA > ULTIMA-FECHA-BATCH
              MOVE BIT-FECHA TO ULTIMA-FECHA-BATCH
           END-IF.
           MOVE BIT-FECHA TO FECHA-EFECTO.
           EVALUATE BIT-PROGRAMA
              WHEN "PROYECTO1"
                 PERFORM EFECTO-VENTANILLA
              WHEN "BATCH-BANCO"
                 PERFORM EFECTO-BATCH
              WHEN "CONSOL-CUENTAS"
                 PERFORM EFECTO-CONSOLIDACION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *---- Ventanilla: depósitos, altas con saldo inicial, retiros,
      *---- transferencias (con su abono a "TRANSF A nnnnnn"),
      *---- apertura de plazo fijo y anulaciones "ANULA op".
        EFECTO-VENTANILLA.
           MOVE BIT-CUENTA TO CUENTA-EFECTO.
           EVALUATE BIT-OPERACION
              WHEN '+'
              WHEN 'A'
                 MOVE BIT-IMPORTE TO IMPORTE-EFECTO
                 PERFORM APLICAR-EFECTO
              WHEN '-'
              WHEN 'F'
                 COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
                 PERFORM APLICAR-EFECTO
              WHEN 'T'
                 COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
                 PERFORM APLICAR-EFECTO
                 IF BIT-DESCRIPCION(1:9) = "TRANSF A "
                       AND BIT-DESCRIPCION(10:6) NUMERIC
                    MOVE BIT-DESCRIPCION(10:6) TO CUENTA-EFECTO
                    MOVE BIT-IMPORTE TO IMPORTE-EFECTO
                    PERFORM APLICAR-EFECTO
                 END-IF
              WHEN 'X'
                 IF BIT-DESCRIPCION(1:6) = "ANULA "
                    IF BIT-DESCRIPCION(7:1) = '+'
                       COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
                    ELSE
                       MOVE BIT-IMPORTE TO IMPORTE-EFECTO
                    END-IF
                    PERFORM APLICAR-EFECTO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *---- Batch: cada lado que postea queda en la bitácora, salvo
      *---- el abono de las transferencias, que sale del histórico.
        EFECTO-BATCH.
           MOVE BIT-CUENTA TO CUENTA-EFECTO.
           EVALUATE BIT-OPERACION
              WHEN '+'
                 MOVE BIT-IMPORTE TO IMPORTE-EFECTO
                 PERFORM APLICAR-EFECTO
              WHEN '-'
              WHEN 'T'
                 COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
                 PERFORM APLICAR-EFECTO
              WHEN 'R'
                 PERFORM EFECTO-DE-EXTORNO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *---- Un extorno se aplica con el signo contrario de la
      *---- operación original, resuelta por la referencia que viaja
      *---- en la descripción; sin el original no hay efecto.
        EFECTO-DE-EXTORNO.
           MOVE BIT-DESCRIPCION TO DESCRIPCION-EXTORNO.
           MOVE 'N' TO ORIGINAL-HALLADO.
           IF DEX-REF-ORIGINAL NUMERIC
              MOVE DEX-REF-ORIGINAL TO REF-BUSCADA
              PERFORM LEER-ORIGINAL-POR-LLAVE
           END-IF.
           IF NOT ES-ORIGINAL-HALLADO
              EXIT PARAGRAPH
           END-IF.
           IF ORIG-OPERACION = '+'
              COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
           ELSE
              MOVE BIT-IMPORTE TO IMPORTE-EFECTO
           END-IF.
           PERFORM APLICAR-EFECTO.

      *---- Traspaso de saldo por cambio de número o consolidación:
      *---- "SALDO A CTA" sale de la cuenta, "SALDO DE CTA" entra.
        EFECTO-CONSOLIDACION.
           IF BIT-OPERACION NOT = 'M'
              EXIT PARAGRAPH
           END-IF.
           MOVE BIT-CUENTA TO CUENTA-EFECTO.
           IF BIT-DESCRIPCION(1:8) = "SALDO A "
              COMPUTE IMPORTE-EFECTO = 0 - BIT-IMPORTE
           ELSE
              MOVE BIT-IMPORTE TO IMPORTE-EFECTO
           END-IF.
           PERFORM APLICAR-EFECTO.

      *---- Suma IMPORTE-EFECTO al saldo reconstruido de
      *---- CUENTA-EFECTO; la cuenta que no está en el respaldo se
      *---- anota aparte.
        APLICAR-EFECTO.
           IF IMPORTE-EFECTO = ZERO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RENGLONES-CON-EFECTO.
           SEARCH ALL CUENTA-RENGLON
              AT END
                 PERFORM ANOTAR-CUENTA-AJENA
              WHEN TAB-NUMERO(IDX-CTA) = CUENTA-EFECTO
                 ADD IMPORTE-EFECTO TO TAB-SALDO(IDX-CTA)
                 ADD 1 TO TAB-EFECTOS(IDX-CTA)
                 IF FECHA-EFECTO > TAB-ULTIMO-MOVTO(IDX-CTA)
                    MOVE FECHA-EFECTO TO TAB-ULTIMO-MOVTO(IDX-CTA)
                 END-IF
           END-SEARCH.

        ANOTAR-CUENTA-AJENA.
           PERFORM VARYING IDX-AJE FROM 1 BY 1
                   UNTIL IDX-AJE > TOTAL-AJENAS
              IF TAB-AJE-CUENTA(IDX-AJE) = CUENTA-EFECTO
                 ADD IMPORTE-EFECTO TO TAB-AJE-EFECTO(IDX-AJE)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF TOTAL-AJENAS < 999
              ADD 1 TO TOTAL-AJENAS
              MOVE CUENTA-EFECTO TO TAB-AJE-CUENTA(TOTAL-AJENAS)
              MOVE IMPORTE-EFECTO TO TAB-AJE-EFECTO(TOTAL-AJENAS)
           END-IF.

      *---- Recorre el histórico de movimientos por llave y aplica
      *---- lo que la bitácora no trae: el abono al destino de una
      *---- transferencia posteada y su reverso cuando se extornó,
      *---- con fecha valor posterior al respaldo y hasta la última
      *---- corrida de BATCH-BANCO reaplicada.
        REAPLICAR-HISTORICO-MOVS.
           IF NOT EXISTE-ARCHIVO-MOVS
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO ARCH-REFERENCIA.
           START ARCHIVO-MOVS-FILE KEY >= ARCH-REFERENCIA
              INVALID KEY
                 MOVE 'S' TO EOF-HMOV
           END-START.
           PERFORM UNTIL FIN-HMOV
              READ ARCHIVO-MOVS-FILE NEXT
                 AT END MOVE 'S' TO EOF-HMOV
                 NOT AT END
                    MOVE ARCH-REFERENCIA TO REF-RASTREO
                    IF ARCH-FECHA NUMERIC
                          AND ARCH-FECHA > FECHA-GENERACION
                       MOVE ARCH-REFERENCIA TO REF-BUSCADA
                       PERFORM VERIFICAR-REF-POSTEADA
                       IF ES-POSTEADA
                          IF ARCH-FECHA > ULTIMA-FECHA-BATCH
                             ADD 1 TO POSTEADOS-FUERA
                          ELSE
                             PERFORM EFECTO-HISTORICO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

        EFECTO-HISTORICO.
           MOVE ARCH-FECHA TO FECHA-EFECTO.
           IF ARCH-OPERACION = 'T'
                 AND ARCH-CUENTA-DESTINO NUMERIC
                 AND ARCH-CUENTA-DESTINO > 0
              MOVE ARCH-CUENTA-DESTINO TO CUENTA-EFECTO
              MOVE ARCH-IMPORTE TO IMPORTE-EFECTO
              ADD 1 TO ABONOS-HISTORICO
              PERFORM APLICAR-EFECTO
           END-IF.
           IF ARCH-OPERACION = 'R'
                 AND ARCH-REF-ORIGINAL NUMERIC
                 AND ARCH-REF-ORIGINAL > 0
              MOVE ARCH-FECHA TO FECHA-EXTORNO-WS
              MOVE ARCH-REF-ORIGINAL TO REF-BUSCADA
              PERFORM LEER-ORIGINAL-POR-LLAVE
              IF ES-ORIGINAL-HALLADO
                    AND ORIG-OPERACION = 'T'
                    AND ORIG-DESTINO > 0
                 MOVE FECHA-EXTORNO-WS TO FECHA-EFECTO
                 MOVE ORIG-DESTINO TO CUENTA-EFECTO
                 COMPUTE IMPORTE-EFECTO = 0 - ORIG-IMPORTE
                 ADD 1 TO ABONOS-HISTORICO
                 PERFORM APLICAR-EFECTO
              END-IF
              PERFORM REPOSICIONAR-RASTREO
           END-IF.

        LEER-ORIGINAL-POR-LLAVE.
           MOVE 'N' TO ORIGINAL-HALLADO.
           IF NOT EXISTE-ARCHIVO-MOVS
              EXIT PARAGRAPH
           END-IF.
           MOVE REF-BUSCADA TO ARCH-REFERENCIA.
           READ ARCHIVO-MOVS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO ORIGINAL-HALLADO
                 MOVE ARCH-OPERACION TO ORIG-OPERACION
                 MOVE ARCH-IMPORTE TO ORIG-IMPORTE
                 IF ARCH-CUENTA-DESTINO NUMERIC
                    MOVE ARCH-CUENTA-DESTINO TO ORIG-DESTINO
                 ELSE
                    MOVE ZERO TO ORIG-DESTINO
                 END-IF
           END-READ.

        REPOSICIONAR-RASTREO.
           MOVE REF-RASTREO TO ARCH-REFERENCIA.
           START ARCHIVO-MOVS-FILE KEY > ARCH-REFERENCIA
              INVALID KEY
                 MOVE 'S' TO EOF-HMOV
           END-START.

        VERIFICAR-REF-POSTEADA.
           MOVE 'N' TO REF-POSTEADA.
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADOS
              IF TAB-PST-REFERENCIA(IDX-PST) = REF-BUSCADA
                 MOVE 'S' TO REF-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Prueba los saldos reconstruidos contra la foto de
      *---- CUENTAS_HIST.DAT de la fecha pedida; la foto se graba en
      *---- el corte final de BATCH-BANCO, así que sólo cuadra si el
      *---- punto pedido queda después de esa corrida.
        VERIFICAR-CONTRA-FOTO.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REAPLICACION SOBRE LA GENERACION "
                     DELIMITED BY SIZE
                  FECHA-GENERACION DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  FECHA-OBJETIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-OBJETIVO DELIMITED BY SIZE
                  INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BITACORA: " DELIMITED BY SIZE
                  WS-NOMBRE-FUENTE DELIMITED BY SIZE
                  INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTAS QUE NO CUADRAN CONTRA CUENTAS_HIST.DAT"
             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT HIST-FILE.
           IF WS-ESTADO-HIST NOT = '00'
              MOVE "  CUENTAS_HIST.DAT NO DISPONIBLE, SIN VERIFICAR"
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-HIST
              READ HIST-FILE
                 AT END MOVE 'S' TO EOF-HIST
                 NOT AT END
                    IF HIST-FECHA = FECHA-OBJETIVO
                       ADD 1 TO CUENTAS-EN-FOTO
                       PERFORM COMPARAR-CON-FOTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           IF CUENTAS-EN-FOTO = 0
              MOVE "  SIN FOTO DE ESA FECHA EN CUENTAS_HIST.DAT, "
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "  LOS SALDOS NO SE PUDIERON VERIFICAR"
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              EXIT PARAGRAPH
           END-IF.
      *---- Cuenta del respaldo que la foto del día ya no trae.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS
              IF TAB-EN-FOTO(IDX-CTA) = 'N'
                 ADD 1 TO CUENTAS-DESCUADRADAS
                 MOVE TAB-NUMERO(IDX-CTA) TO LD-CUENTA
                 MOVE TAB-SALDO(IDX-CTA) TO LD-SALDO
                 MOVE ZERO TO LD-FOTO
                 MOVE "NO ESTA EN LA FOTO" TO LD-NOTA
                 WRITE LINEA-REPORTE FROM LINEA-DESCUADRE
              END-IF
           END-PERFORM.

        COMPARAR-CON-FOTO.
           MOVE HIST-NUMERO TO CUENTA-EFECTO.
           SEARCH ALL CUENTA-RENGLON
              AT END
                 ADD 1 TO CUENTAS-DESCUADRADAS
                 MOVE HIST-NUMERO TO LD-CUENTA
                 MOVE ZERO TO LD-SALDO
                 MOVE HIST-SALDO TO LD-FOTO
                 MOVE "NO ESTA EN EL RESPALDO" TO LD-NOTA
                 WRITE LINEA-REPORTE FROM LINEA-DESCUADRE
              WHEN TAB-NUMERO(IDX-CTA) = CUENTA-EFECTO
                 MOVE 'S' TO TAB-EN-FOTO(IDX-CTA)
                 IF TAB-SALDO(IDX-CTA) NOT = HIST-SALDO
                    ADD 1 TO CUENTAS-DESCUADRADAS
                    MOVE HIST-NUMERO TO LD-CUENTA
                    MOVE TAB-SALDO(IDX-CTA) TO LD-SALDO
                    MOVE HIST-SALDO TO LD-FOTO
                    COMPUTE DIFERENCIA
                       = TAB-SALDO(IDX-CTA) - HIST-SALDO
                    MOVE DIFERENCIA TO DIFERENCIA-EDITADA
                    MOVE SPACES TO LD-NOTA
                    STRING "DIFERENCIA " DELIMITED BY SIZE
                           DIFERENCIA-EDITADA DELIMITED BY SIZE
                           INTO LD-NOTA
                    WRITE LINEA-REPORTE FROM LINEA-DESCUADRE
                 END-IF
           END-SEARCH.

      *---- Cierra el reporte con las cuentas ajenas al respaldo y
      *---- los contadores de la corrida.
        ESCRIBIR-REPORTE.
           IF CUENTAS-EN-FOTO > 0 AND CUENTAS-DESCUADRADAS = 0
              MOVE "  (TODAS CUADRAN)" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTAS CON MOVIMIENTOS QUE NO ESTAN EN EL RESPALDO "
             TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "(ALTAS POSTERIORES; RECAPTURAR)" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING IDX-AJE FROM 1 BY 1
                   UNTIL IDX-AJE > TOTAL-AJENAS
              MOVE TAB-AJE-CUENTA(IDX-AJE) TO LD-CUENTA
              MOVE TAB-AJE-EFECTO(IDX-AJE) TO LD-SALDO
              MOVE ZERO TO LD-FOTO
              MOVE "FUERA DEL RESPALDO" TO LD-NOTA
              WRITE LINEA-REPORTE FROM LINEA-DESCUADRE
           END-PERFORM.
           IF TOTAL-AJENAS = 0
              MOVE "  (NINGUNA)" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RENGLONES DE BITACORA REAPLICADOS" TO LC-TITULO.
           MOVE RENGLONES-REAPLICADOS TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "  CON EFECTO EN SALDO" TO LC-TITULO.
           MOVE RENGLONES-CON-EFECTO TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "ABONOS Y REVERSOS TOMADOS DEL HISTORICO" TO LC-TITULO.
           MOVE ABONOS-HISTORICO TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "RENGLONES POSTERIORES AL PUNTO (NO REAPLICADOS)"
             TO LC-TITULO.
           MOVE RENGLONES-FUERA TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "POSTEADOS DESPUES DEL ULTIMO BATCH REAPLICADO"
             TO LC-TITULO.
           MOVE POSTEADOS-FUERA TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "CUENTAS EN LA FOTO DEL DIA" TO LC-TITULO.
           MOVE CUENTAS-EN-FOTO TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           MOVE "CUENTAS QUE NO CUADRAN" TO LC-TITULO.
           MOVE CUENTAS-DESCUADRADAS TO LC-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CONTADOR.
           CLOSE REPORTE-FILE.

      *---- Graba el saldo reconstruido (y la fecha del último
      *---- movimiento) de cada cuenta del respaldo en el maestro.
        GRABAR-SALDOS-EN-MAESTRO.
           OPEN I-O CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS
              MOVE TAB-NUMERO(IDX-CTA) TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    DISPLAY "CUENTA " NUMERO-CUENTA
                       " DEL RESPALDO NO ESTA EN CUENTAS.DAT"
                 NOT INVALID KEY
                    MOVE TAB-SALDO(IDX-CTA) TO SALDO
                    MOVE TAB-ULTIMO-MOVTO(IDX-CTA)
                      TO CUENTA-ULTIMO-MOVTO
                    REWRITE CUENTA-REG
                    ADD 1 TO CUENTAS-GRABADAS
              END-READ
           END-PERFORM.
           CLOSE CUENTAS-FILE.

      *---- Devuelve a AUDITORIA.LOG los renglones reaplicados que
      *---- la restauración le quitó, con su folio original; lo que
      *---- ya esté en la bitácora viva (una reaplicación anterior)
      *---- no se repite.
        DEVOLVER-RENGLONES-BITACORA.
           MOVE 'N' TO EOF-AUD.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA = '00'
              PERFORM UNTIL FIN-AUD
                 READ AUDITORIA-FILE
                    AT END MOVE 'S' TO EOF-AUD
                    NOT AT END
                       IF AUD-SECUENCIA NUMERIC
                             AND AUD-SECUENCIA > SECUENCIA-VIVA
                          MOVE AUD-SECUENCIA TO SECUENCIA-VIVA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDITORIA-FILE
           END-IF.
           MOVE WS-NOMBRE-FUENTE TO WS-NOMBRE-RESPALDO.
           MOVE 'N' TO EOF-RSP.
           OPEN INPUT RESPALDO-FILE.
           IF WS-ESTADO-RESPALDO NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           PERFORM UNTIL FIN-RSP
              READ RESPALDO-FILE
                 AT END MOVE 'S' TO EOF-RSP
                 NOT AT END
                    MOVE RESPALDO-REG TO RENGLON-BITACORA
                    IF BIT-SECUENCIA NUMERIC
                          AND BIT-FECHA NUMERIC
                          AND BIT-HORA NUMERIC
                          AND BIT-SECUENCIA > SECUENCIA-VIVA
                       COMPUTE PUNTO-RENGLON
                          = BIT-FECHA * 1000000 + BIT-HORA
                       IF PUNTO-RENGLON <= PUNTO-OBJETIVO
                          MOVE RENGLON-BITACORA TO AUDITORIA-REG
                          WRITE AUDITORIA-REG
                          ADD 1 TO RENGLONES-DEVUELTOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.
           CLOSE AUDITORIA-FILE.

      *---- Cerrojo de CUENTAS.DAT, convención de todos los
      *---- escritores del maestro.
        TOMAR-CERROJO.
           MOVE 'N' TO CERROJO-TOMADO.
           OPEN INPUT CERROJO-FILE.
           IF WS-ESTADO-CERROJO = '00'
              READ CERROJO-FILE
                 AT END MOVE SPACES TO LCK-PROGRAMA
              END-READ
              CLOSE CERROJO-FILE
              IF LCK-PROGRAMA NOT = SPACES
                 DISPLAY "ARCHIVO DE CUENTAS EN USO POR " LCK-PROGRAMA
                 DISPLAY "REINTENTE MAS TARDE; SI ESE PROGRAMA YA NO "
                    "CORRE, BORRE CUENTAS_LOCK.CTL"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN OUTPUT CERROJO-FILE.
           MOVE "REAPLICA-MOVS" TO LCK-PROGRAMA.
           ACCEPT LCK-FECHA FROM DATE YYYYMMDD.
           ACCEPT LCK-HORA FROM TIME.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'S' TO CERROJO-TOMADO.

        SOLTAR-CERROJO.
           OPEN OUTPUT CERROJO-FILE.
           MOVE SPACES TO CERROJO-REG.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'N' TO CERROJO-TOMADO.
