       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOS-CANAL.

      *> --- Archivo diario de saldos hacia el canal en línea
      *> (SALDOS_CANAL.DAT), para que el cliente vea en la banca por
      *> internet lo mismo que la sucursal. Por cuenta manda el saldo
      *> contable de CUENTAS.DAT y el disponible: saldo más la línea
      *> de sobregiro vigente (una línea aprobada ya vencida cuenta
      *> como cero, igual que en BATCH-BANCO), menos lo retenido en
      *> RETENCIONES.DAT y menos los cheques depositados que siguen
      *> en cámara (las retenciones "CAM CHQ" que deja la
      *> ventanilla); con bloqueo total, cuenta cerrada o titular
      *> bloqueado el disponible es cero. Detrás de cada cuenta van
      *> los movimientos que BATCH-BANCO le posteó hoy, de
      *> POSTEOS_DIA.DAT, con el saldo corrido que dejó cada uno.
      *> Encabezado con fecha, secuencia y modo, y cola con el
      *> conteo de cuentas y movimientos, la suma de saldos, la suma
      *> de importes y la suma de números de cuenta como hash.
      *> En modo 'N' (novedades, el de siempre) sólo salen las
      *> cuentas con movimientos hoy o cuyo saldo, disponible,
      *> retenciones o estado cambiaron desde el último envío
      *> (SALDOS_CANAL_ULTIMO.CTL), y una baja 'B' por cada cuenta
      *> enviada antes que ya no existe; en modo 'C' (completo, por
      *> SALDOS_CANAL.CTL o cuando no hay envío anterior) salen
      *> todas. Lo corre PROCESO-NOCTURNO después de BATCH-BANCO y
      *> de CAMARA-COMPENSACION, que libera las retenciones de los
      *> cheques confirmados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT POSTEOS-DIA-FILE ASSIGN TO 'POSTEOS_DIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POSTEOS.
           SELECT SORT-WORK ASSIGN TO 'SALDOS_CANAL.TMP'.
           SELECT POSTEOS-ORDENADOS-FILE
               ASSIGN TO 'POSTEOS_ORDENADOS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORDENADOS.
           SELECT SOLICITUDES-FILE
               ASSIGN TO 'SOLICITUDES_SOBREGIRO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOLICITUDES.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT MODO-FILE ASSIGN TO 'SALDOS_CANAL.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT ULTIMO-FILE ASSIGN TO 'SALDOS_CANAL_ULTIMO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ULTIMO.
           SELECT ULTIMO-NUEVO-FILE
               ASSIGN TO 'SALDOS_CANAL_ULTIMO.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ULTIMO-NUEVO.
           SELECT SECUENCIA-CANAL-FILE ASSIGN TO 'SALDOS_CANAL_SEC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SEC.
           SELECT SALIDA-FILE ASSIGN TO 'SALDOS_CANAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD POSTEOS-DIA-FILE.
           COPY POSTEODIAREG.

       SD SORT-WORK.
           COPY POSTEODIAREG
               REPLACING ==POSTEO-DIA-REG== BY ==SRT-REG==
                         ==PDI-FECHA==      BY ==SRT-FECHA==
                         ==PDI-CORTE==      BY ==SRT-CORTE==
                         ==PDI-SECUENCIA==  BY ==SRT-SECUENCIA==
                         ==PDI-REFERENCIA== BY ==SRT-REFERENCIA==
                         ==PDI-CUENTA==     BY ==SRT-CUENTA==
                         ==PDI-OPERACION==  BY ==SRT-OPERACION==
                         ==PDI-EFECTO==     BY ==SRT-EFECTO==
                         ==PDI-SALDO==      BY ==SRT-SALDO==.

      *---- Los efectos del día ordenados por cuenta y, dentro de la
      *---- cuenta, en el orden en que se aplicaron; se descarta al
      *---- terminar, igual que BALANCE_ORDENADO.DAT.
       FD POSTEOS-ORDENADOS-FILE.
           COPY POSTEODIAREG
               REPLACING ==POSTEO-DIA-REG== BY ==ORD-REG==
                         ==PDI-FECHA==      BY ==ORD-FECHA==
                         ==PDI-CORTE==      BY ==ORD-CORTE==
                         ==PDI-SECUENCIA==  BY ==ORD-SECUENCIA==
                         ==PDI-REFERENCIA== BY ==ORD-REFERENCIA==
                         ==PDI-CUENTA==     BY ==ORD-CUENTA==
                         ==PDI-OPERACION==  BY ==ORD-OPERACION==
                         ==PDI-EFECTO==     BY ==ORD-EFECTO==
                         ==PDI-SALDO==      BY ==ORD-SALDO==.

      *---- Mismo trazado que escribe APROBACION-SOBREGIROS.
       FD SOLICITUDES-FILE.
       01 SOLICITUD-REG.
           05 SOL-CUENTA   PIC 9(6).
           05 SOL-IMPORTE  PIC 9(5)V99.
           05 SOL-VENCE    PIC 9(8).
           05 SOL-ESTADO   PIC X(1).
           05 SOL-CAPTURO  PIC X(8).
           05 SOL-AUTORIZO PIC X(8).
           05 SOL-FECHA    PIC 9(8).

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

      *---- 'C' pide el archivo completo; 'N' o sin archivo, sólo
      *---- novedades.
       FD MODO-FILE.
       01 MODO-REG.
           05 CTL-MODO PIC X(1).

      *---- Lo último que se le mandó al canal de cada cuenta.
       FD ULTIMO-FILE.
       01 ULTIMO-REG.
           05 ULT-CUENTA     PIC 9(6).
           05 ULT-STATUS     PIC X(1).
           05 ULT-SALDO      PIC S9(6)V99.
           05 ULT-RETENIDO   PIC 9(7)V99.
           05 ULT-FLOTANTE   PIC 9(7)V99.
           05 ULT-DISPONIBLE PIC S9(7)V99.
           05 ULT-FECHA      PIC 9(8).

       FD ULTIMO-NUEVO-FILE.
       01 ULTIMO-NUEVO-REG PIC X(50).

      *---- Secuencia del último archivo mandado.
       FD SECUENCIA-CANAL-FILE.
       01 SECUENCIA-CANAL-REG.
           05 SEC-FECHA     PIC 9(8).
           05 SEC-SECUENCIA PIC 9(6).

      *---- Archivo hacia el canal: encabezado 'H', cuenta 'C',
      *---- movimiento 'M', baja 'B' y cola 'T'.
       FD SALIDA-FILE.
       01 SAL-CUENTA-REG.
           05 SAL-TIPO            PIC X(1).
           05 SAL-CUENTA          PIC 9(6).
           05 SAL-MONEDA          PIC X(3).
           05 SAL-STATUS          PIC X(1).
           05 SAL-SALDO           PIC S9(6)V99.
           05 SAL-RETENIDO        PIC 9(7)V99.
           05 SAL-FLOTANTE        PIC 9(7)V99.
           05 SAL-LIMITE          PIC 9(5)V99.
           05 SAL-DISPONIBLE      PIC S9(7)V99.
           05 SAL-SALDO-ANTERIOR  PIC S9(6)V99.
           05 SAL-MOVIMIENTOS     PIC 9(5).
       01 SAL-MOVIMIENTO-REG.
           05 SAL-MOV-TIPO        PIC X(1).
           05 SAL-MOV-CUENTA      PIC 9(6).
           05 SAL-MOV-REFERENCIA  PIC 9(8).
           05 SAL-MOV-OPERACION   PIC X(1).
           05 SAL-MOV-CORTE       PIC 9(2).
           05 SAL-MOV-IMPORTE     PIC S9(7)V99.
           05 SAL-MOV-SALDO       PIC S9(6)V99.
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO        PIC X(1).
           05 SAL-ENC-FECHA       PIC 9(8).
           05 SAL-ENC-HORA        PIC 9(6).
           05 SAL-ENC-SECUENCIA   PIC 9(6).
           05 SAL-ENC-MODO        PIC X(1).
       01 SAL-COLA.
           05 SAL-COLA-TIPO       PIC X(1).
           05 SAL-COLA-CUENTAS    PIC 9(7).
           05 SAL-COLA-MOVIMIENTOS PIC 9(9).
           05 SAL-COLA-BAJAS      PIC 9(7).
           05 SAL-COLA-SALDOS     PIC S9(11)V99.
           05 SAL-COLA-IMPORTES   PIC S9(11)V99.
           05 SAL-COLA-HASH       PIC 9(12).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-RETENCIONES  PIC X(2).
       01 WS-ESTADO-POSTEOS      PIC X(2).
       01 WS-ESTADO-ORDENADOS    PIC X(2).
       01 WS-ESTADO-SOLICITUDES  PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-MODO         PIC X(2).
       01 WS-ESTADO-ULTIMO       PIC X(2).
       01 WS-ESTADO-ULTIMO-NUEVO PIC X(2).
       01 WS-ESTADO-SEC          PIC X(2).
       01 WS-ESTADO-SALIDA       PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-RET PIC X VALUE 'N'.
          88 FIN-RET VALUE 'S'.
       01 EOF-PDI PIC X VALUE 'N'.
          88 FIN-PDI VALUE 'S'.
       01 EOF-ORD PIC X VALUE 'N'.
          88 FIN-ORD VALUE 'S'.
       01 EOF-SOL PIC X VALUE 'N'.
          88 FIN-SOL VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-ULT PIC X VALUE 'N'.
          88 FIN-ULT VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 WS-HORA-HOY  PIC 9(8).
       01 MODO-ENVIO PIC X(1) VALUE 'N'.
          88 ENVIO-COMPLETO VALUE 'C'.
       01 SECUENCIA-SALIDA PIC 9(6) VALUE 0.
       01 HAY-POSTEOS PIC X(1) VALUE 'N'.
          88 EXISTEN-POSTEOS VALUE 'S'.

      *> --- Último envío por cuenta, en el orden de cuenta en que
      *> se grabó; VISTA se marca al pasar la cuenta por el maestro,
      *> y las que quedan sin marca salen como baja.
       01 ULTIMOS-TABLA.
          05 ULTIMO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ULTIMOS
                ASCENDING KEY IS TAB-ULT-CUENTA
                INDEXED BY IDX-ULT.
             10 TAB-ULT-CUENTA     PIC 9(6).
             10 TAB-ULT-STATUS     PIC X(1).
             10 TAB-ULT-SALDO      PIC S9(6)V99.
             10 TAB-ULT-RETENIDO   PIC 9(7)V99.
             10 TAB-ULT-FLOTANTE   PIC 9(7)V99.
             10 TAB-ULT-DISPONIBLE PIC S9(7)V99.
             10 TAB-ULT-VISTA      PIC X(1).
       01 TOTAL-ULTIMOS PIC 9(5) VALUE 0.
       01 ULTIMO-HALLADO PIC X(1) VALUE 'N'.
          88 ES-ULTIMO-HALLADO VALUE 'S'.

      *> --- Retenciones sumadas por cuenta, en el orden de llave
      *> del padrón: las de cheques en cámara aparte del resto.
       01 RETENCIONES-TABLA.
          05 RETENCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RETENCIONES
                ASCENDING KEY IS TAB-RET-CUENTA
                INDEXED BY IDX-RET.
             10 TAB-RET-CUENTA   PIC 9(6).
             10 TAB-RET-RETENIDO PIC 9(7)V99.
             10 TAB-RET-FLOTANTE PIC 9(7)V99.
             10 TAB-RET-BLOQUEO  PIC X(1).
       01 TOTAL-RETENCIONES PIC 9(4) VALUE 0.

      *> --- Líneas de sobregiro aprobadas con su vencimiento, la
      *> aprobación más reciente de cada cuenta.
       01 LINEAS-TABLA.
          05 LINEA-APROBADA OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-LINEAS-APROB
                INDEXED BY IDX-LNA.
             10 TAB-LNA-CUENTA PIC 9(6).
             10 TAB-LNA-VENCE  PIC 9(8).
             10 TAB-LNA-FECHA  PIC 9(8).
       01 TOTAL-LINEAS-APROB PIC 9(3) VALUE 0.

      *> --- Clientes con bloqueo (defunción, judicial o PLD).
       01 BLOQUEADOS-TABLA.
          05 CLIENTE-BLOQUEADO OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-BLOQUEADOS
                INDEXED BY IDX-CLB.
             10 TAB-CLB-CLIENTE PIC 9(5).
       01 TOTAL-BLOQUEADOS PIC 9(4) VALUE 0.

      *> --- Movimientos de hoy de la cuenta en turno.
       01 MOVS-CUENTA-TABLA.
          05 MOV-CUENTA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-MOVS-CUENTA
                INDEXED BY IDX-MOV.
             10 TAB-MOV-REFERENCIA PIC 9(8).
             10 TAB-MOV-OPERACION  PIC X(1).
             10 TAB-MOV-CORTE      PIC 9(2).
             10 TAB-MOV-EFECTO     PIC S9(7)V99.
             10 TAB-MOV-SALDO      PIC S9(6)V99.
       01 TOTAL-MOVS-CUENTA PIC 9(4) VALUE 0.

      *> --- Cifras de la cuenta en turno.
       01 RETENIDO-CUENTA   PIC 9(7)V99 VALUE ZERO.
       01 FLOTANTE-CUENTA   PIC 9(7)V99 VALUE ZERO.
       01 LIMITE-CUENTA     PIC 9(5)V99 VALUE ZERO.
       01 DISPONIBLE-CUENTA PIC S9(7)V99 VALUE ZERO.
       01 BLOQUEO-CUENTA    PIC X(1) VALUE 'N'.
          88 CUENTA-BLOQUEADA VALUE 'S'.
       01 VENCE-LINEA       PIC 9(8) VALUE ZERO.
       01 ENVIAR-CUENTA     PIC X(1) VALUE 'N'.
          88 SE-ENVIA-CUENTA VALUE 'S'.

      *> --- Cifras de control de la cola.
       01 TOTAL-CUENTAS-ENVIADAS PIC 9(7) VALUE 0.
       01 TOTAL-MOVS-ENVIADOS    PIC 9(9) VALUE 0.
       01 TOTAL-BAJAS            PIC 9(7) VALUE 0.
       01 SUMA-SALDOS            PIC S9(11)V99 VALUE ZERO.
       01 SUMA-IMPORTES          PIC S9(11)V99 VALUE ZERO.
       01 SUMA-CUENTAS           PIC 9(12) VALUE ZERO.
       01 TOTAL-CUENTAS-LEIDAS   PIC 9(7) VALUE 0.
      *> Cifras de control de POSTEOS_DIA.DAT.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HOY FROM TIME

            PERFORM LEER-MODO
            PERFORM CARGAR-ULTIMO-ENVIO
            IF TOTAL-ULTIMOS = 0
               MOVE 'C' TO MODO-ENVIO
            END-IF

            PERFORM VERIFICAR-POSTEOS
            IF EPA-NO-CUADRA
               DISPLAY "POSTEOS_DIA.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE MANDAN SALDOS AL CANAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            IF EXISTEN-POSTEOS
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-CUENTA SRT-CORTE SRT-SECUENCIA
                   USING POSTEOS-DIA-FILE
                   GIVING POSTEOS-ORDENADOS-FILE
            ELSE
               DISPLAY "POSTEOS_DIA.DAT NO ENCONTRADO, SE MANDAN "
                  "SALDOS SIN MOVIMIENTOS"
            END-IF

            PERFORM CARGAR-RETENCIONES
            PERFORM CARGAR-LINEAS-APROBADAS
            PERFORM CARGAR-CLIENTES-BLOQUEADOS
            PERFORM LEER-SECUENCIA-SALIDA

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN OUTPUT SALIDA-FILE
            IF WS-ESTADO-SALIDA NOT = '00'
               DISPLAY "NO SE PUDO ABRIR SALDOS_CANAL.DAT (ESTADO "
                  WS-ESTADO-SALIDA ")"
               CLOSE CUENTAS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN OUTPUT ULTIMO-NUEVO-FILE
            MOVE 'S' TO EOF-ORD
            IF EXISTEN-POSTEOS
               OPEN INPUT POSTEOS-ORDENADOS-FILE
               IF WS-ESTADO-ORDENADOS = '00'
                  MOVE 'N' TO EOF-ORD
                  PERFORM LEER-POSTEO-ORDENADO
               END-IF
            END-IF

            MOVE 'H' TO SAL-ENC-TIPO
            MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
            MOVE WS-HORA-HOY(1:6) TO SAL-ENC-HORA
            MOVE SECUENCIA-SALIDA TO SAL-ENC-SECUENCIA
            MOVE MODO-ENVIO TO SAL-ENC-MODO
            WRITE SAL-ENCABEZADO

            PERFORM UNTIL FIN-CTA
               READ CUENTAS-FILE NEXT RECORD
                  AT END MOVE 'S' TO EOF-CTA
                  NOT AT END
                     ADD 1 TO TOTAL-CUENTAS-LEIDAS
                     PERFORM PROCESAR-CUENTA
               END-READ
            END-PERFORM
            CLOSE CUENTAS-FILE
            IF EXISTEN-POSTEOS AND WS-ESTADO-ORDENADOS NOT = '35'
               CLOSE POSTEOS-ORDENADOS-FILE
               OPEN OUTPUT POSTEOS-ORDENADOS-FILE
               CLOSE POSTEOS-ORDENADOS-FILE
            END-IF

            PERFORM MANDAR-BAJAS
               VARYING IDX-ULT FROM 1 BY 1
               UNTIL IDX-ULT > TOTAL-ULTIMOS

            MOVE 'T' TO SAL-COLA-TIPO
            MOVE TOTAL-CUENTAS-ENVIADAS TO SAL-COLA-CUENTAS
            MOVE TOTAL-MOVS-ENVIADOS TO SAL-COLA-MOVIMIENTOS
            MOVE TOTAL-BAJAS TO SAL-COLA-BAJAS
            MOVE SUMA-SALDOS TO SAL-COLA-SALDOS
            MOVE SUMA-IMPORTES TO SAL-COLA-IMPORTES
            MOVE SUMA-CUENTAS TO SAL-COLA-HASH
            WRITE SAL-COLA
            CLOSE SALIDA-FILE
            CLOSE ULTIMO-NUEVO-FILE

            PERFORM GRABAR-ULTIMO-ENVIO
            PERFORM GRABAR-SECUENCIA-SALIDA

            DISPLAY "SALDOS AL CANAL EN SALDOS_CANAL.DAT, SECUENCIA "
               SECUENCIA-SALIDA " MODO " MODO-ENVIO
            DISPLAY "  CUENTAS LEIDAS:     " TOTAL-CUENTAS-LEIDAS
            DISPLAY "  CUENTAS ENVIADAS:   " TOTAL-CUENTAS-ENVIADAS
            DISPLAY "  MOVIMIENTOS:        " TOTAL-MOVS-ENVIADOS
            DISPLAY "  BAJAS:              " TOTAL-BAJAS

            GOBACK.

        LEER-MODO.
           OPEN INPUT MODO-FILE
           IF WS-ESTADO-MODO = '00'
              READ MODO-FILE
                 NOT AT END
                    IF CTL-MODO = 'C'
                       MOVE 'C' TO MODO-ENVIO
                    END-IF
              END-READ
              CLOSE MODO-FILE
           END-IF.

        CARGAR-ULTIMO-ENVIO.
           OPEN INPUT ULTIMO-FILE
           IF WS-ESTADO-ULTIMO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ULT
              READ ULTIMO-FILE
                 AT END MOVE 'S' TO EOF-ULT
                 NOT AT END
                    IF ULT-CUENTA NUMERIC AND TOTAL-ULTIMOS < 99999
                       ADD 1 TO TOTAL-ULTIMOS
                       MOVE ULT-CUENTA
                         TO TAB-ULT-CUENTA(TOTAL-ULTIMOS)
                       MOVE ULT-STATUS
                         TO TAB-ULT-STATUS(TOTAL-ULTIMOS)
                       MOVE ULT-SALDO
                         TO TAB-ULT-SALDO(TOTAL-ULTIMOS)
                       MOVE ULT-RETENIDO
                         TO TAB-ULT-RETENIDO(TOTAL-ULTIMOS)
                       MOVE ULT-FLOTANTE
                         TO TAB-ULT-FLOTANTE(TOTAL-ULTIMOS)
                       MOVE ULT-DISPONIBLE
                         TO TAB-ULT-DISPONIBLE(TOTAL-ULTIMOS)
                       MOVE 'N' TO TAB-ULT-VISTA(TOTAL-ULTIMOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ULTIMO-FILE.

      *---- Lee POSTEOS_DIA.DAT completo contra sus cifras de
      *---- control; un archivo a medio escribir no se manda.
        VERIFICAR-POSTEOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "POSTEOS_DIA.DAT" TO EPA-ARCHIVO
           MOVE "SALDOS-CANAL" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           OPEN INPUT POSTEOS-DIA-FILE
           IF WS-ESTADO-POSTEOS = '00'
              MOVE 'S' TO HAY-POSTEOS
              PERFORM UNTIL FIN-PDI
                 READ POSTEOS-DIA-FILE
                    AT END MOVE 'S' TO EOF-PDI
                    NOT AT END
                       MOVE PDI-REFERENCIA TO EPA-REFERENCIA
                       MOVE PDI-EFECTO TO EPA-IMPORTE
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE POSTEOS-DIA-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Suma las retenciones vigentes por cuenta; el padrón
      *---- viene en orden de cuenta, así que la tabla queda
      *---- ordenada para SEARCH ALL.
        CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE
           IF WS-ESTADO-RETENCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RET
              READ RETENCIONES-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-RET
                 NOT AT END
                    PERFORM SUMAR-RETENCION
              END-READ
           END-PERFORM
           CLOSE RETENCIONES-FILE.

        SUMAR-RETENCION.
           IF TOTAL-RETENCIONES = 0
                 OR TAB-RET-CUENTA(TOTAL-RETENCIONES) NOT = RET-CUENTA
              IF TOTAL-RETENCIONES >= 9999
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-RETENCIONES
              MOVE RET-CUENTA TO TAB-RET-CUENTA(TOTAL-RETENCIONES)
              MOVE ZERO TO TAB-RET-RETENIDO(TOTAL-RETENCIONES)
              MOVE ZERO TO TAB-RET-FLOTANTE(TOTAL-RETENCIONES)
              MOVE 'N' TO TAB-RET-BLOQUEO(TOTAL-RETENCIONES)
           END-IF
           IF RET-IMPORTE NUMERIC
              IF RET-MOTIVO(1:8) = "CAM CHQ "
                 ADD RET-IMPORTE TO TAB-RET-FLOTANTE(TOTAL-RETENCIONES)
              ELSE
                 ADD RET-IMPORTE TO TAB-RET-RETENIDO(TOTAL-RETENCIONES)
              END-IF
           END-IF
           IF RET-BLOQUEO = 'S'
              MOVE 'S' TO TAB-RET-BLOQUEO(TOTAL-RETENCIONES)
           END-IF.

      *---- Mismo criterio que BATCH-BANCO: la aprobación más
      *---- reciente de la cuenta trae el vencimiento de su línea.
        CARGAR-LINEAS-APROBADAS.
           OPEN INPUT SOLICITUDES-FILE
           IF WS-ESTADO-SOLICITUDES = '00'
              PERFORM UNTIL FIN-SOL
                 READ SOLICITUDES-FILE
                    AT END MOVE 'S' TO EOF-SOL
                    NOT AT END
                       IF SOL-ESTADO = 'A' AND SOL-CUENTA NUMERIC
                          PERFORM ANOTAR-LINEA-APROBADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOLICITUDES-FILE
           END-IF.

        ANOTAR-LINEA-APROBADA.
           PERFORM VARYING IDX-LNA FROM 1 BY 1
                   UNTIL IDX-LNA > TOTAL-LINEAS-APROB
              IF TAB-LNA-CUENTA(IDX-LNA) = SOL-CUENTA
                 IF SOL-FECHA NUMERIC
                       AND SOL-FECHA >= TAB-LNA-FECHA(IDX-LNA)
                    MOVE SOL-FECHA TO TAB-LNA-FECHA(IDX-LNA)
                    IF SOL-VENCE NUMERIC
                       MOVE SOL-VENCE TO TAB-LNA-VENCE(IDX-LNA)
                    END-IF
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF TOTAL-LINEAS-APROB < 999
              ADD 1 TO TOTAL-LINEAS-APROB
              MOVE SOL-CUENTA TO TAB-LNA-CUENTA(TOTAL-LINEAS-APROB)
              IF SOL-VENCE NUMERIC
                 MOVE SOL-VENCE TO TAB-LNA-VENCE(TOTAL-LINEAS-APROB)
              ELSE
                 MOVE ZERO TO TAB-LNA-VENCE(TOTAL-LINEAS-APROB)
              END-IF
              IF SOL-FECHA NUMERIC
                 MOVE SOL-FECHA TO TAB-LNA-FECHA(TOTAL-LINEAS-APROB)
              ELSE
                 MOVE ZERO TO TAB-LNA-FECHA(TOTAL-LINEAS-APROB)
              END-IF
           END-IF.

        CARGAR-CLIENTES-BLOQUEADOS.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES = '00'
              PERFORM UNTIL FIN-CLI
                 READ CLIENTES-FILE
                    AT END MOVE 'S' TO EOF-CLI
                    NOT AT END
                       IF CLI-NUMERO NUMERIC
                             AND (CLI-BLOQUEO = 'D'
                             OR CLI-BLOQUEO = 'J'
                             OR CLI-BLOQUEO = 'V')
                             AND TOTAL-BLOQUEADOS < 9999
                          ADD 1 TO TOTAL-BLOQUEADOS
                          MOVE CLI-NUMERO
                            TO TAB-CLB-CLIENTE(TOTAL-BLOQUEADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE
           END-IF.

        LEER-SECUENCIA-SALIDA.
           OPEN INPUT SECUENCIA-CANAL-FILE
           IF WS-ESTADO-SEC = '00'
              READ SECUENCIA-CANAL-FILE
                 NOT AT END
                    IF SEC-SECUENCIA NUMERIC
                       MOVE SEC-SECUENCIA TO SECUENCIA-SALIDA
                    END-IF
              END-READ
              CLOSE SECUENCIA-CANAL-FILE
           END-IF
           ADD 1 TO SECUENCIA-SALIDA.

        GRABAR-SECUENCIA-SALIDA.
           OPEN OUTPUT SECUENCIA-CANAL-FILE
           MOVE WS-FECHA-HOY TO SEC-FECHA
           MOVE SECUENCIA-SALIDA TO SEC-SECUENCIA
           WRITE SECUENCIA-CANAL-REG
           CLOSE SECUENCIA-CANAL-FILE.

        LEER-POSTEO-ORDENADO.
           READ POSTEOS-ORDENADOS-FILE
              AT END MOVE 'S' TO EOF-ORD
           END-READ.

      *---- Junta los movimientos de hoy de la cuenta en turno (los
      *---- efectos ordenados de cuentas que ya no están en el
      *---- maestro se pasan de largo), calcula su disponible y la
      *---- manda si toca; su renglón de último envío se regraba
      *---- siempre.
        PROCESAR-CUENTA.
           MOVE 0 TO TOTAL-MOVS-CUENTA
           PERFORM UNTIL FIN-ORD OR ORD-CUENTA > NUMERO-CUENTA
              IF ORD-CUENTA = NUMERO-CUENTA
                    AND ORD-FECHA = WS-FECHA-HOY
                    AND TOTAL-MOVS-CUENTA < 9999
                 ADD 1 TO TOTAL-MOVS-CUENTA
                 MOVE ORD-REFERENCIA
                   TO TAB-MOV-REFERENCIA(TOTAL-MOVS-CUENTA)
                 MOVE ORD-OPERACION
                   TO TAB-MOV-OPERACION(TOTAL-MOVS-CUENTA)
                 MOVE ORD-CORTE TO TAB-MOV-CORTE(TOTAL-MOVS-CUENTA)
                 MOVE ORD-EFECTO TO TAB-MOV-EFECTO(TOTAL-MOVS-CUENTA)
                 MOVE ORD-SALDO TO TAB-MOV-SALDO(TOTAL-MOVS-CUENTA)
              END-IF
              PERFORM LEER-POSTEO-ORDENADO
           END-PERFORM

           PERFORM CALCULAR-DISPONIBLE

           MOVE 'N' TO ULTIMO-HALLADO
           IF TOTAL-ULTIMOS > 0
              SEARCH ALL ULTIMO-RENGLON
                 WHEN TAB-ULT-CUENTA(IDX-ULT) = NUMERO-CUENTA
                    MOVE 'S' TO ULTIMO-HALLADO
                    MOVE 'S' TO TAB-ULT-VISTA(IDX-ULT)
              END-SEARCH
           END-IF

           MOVE 'N' TO ENVIAR-CUENTA
           EVALUATE TRUE
              WHEN ENVIO-COMPLETO
                 MOVE 'S' TO ENVIAR-CUENTA
              WHEN TOTAL-MOVS-CUENTA > 0
                 MOVE 'S' TO ENVIAR-CUENTA
              WHEN NOT ES-ULTIMO-HALLADO
                 MOVE 'S' TO ENVIAR-CUENTA
              WHEN TAB-ULT-STATUS(IDX-ULT) NOT = STATUS-CUENTA
                    OR TAB-ULT-SALDO(IDX-ULT) NOT = SALDO
                    OR TAB-ULT-RETENIDO(IDX-ULT) NOT = RETENIDO-CUENTA
                    OR TAB-ULT-FLOTANTE(IDX-ULT) NOT = FLOTANTE-CUENTA
                    OR TAB-ULT-DISPONIBLE(IDX-ULT)
                       NOT = DISPONIBLE-CUENTA
                 MOVE 'S' TO ENVIAR-CUENTA
           END-EVALUATE
           IF SE-ENVIA-CUENTA
              PERFORM MANDAR-CUENTA
           END-IF

           MOVE NUMERO-CUENTA TO ULT-CUENTA
           MOVE STATUS-CUENTA TO ULT-STATUS
           MOVE SALDO TO ULT-SALDO
           MOVE RETENIDO-CUENTA TO ULT-RETENIDO
           MOVE FLOTANTE-CUENTA TO ULT-FLOTANTE
           MOVE DISPONIBLE-CUENTA TO ULT-DISPONIBLE
           MOVE WS-FECHA-HOY TO ULT-FECHA
           WRITE ULTIMO-NUEVO-REG FROM ULTIMO-REG.

      *---- Disponible = saldo + línea vigente - retenido - cheques
      *---- en cámara, nunca menor que cero; cero con bloqueo total,
      *---- cuenta cerrada o titular bloqueado.
        CALCULAR-DISPONIBLE.
           MOVE ZERO TO RETENIDO-CUENTA
           MOVE ZERO TO FLOTANTE-CUENTA
           MOVE 'N' TO BLOQUEO-CUENTA
           IF TOTAL-RETENCIONES > 0
              SEARCH ALL RETENCION-RENGLON
                 WHEN TAB-RET-CUENTA(IDX-RET) = NUMERO-CUENTA
                    MOVE TAB-RET-RETENIDO(IDX-RET) TO RETENIDO-CUENTA
                    MOVE TAB-RET-FLOTANTE(IDX-RET) TO FLOTANTE-CUENTA
                    MOVE TAB-RET-BLOQUEO(IDX-RET) TO BLOQUEO-CUENTA
              END-SEARCH
           END-IF
           IF CUENTA-CLIENTE NUMERIC AND CUENTA-CLIENTE > 0
              PERFORM VARYING IDX-CLB FROM 1 BY 1
                      UNTIL IDX-CLB > TOTAL-BLOQUEADOS
                 IF TAB-CLB-CLIENTE(IDX-CLB) = CUENTA-CLIENTE
                    MOVE 'S' TO BLOQUEO-CUENTA
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           MOVE ZERO TO LIMITE-CUENTA
           IF LIMITE-SOBREGIRO NUMERIC
              MOVE LIMITE-SOBREGIRO TO LIMITE-CUENTA
           END-IF
           IF LIMITE-CUENTA > 0
              MOVE ZERO TO VENCE-LINEA
              PERFORM VARYING IDX-LNA FROM 1 BY 1
                      UNTIL IDX-LNA > TOTAL-LINEAS-APROB
                 IF TAB-LNA-CUENTA(IDX-LNA) = NUMERO-CUENTA
                    MOVE TAB-LNA-VENCE(IDX-LNA) TO VENCE-LINEA
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF VENCE-LINEA > 0 AND VENCE-LINEA < WS-FECHA-HOY
                 MOVE ZERO TO LIMITE-CUENTA
              END-IF
           END-IF

           IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
              MOVE ZERO TO DISPONIBLE-CUENTA
           ELSE
              COMPUTE DISPONIBLE-CUENTA = SALDO + LIMITE-CUENTA
                 - RETENIDO-CUENTA - FLOTANTE-CUENTA
              IF DISPONIBLE-CUENTA < 0
                 MOVE ZERO TO DISPONIBLE-CUENTA
              END-IF
           END-IF.

      *---- Renglón de la cuenta y, detrás, sus movimientos de hoy
      *---- con el saldo corrido; el saldo anterior es el que tenía
      *---- antes del primero.
        MANDAR-CUENTA.
           MOVE 'C' TO SAL-TIPO
           MOVE NUMERO-CUENTA TO SAL-CUENTA
           MOVE CUENTA-MONEDA TO SAL-MONEDA
           MOVE STATUS-CUENTA TO SAL-STATUS
           MOVE SALDO TO SAL-SALDO
           MOVE RETENIDO-CUENTA TO SAL-RETENIDO
           MOVE FLOTANTE-CUENTA TO SAL-FLOTANTE
           MOVE LIMITE-CUENTA TO SAL-LIMITE
           MOVE DISPONIBLE-CUENTA TO SAL-DISPONIBLE
           IF TOTAL-MOVS-CUENTA > 0
              COMPUTE SAL-SALDO-ANTERIOR
                 = TAB-MOV-SALDO(1) - TAB-MOV-EFECTO(1)
           ELSE
              MOVE SALDO TO SAL-SALDO-ANTERIOR
           END-IF
           MOVE TOTAL-MOVS-CUENTA TO SAL-MOVIMIENTOS
           WRITE SAL-CUENTA-REG
           ADD 1 TO TOTAL-CUENTAS-ENVIADAS
           ADD SALDO TO SUMA-SALDOS
           ADD NUMERO-CUENTA TO SUMA-CUENTAS
           PERFORM MANDAR-MOVIMIENTO
              VARYING IDX-MOV FROM 1 BY 1
              UNTIL IDX-MOV > TOTAL-MOVS-CUENTA.

        MANDAR-MOVIMIENTO.
           MOVE 'M' TO SAL-MOV-TIPO
           MOVE NUMERO-CUENTA TO SAL-MOV-CUENTA
           MOVE TAB-MOV-REFERENCIA(IDX-MOV) TO SAL-MOV-REFERENCIA
           MOVE TAB-MOV-OPERACION(IDX-MOV) TO SAL-MOV-OPERACION
           MOVE TAB-MOV-CORTE(IDX-MOV) TO SAL-MOV-CORTE
           MOVE TAB-MOV-EFECTO(IDX-MOV) TO SAL-MOV-IMPORTE
           MOVE TAB-MOV-SALDO(IDX-MOV) TO SAL-MOV-SALDO
           WRITE SAL-MOVIMIENTO-REG
           ADD 1 TO TOTAL-MOVS-ENVIADOS
           ADD TAB-MOV-EFECTO(IDX-MOV) TO SUMA-IMPORTES.

      *---- Cuenta mandada antes que ya no está en el maestro
      *---- (renumerada o consolidada): el canal debe retirarla.
        MANDAR-BAJAS.
           IF TAB-ULT-VISTA(IDX-ULT) NOT = 'S'
              MOVE SPACES TO SAL-CUENTA-REG
              MOVE 'B' TO SAL-TIPO
              MOVE TAB-ULT-CUENTA(IDX-ULT) TO SAL-CUENTA
              WRITE SAL-CUENTA-REG
              ADD 1 TO TOTAL-BAJAS
              ADD TAB-ULT-CUENTA(IDX-ULT) TO SUMA-CUENTAS
           END-IF.

      *---- El último envío recién armado reemplaza al anterior
      *---- sólo cuando SALDOS_CANAL.DAT quedó completo.
        GRABAR-ULTIMO-ENVIO.
           OPEN INPUT ULTIMO-NUEVO-FILE
           IF WS-ESTADO-ULTIMO-NUEVO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ULTIMO-FILE
           MOVE 'N' TO EOF-ULT
           PERFORM UNTIL FIN-ULT
              READ ULTIMO-NUEVO-FILE
                 AT END MOVE 'S' TO EOF-ULT
                 NOT AT END
                    WRITE ULTIMO-REG FROM ULTIMO-NUEVO-REG
              END-READ
           END-PERFORM
           CLOSE ULTIMO-FILE
           CLOSE ULTIMO-NUEVO-FILE
           OPEN OUTPUT ULTIMO-NUEVO-FILE
           CLOSE ULTIMO-NUEVO-FILE.
