       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-POSTEO.

      *> --- Utileria de un solo uso para migrar a formato INDEXED los
      *> tres archivos que BATCH-BANCO consulta movimiento por
      *> movimiento, en el mismo molde que CONVERSION-MOVIMIENTOS:
      *>   MOVS_POSTEADOS.DAT con llave PST-REFERENCIA,
      *>   CHEQUES.DAT con llave CHQ-LLAVE (cuenta y cheque),
      *>   RETENCIONES.DAT con llave RET-LLAVE (cuenta y motivo), que
      *>   ademas cambia de trazado para dejar el motivo junto a la
      *>   cuenta.
      *> El operador renombra cada archivo viejo a
      *> MOVS_POSTEADOS_SEC.DAT, CHEQUES_SEC.DAT y
      *> RETENCIONES_SEC.DAT y corre esta conversion; el archivo que
      *> no tenga su _SEC.DAT se omite. Una referencia o un cheque
      *> repetido se reporta y se descarta (queda el primero); dos
      *> retenciones de la misma cuenta con el mismo motivo se funden
      *> en una sola que suma los importes y conserva el bloqueo, para
      *> no soltar dinero retenido. Las solicitudes de retencion
      *> pendientes de aprobar traen sus imagenes en el trazado
      *> viejo, asi que la conversion no corre mientras haya alguna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTEADOS-SEC-FILE
               ASSIGN TO 'MOVS_POSTEADOS_SEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SEC.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT CHEQUES-SEC-FILE ASSIGN TO 'CHEQUES_SEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SEC.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT RETENCIONES-SEC-FILE ASSIGN TO 'RETENCIONES_SEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SEC.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.

       DATA DIVISION.
       FILE SECTION.

       FD POSTEADOS-SEC-FILE.
       01 POSTEADO-SEC-REG.
           05 SEC-PST-REFERENCIA PIC 9(8).

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- El registro de cheques viejo ya traia el mismo trazado.
       FD CHEQUES-SEC-FILE.
       01 CHEQUE-SEC-REG.
           05 SEC-CHQ-CUENTA PIC 9(6).
           05 SEC-CHQ-NUMERO PIC 9(6).
           05 SEC-CHQ-ESTADO PIC X(1).

       FD CHEQUES-FILE.
           COPY CHEQUEREG.

      *---- Trazado viejo de RETENCIONES.DAT: el motivo iba despues
      *---- del importe y el bloqueo.
       FD RETENCIONES-SEC-FILE.
       01 RETENCION-SEC-REG.
           05 SEC-RET-CUENTA  PIC 9(6).
           05 SEC-RET-IMPORTE PIC 9(6)V99.
           05 SEC-RET-BLOQUEO PIC X(1).
           05 SEC-RET-MOTIVO  PIC X(20).
           05 SEC-RET-FECHA   PIC 9(8).

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD CAMBIOS-FILE.
           COPY CAMBIOPENDREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-SEC         PIC X(2).
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-CHEQUES     PIC X(2).
       01 WS-ESTADO-RETENCIONES PIC X(2).
       01 WS-ESTADO-CAMBIOS     PIC X(2).

       01 EOF-SEC PIC X VALUE 'N'.
          88 FIN-SEC VALUE 'S'.
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.

       01 SOLICITUDES-PENDIENTES PIC 9(6) VALUE 0.

       01 POSTEADOS-LEIDOS     PIC 9(6) VALUE 0.
       01 POSTEADOS-CARGADOS   PIC 9(6) VALUE 0.
       01 POSTEADOS-DUPLICADOS PIC 9(6) VALUE 0.
       01 CHEQUES-LEIDOS       PIC 9(6) VALUE 0.
       01 CHEQUES-CARGADOS     PIC 9(6) VALUE 0.
       01 CHEQUES-DUPLICADOS   PIC 9(6) VALUE 0.
       01 RETENCIONES-LEIDAS   PIC 9(6) VALUE 0.
       01 RETENCIONES-CARGADAS PIC 9(6) VALUE 0.
       01 RETENCIONES-FUNDIDAS PIC 9(6) VALUE 0.

       01 IMPORTE-FUNDIDO PIC 9(7)V99 VALUE ZERO.

      *> MOVS_POSTEADOS.DAT recién convertido estrena sus cifras de
      *> control con lo que se cargó.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.

      *---- Las imagenes antes/despues de una solicitud de retencion
      *---- pendiente vienen en el trazado viejo; aprobarla despues
      *---- de convertir regrabaria un registro revuelto.
            OPEN INPUT CAMBIOS-FILE.
            IF WS-ESTADO-CAMBIOS = '00'
               PERFORM UNTIL FIN-CMB
                  READ CAMBIOS-FILE
                     AT END MOVE 'S' TO EOF-CMB
                     NOT AT END
                        IF CMB-DE-RETENCIONES AND CMB-PENDIENTE
                           ADD 1 TO SOLICITUDES-PENDIENTES
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
            END-IF.
            IF SOLICITUDES-PENDIENTES > 0
               DISPLAY "HAY " SOLICITUDES-PENDIENTES
                  " SOLICITUDES DE RETENCION PENDIENTES EN "
                  "CAMBIOS_PENDIENTES.DAT"
               DISPLAY "APRUEBELAS O RECHACELAS CON APROBACION-CAMBIOS "
                  "ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM CONVERTIR-POSTEADOS.
            PERFORM CONVERTIR-CHEQUES.
            PERFORM CONVERTIR-RETENCIONES.

            DISPLAY "--------------------------------".
            DISPLAY "REFERENCIAS LEIDAS:      " POSTEADOS-LEIDOS.
            DISPLAY "REFERENCIAS CARGADAS:    " POSTEADOS-CARGADOS.
            DISPLAY "REFERENCIAS DUPLICADAS:  " POSTEADOS-DUPLICADOS.
            DISPLAY "CHEQUES LEIDOS:          " CHEQUES-LEIDOS.
            DISPLAY "CHEQUES CARGADOS:        " CHEQUES-CARGADOS.
            DISPLAY "CHEQUES DUPLICADOS:      " CHEQUES-DUPLICADOS.
            DISPLAY "RETENCIONES LEIDAS:      " RETENCIONES-LEIDAS.
            DISPLAY "RETENCIONES CARGADAS:    " RETENCIONES-CARGADAS.
            DISPLAY "RETENCIONES FUNDIDAS:    " RETENCIONES-FUNDIDAS.
            DISPLAY "--------------------------------".

            STOP RUN.

      *---- Bitacora de referencias posteadas.
        CONVERTIR-POSTEADOS.
           MOVE 'N' TO EOF-SEC.
           OPEN INPUT POSTEADOS-SEC-FILE.
           IF WS-ESTADO-SEC NOT = '00'
              DISPLAY "MOVS_POSTEADOS_SEC.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-SEC "); SE OMITE"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT POSTEADOS-FILE.
           IF WS-ESTADO-POSTEADOS NOT = '00'
              DISPLAY "NO SE PUDO CREAR MOVS_POSTEADOS.DAT INDEXADO "
                 "(ESTADO " WS-ESTADO-POSTEADOS ")"
              CLOSE POSTEADOS-SEC-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO EPA-OPERACION.
           MOVE 'N' TO EPA-MODO.
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO.
           MOVE "CONVERSION-POSTEO" TO EPA-PROGRAMA.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.
           MOVE 'R' TO EPA-OPERACION.
           MOVE ZERO TO EPA-IMPORTE.
           PERFORM UNTIL FIN-SEC
              READ POSTEADOS-SEC-FILE
                 AT END MOVE 'S' TO EOF-SEC
                 NOT AT END
                    ADD 1 TO POSTEADOS-LEIDOS
                    MOVE SEC-PST-REFERENCIA TO PST-REFERENCIA
                    WRITE POSTEADO-REG
                       INVALID KEY
                          ADD 1 TO POSTEADOS-DUPLICADOS
                       NOT INVALID KEY
                          ADD 1 TO POSTEADOS-CARGADOS
                          MOVE PST-REFERENCIA TO EPA-REFERENCIA
                          CALL 'CONTROL-ENTREGAS'
                             USING ENTREGA-PARAMETROS
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE POSTEADOS-SEC-FILE.
           CLOSE POSTEADOS-FILE.
           MOVE 'C' TO EPA-OPERACION.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Registro de chequeras.
        CONVERTIR-CHEQUES.
           MOVE 'N' TO EOF-SEC.
           OPEN INPUT CHEQUES-SEC-FILE.
           IF WS-ESTADO-SEC NOT = '00'
              DISPLAY "CHEQUES_SEC.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-SEC "); SE OMITE"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              DISPLAY "NO SE PUDO CREAR CHEQUES.DAT INDEXADO "
                 "(ESTADO " WS-ESTADO-CHEQUES ")"
              CLOSE CHEQUES-SEC-FILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-SEC
              READ CHEQUES-SEC-FILE
                 AT END MOVE 'S' TO EOF-SEC
                 NOT AT END
                    ADD 1 TO CHEQUES-LEIDOS
                    MOVE SEC-CHQ-CUENTA TO CHQ-CUENTA
                    MOVE SEC-CHQ-NUMERO TO CHQ-NUMERO
                    MOVE SEC-CHQ-ESTADO TO CHQ-ESTADO
                    WRITE CHEQUE-REG
                       INVALID KEY
                          ADD 1 TO CHEQUES-DUPLICADOS
                          DISPLAY "CHEQUE DUPLICADO DESCARTADO: CUENTA "
                             SEC-CHQ-CUENTA " CHEQUE " SEC-CHQ-NUMERO
                       NOT INVALID KEY
                          ADD 1 TO CHEQUES-CARGADOS
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE CHEQUES-SEC-FILE.
           CLOSE CHEQUES-FILE.

      *---- Padron de retenciones, con el trazado nuevo.
        CONVERTIR-RETENCIONES.
           MOVE 'N' TO EOF-SEC.
           OPEN INPUT RETENCIONES-SEC-FILE.
           IF WS-ESTADO-SEC NOT = '00'
              DISPLAY "RETENCIONES_SEC.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-SEC "); SE OMITE"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES NOT = '00'
              DISPLAY "NO SE PUDO CREAR RETENCIONES.DAT INDEXADO "
                 "(ESTADO " WS-ESTADO-RETENCIONES ")"
              CLOSE RETENCIONES-SEC-FILE
              EXIT PARAGRAPH
           END-IF.
           CLOSE RETENCIONES-FILE.
           OPEN I-O RETENCIONES-FILE.
           PERFORM UNTIL FIN-SEC
              READ RETENCIONES-SEC-FILE
                 AT END MOVE 'S' TO EOF-SEC
                 NOT AT END
                    ADD 1 TO RETENCIONES-LEIDAS
                    PERFORM CARGAR-RETENCION
              END-READ
           END-PERFORM.
           CLOSE RETENCIONES-SEC-FILE.
           CLOSE RETENCIONES-FILE.

      *---- Graba la retencion leida con el trazado nuevo; si la
      *---- cuenta ya tiene otra con el mismo motivo, la funde con
      *---- ella en vez de perderla.
        CARGAR-RETENCION.
           MOVE SEC-RET-CUENTA TO RET-CUENTA.
           MOVE SEC-RET-MOTIVO TO RET-MOTIVO.
           READ RETENCIONES-FILE
              INVALID KEY
                 PERFORM GRABAR-RETENCION-NUEVA
              NOT INVALID KEY
                 PERFORM FUNDIR-RETENCION
           END-READ.

        GRABAR-RETENCION-NUEVA.
           MOVE SEC-RET-CUENTA TO RET-CUENTA.
           MOVE SEC-RET-MOTIVO TO RET-MOTIVO.
           IF SEC-RET-IMPORTE NUMERIC
              MOVE SEC-RET-IMPORTE TO RET-IMPORTE
           ELSE
              MOVE ZERO TO RET-IMPORTE
           END-IF.
           MOVE SEC-RET-BLOQUEO TO RET-BLOQUEO.
           IF SEC-RET-FECHA NUMERIC
              MOVE SEC-RET-FECHA TO RET-FECHA
           ELSE
              MOVE ZERO TO RET-FECHA
           END-IF.
           WRITE RETENCION-REG
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA RETENCION DE LA CUENTA "
                    SEC-RET-CUENTA " (ESTADO " WS-ESTADO-RETENCIONES
                    ")"
              NOT INVALID KEY
                 ADD 1 TO RETENCIONES-CARGADAS
           END-WRITE.

        FUNDIR-RETENCION.
           MOVE RET-IMPORTE TO IMPORTE-FUNDIDO.
           IF SEC-RET-IMPORTE NUMERIC
              ADD SEC-RET-IMPORTE TO IMPORTE-FUNDIDO
           END-IF.
           IF IMPORTE-FUNDIDO > 999999.99
              MOVE 999999.99 TO IMPORTE-FUNDIDO
           END-IF.
           MOVE IMPORTE-FUNDIDO TO RET-IMPORTE.
           IF SEC-RET-BLOQUEO = 'S'
              MOVE 'S' TO RET-BLOQUEO
           END-IF.
           IF SEC-RET-FECHA NUMERIC AND SEC-RET-FECHA > RET-FECHA
              MOVE SEC-RET-FECHA TO RET-FECHA
           END-IF.
           REWRITE RETENCION-REG.
           ADD 1 TO RETENCIONES-FUNDIDAS.
           DISPLAY "RETENCION FUNDIDA: CUENTA " SEC-RET-CUENTA
              " MOTIVO " SEC-RET-MOTIVO.
