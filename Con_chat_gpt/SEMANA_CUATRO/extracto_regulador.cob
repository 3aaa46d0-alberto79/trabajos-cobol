       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-REGULADOR.

      *> --- Extracto de operaciones reportables para la autoridad.
      *> Toma de CASOS_CUMPLIMIENTO.DAT los casos que cumplimiento
      *> cerró como reportables ('R') y que aún no se presentan, y
      *> manda cada operación que los sustenta
      *> (CASOS_OPERACIONES.DAT) en REGULADOR_OPERACIONES.DAT con el
      *> trazado de la autoridad: encabezado con la clave de entidad
      *> (REGULADOR_ENTIDAD.CTL), la fecha y la secuencia del envío,
      *> un detalle por operación con la identidad del cliente de
      *> clientes.txt, y cola de control con conteo e importe. Los
      *> casos enviados quedan presentados con la fecha y la
      *> secuencia, así que un relanzamiento no los repite. Se corre
      *> a petición de cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE ASSIGN TO 'CASOS_CUMPLIMIENTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPERACIONES-CASO-FILE
               ASSIGN TO 'CASOS_OPERACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPER-CASO.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT ENTIDAD-FILE ASSIGN TO 'REGULADOR_ENTIDAD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTIDAD.
           SELECT SALIDA-FILE ASSIGN TO 'REGULADOR_OPERACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT SALIDA-SEC-FILE ASSIGN TO 'REGULADOR_SEC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA-SEC.

       DATA DIVISION.
       FILE SECTION.
       FD CASOS-FILE.
           COPY CASOREG.

       FD OPERACIONES-CASO-FILE.
           COPY CASOOPEREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

      *---- Clave que la autoridad le asignó a la entidad.
       FD ENTIDAD-FILE.
       01 ENTIDAD-REG.
           05 ENT-CLAVE PIC X(10).

      *---- Archivo para la autoridad. Tipo de reporte 'RE'
      *---- operación relevante (efectivo en o sobre el umbral),
      *---- 'IN' operación inusual (fraccionamiento).
       FD SALIDA-FILE.
       01 SAL-DETALLE.
           05 SAL-TIPO          PIC X(1).
           05 SAL-REPORTE       PIC X(2).
           05 SAL-CASO          PIC 9(6).
           05 SAL-FECHA-OPER    PIC 9(8).
           05 SAL-HORA-OPER     PIC 9(6).
           05 SAL-CUENTA        PIC 9(6).
           05 SAL-CLIENTE       PIC 9(5).
           05 SAL-DOC-TIPO      PIC X(3).
           05 SAL-DOC-NUMERO    PIC X(18).
           05 SAL-APELLIDO1     PIC X(15).
           05 SAL-APELLIDO2     PIC X(15).
           05 SAL-NOMBRE        PIC X(20).
           05 SAL-OPERACION     PIC X(1).
           05 SAL-IMPORTE       PIC 9(9)V99.
           05 SAL-FECHA-DICTAMEN PIC 9(8).
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO      PIC X(1).
           05 SAL-ENC-ENTIDAD   PIC X(10).
           05 SAL-ENC-FECHA     PIC 9(8).
           05 SAL-ENC-SECUENCIA PIC 9(6).
       01 SAL-COLA.
           05 SAL-COLA-TIPO      PIC X(1).
           05 SAL-COLA-REGISTROS PIC 9(6).
           05 SAL-COLA-IMPORTE   PIC 9(13)V99.

      *---- Secuencia y fecha del último extracto enviado.
       FD SALIDA-SEC-FILE.
       01 SALIDA-SEC-REG.
           05 SEC-SECUENCIA PIC 9(6).
           05 SEC-FECHA     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CASOS      PIC X(2).
       01 WS-ESTADO-OPER-CASO  PIC X(2).
       01 WS-ESTADO-CLIENTES   PIC X(2).
       01 WS-ESTADO-ENTIDAD    PIC X(2).
       01 WS-ESTADO-SALIDA     PIC X(2).
       01 WS-ESTADO-SALIDA-SEC PIC X(2).

       01 EOF-CAS PIC X VALUE 'N'.
          88 FIN-CAS VALUE 'S'.
       01 EOF-OPC PIC X VALUE 'N'.
          88 FIN-OPC VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 CLAVE-ENTIDAD PIC X(10) VALUE SPACES.
       01 SECUENCIA-SALIDA PIC 9(6) VALUE ZERO.

      *> --- Casos completos en memoria, renglón tal cual, con la
      *> marca de los que salen en este extracto.
       01 CASOS-TABLA.
          05 CASO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CASOS
                INDEXED BY IDX-CAS.
             10 TAB-CASO-REG  PIC X(99).
             10 TAB-CAS-ENVIA PIC X(1).
       01 TOTAL-CASOS PIC 9(4) VALUE 0.
       01 RENGLON-CASO PIC 9(4) VALUE 0.

      *> --- Identidad de los clientes.
       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO     PIC 9(5).
             10 TAB-CLI-NOMBRE     PIC X(20).
             10 TAB-CLI-APELLIDO1  PIC X(15).
             10 TAB-CLI-APELLIDO2  PIC X(15).
             10 TAB-CLI-DOC-TIPO   PIC X(3).
             10 TAB-CLI-DOC-NUMERO PIC X(18).
       01 TOTAL-CLIENTES PIC 9(4) VALUE 0.

       01 TOTAL-CASOS-ENVIADOS PIC 9(4) VALUE 0.
       01 TOTAL-ENVIADOS PIC 9(6) VALUE 0.
       01 SUMA-IMPORTES PIC 9(13)V99 VALUE ZERO.
       01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            OPEN INPUT CASOS-FILE
            IF WS-ESTADO-CASOS NOT = '00'
               DISPLAY "CASOS_CUMPLIMIENTO.DAT NO ENCONTRADO, NADA "
                  "QUE PRESENTAR"
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CAS
               READ CASOS-FILE
                  AT END MOVE 'S' TO EOF-CAS
                  NOT AT END
                     IF CASO-REG NOT = SPACES
                           AND TOTAL-CASOS < 9999
                        ADD 1 TO TOTAL-CASOS
                        MOVE CASO-REG TO TAB-CASO-REG(TOTAL-CASOS)
                        MOVE 'N' TO TAB-CAS-ENVIA(TOTAL-CASOS)
                        IF CAS-ESTADO = 'R'
                              AND CAS-PRESENTADO NOT = 'S'
                           MOVE 'S' TO TAB-CAS-ENVIA(TOTAL-CASOS)
                           ADD 1 TO TOTAL-CASOS-ENVIADOS
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CASOS-FILE

            IF TOTAL-CASOS-ENVIADOS = 0
               DISPLAY "SIN CASOS REPORTABLES PENDIENTES DE PRESENTAR"
               GOBACK
            END-IF

            PERFORM LEER-ENTIDAD
            PERFORM LEER-SECUENCIA-SALIDA
            PERFORM CARGAR-CLIENTES

            OPEN OUTPUT SALIDA-FILE
            IF WS-ESTADO-SALIDA NOT = '00'
               DISPLAY "NO SE PUDO ABRIR REGULADOR_OPERACIONES.DAT "
                  "(ESTADO " WS-ESTADO-SALIDA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            ADD 1 TO SECUENCIA-SALIDA
            MOVE SPACES TO SAL-ENCABEZADO
            MOVE 'H' TO SAL-ENC-TIPO
            MOVE CLAVE-ENTIDAD TO SAL-ENC-ENTIDAD
            MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
            MOVE SECUENCIA-SALIDA TO SAL-ENC-SECUENCIA
            WRITE SAL-ENCABEZADO

            OPEN INPUT OPERACIONES-CASO-FILE
            IF WS-ESTADO-OPER-CASO = '00'
               PERFORM UNTIL FIN-OPC
                  READ OPERACIONES-CASO-FILE
                     AT END MOVE 'S' TO EOF-OPC
                     NOT AT END
                        PERFORM ENVIAR-OPERACION
                  END-READ
               END-PERFORM
               CLOSE OPERACIONES-CASO-FILE
            END-IF

            MOVE SPACES TO SAL-COLA
            MOVE 'T' TO SAL-COLA-TIPO
            MOVE TOTAL-ENVIADOS TO SAL-COLA-REGISTROS
            MOVE SUMA-IMPORTES TO SAL-COLA-IMPORTE
            WRITE SAL-COLA
            CLOSE SALIDA-FILE

            PERFORM MARCAR-PRESENTADOS
            PERFORM GRABAR-SECUENCIA-SALIDA

            MOVE SUMA-IMPORTES TO IMPORTE-EDITADO
            DISPLAY "--------------------------------"
            DISPLAY "EXTRACTO AL REGULADOR, SECUENCIA " SECUENCIA-SALIDA
            DISPLAY "CASOS PRESENTADOS:     " TOTAL-CASOS-ENVIADOS
            DISPLAY "OPERACIONES ENVIADAS:  " TOTAL-ENVIADOS
            DISPLAY "IMPORTE ENVIADO:       " IMPORTE-EDITADO
            DISPLAY "ARCHIVO EN REGULADOR_OPERACIONES.DAT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Si la operación leída pertenece a un caso que sale en
      *---- este extracto, la escribe con la identidad del cliente.
        ENVIAR-OPERACION.
           MOVE 0 TO RENGLON-CASO
           PERFORM VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > TOTAL-CASOS
              IF TAB-CAS-ENVIA(IDX-CAS) = 'S'
                    AND TAB-CASO-REG(IDX-CAS)(1:6) = OPC-CASO
                 SET RENGLON-CASO TO IDX-CAS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-CASO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CASO-REG(RENGLON-CASO) TO CASO-REG
           MOVE SPACES TO SAL-DETALLE
           MOVE 'D' TO SAL-TIPO
           IF CAS-TIPO = 'G'
              MOVE "RE" TO SAL-REPORTE
           ELSE
              MOVE "IN" TO SAL-REPORTE
           END-IF
           MOVE CAS-NUMERO TO SAL-CASO
           MOVE OPC-FECHA TO SAL-FECHA-OPER
           MOVE OPC-HORA TO SAL-HORA-OPER
           MOVE OPC-CUENTA TO SAL-CUENTA
           MOVE CAS-CLIENTE TO SAL-CLIENTE
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = CAS-CLIENTE
                 MOVE TAB-CLI-DOC-TIPO(IDX-CLI) TO SAL-DOC-TIPO
                 MOVE TAB-CLI-DOC-NUMERO(IDX-CLI) TO SAL-DOC-NUMERO
                 MOVE TAB-CLI-APELLIDO1(IDX-CLI) TO SAL-APELLIDO1
                 MOVE TAB-CLI-APELLIDO2(IDX-CLI) TO SAL-APELLIDO2
                 MOVE TAB-CLI-NOMBRE(IDX-CLI) TO SAL-NOMBRE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE OPC-OPERACION TO SAL-OPERACION
           MOVE OPC-IMPORTE TO SAL-IMPORTE
           MOVE CAS-FECHA-CIERRE TO SAL-FECHA-DICTAMEN
           WRITE SAL-DETALLE
           ADD 1 TO TOTAL-ENVIADOS
           ADD OPC-IMPORTE TO SUMA-IMPORTES.

      *---- Deja presentados los casos enviados y reescribe el
      *---- archivo de casos completo.
        MARCAR-PRESENTADOS.
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > TOTAL-CASOS
              MOVE TAB-CASO-REG(IDX-CAS) TO CASO-REG
              IF TAB-CAS-ENVIA(IDX-CAS) = 'S'
                 MOVE 'S' TO CAS-PRESENTADO
                 MOVE WS-FECHA-HOY TO CAS-FECHA-PRESENTA
                 MOVE SECUENCIA-SALIDA TO CAS-ENVIO
              END-IF
              WRITE CASO-REG
           END-PERFORM
           CLOSE CASOS-FILE.

        LEER-ENTIDAD.
           OPEN INPUT ENTIDAD-FILE
           IF WS-ESTADO-ENTIDAD NOT = '00'
              DISPLAY "REGULADOR_ENTIDAD.CTL NO ENCONTRADO, CLAVE DE "
                 "ENTIDAD EN BLANCO"
              EXIT PARAGRAPH
           END-IF
           READ ENTIDAD-FILE
              NOT AT END
                 MOVE ENT-CLAVE TO CLAVE-ENTIDAD
           END-READ
           CLOSE ENTIDAD-FILE.

        LEER-SECUENCIA-SALIDA.
           OPEN INPUT SALIDA-SEC-FILE
           IF WS-ESTADO-SALIDA-SEC NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ SALIDA-SEC-FILE
              NOT AT END
                 IF SEC-SECUENCIA NUMERIC
                    MOVE SEC-SECUENCIA TO SECUENCIA-SALIDA
                 END-IF
           END-READ
           CLOSE SALIDA-SEC-FILE.

        GRABAR-SECUENCIA-SALIDA.
           OPEN OUTPUT SALIDA-SEC-FILE
           MOVE SECUENCIA-SALIDA TO SEC-SECUENCIA
           MOVE WS-FECHA-HOY TO SEC-FECHA
           WRITE SALIDA-SEC-REG
           CLOSE SALIDA-SEC-FILE.

        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              DISPLAY "clientes.txt NO ENCONTRADO, OPERACIONES SIN "
                 "IDENTIDAD DEL CLIENTE"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC AND TOTAL-CLIENTES < 9999
                       ADD 1 TO TOTAL-CLIENTES
                       MOVE CLI-NUMERO
                         TO TAB-CLI-NUMERO(TOTAL-CLIENTES)
                       MOVE CLI-NOMBRE
                         TO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO1
                         TO TAB-CLI-APELLIDO1(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO2
                         TO TAB-CLI-APELLIDO2(TOTAL-CLIENTES)
                       MOVE CLI-DOC-TIPO
                         TO TAB-CLI-DOC-TIPO(TOTAL-CLIENTES)
                       MOVE CLI-DOC-NUMERO
                         TO TAB-CLI-DOC-NUMERO(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.
