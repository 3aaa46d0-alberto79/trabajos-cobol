       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-LISTAS.

      *> --- Carga en la lista de vigilancia (LISTAS_VIGILANCIA.DAT)
      *> la edición vigente de una lista oficial que cumplimiento
      *> deja en LISTAS_ENTRADA.DAT: encabezado 'H' con la lista
      *> ('SAN' sancionados o 'PEP' personas políticamente
      *> expuestas) y la fecha de publicación, un renglón 'D' por
      *> persona y cola 'T' con el conteo, que debe cuadrar. Las
      *> personas de esa lista se reemplazan completas; las de la
      *> otra lista quedan como estaban. Cada carga sube la versión
      *> de LISTAS_VERSION.CTL, que es lo que dispara la criba
      *> nocturna del padrón (CRIBA-PADRON) y hace que CRIBA-LISTAS
      *> vuelva a leer la lista. Un archivo mal formado no se carga
      *> y termina con código 8 para que cumplimiento lo corrija.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO 'LISTAS_ENTRADA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTRADA.
           SELECT LISTAS-FILE ASSIGN TO 'LISTAS_VIGILANCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTAS.
           SELECT VERSION-FILE ASSIGN TO 'LISTAS_VERSION.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VERSION.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-FILE.
       01 ENT-DETALLE.
           05 ENT-TIPO        PIC X(1).
           05 ENT-CLAVE       PIC 9(6).
           05 ENT-NOMBRE      PIC X(20).
           05 ENT-APELLIDO1   PIC X(15).
           05 ENT-APELLIDO2   PIC X(15).
           05 ENT-DOC-TIPO    PIC X(3).
           05 ENT-DOC-NUMERO  PIC X(18).
       01 ENT-ENCABEZADO.
           05 ENT-ENC-TIPO    PIC X(1).
           05 ENT-ENC-LISTA   PIC X(3).
           05 ENT-ENC-FECHA   PIC 9(8).
       01 ENT-COLA.
           05 ENT-COLA-TIPO      PIC X(1).
           05 ENT-COLA-REGISTROS PIC 9(6).

       FD LISTAS-FILE.
           COPY LISTAREG.

       FD VERSION-FILE.
       01 VERSION-REG.
           05 VER-NUMERO PIC 9(4).
           05 VER-FECHA  PIC 9(8).
           05 VER-UMBRAL PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ENTRADA PIC X(2).
       01 WS-ESTADO-LISTAS  PIC X(2).
       01 WS-ESTADO-VERSION PIC X(2).

       01 EOF-ENT PIC X VALUE 'N'.
          88 FIN-ENT VALUE 'S'.
       01 EOF-LIS PIC X VALUE 'N'.
          88 FIN-LIS VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *> --- Lista vigente completa y personas nuevas de la lista
      *> que se carga.
       01 LISTA-TABLA.
          05 LISTA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-LISTA
                INDEXED BY IDX-LIS.
             10 TAB-LISTA-REG PIC X(80).
       01 TOTAL-LISTA PIC 9(4) VALUE 0.

       01 NUEVAS-TABLA.
          05 NUEVA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-NUEVAS
                INDEXED BY IDX-NVA.
             10 TAB-NVA-CLAVE      PIC 9(6).
             10 TAB-NVA-NOMBRE     PIC X(20).
             10 TAB-NVA-APELLIDO1  PIC X(15).
             10 TAB-NVA-APELLIDO2  PIC X(15).
             10 TAB-NVA-DOC-TIPO   PIC X(3).
             10 TAB-NVA-DOC-NUMERO PIC X(18).
       01 TOTAL-NUEVAS PIC 9(4) VALUE 0.

       01 LISTA-CARGADA PIC X(3) VALUE SPACES.
       01 FECHA-LISTA   PIC 9(8) VALUE ZERO.
       01 TOTAL-REEMPLAZADAS PIC 9(4) VALUE 0.
       01 TOTAL-CONSERVADAS  PIC 9(4) VALUE 0.

       01 VERSION-ACTUAL PIC 9(4) VALUE ZERO.
       01 UMBRAL-ACTUAL  PIC 9(3) VALUE 75.

      *> --- Verificación de la forma del archivo de entrada.
       01 RENGLONES-LEIDOS PIC 9(6) VALUE 0.
       01 HAY-ENCABEZADO PIC X(1) VALUE 'N'.
       01 HAY-COLA PIC X(1) VALUE 'N'.
       01 DETALLE-TRAS-COLA PIC X(1) VALUE 'N'.
       01 COLA-REGISTROS PIC 9(6) VALUE 0.
       01 ARCHIVO-VALIDO PIC X(1) VALUE 'S'.
          88 ES-ARCHIVO-VALIDO VALUE 'S'.
       01 MOTIVO-ARCHIVO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-ENTRADA
            IF RENGLONES-LEIDOS = 0
               DISPLAY "LISTAS_ENTRADA.DAT VACIO O NO ENCONTRADO, "
                  "NINGUNA LISTA QUE CARGAR"
               GOBACK
            END-IF
            IF NOT ES-ARCHIVO-VALIDO
               DISPLAY "*** LISTAS_ENTRADA.DAT RECHAZADO: "
                  MOTIVO-ARCHIVO " ***"
               DISPLAY "LA LISTA DE VIGILANCIA NO SE MODIFICO; "
                  "CORRIJA EL ARCHIVO Y RELANCE"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM CARGAR-LISTA-VIGENTE
            PERFORM LEER-VERSION
            PERFORM GRABAR-LISTA
            PERFORM GRABAR-VERSION

            OPEN OUTPUT ENTRADA-FILE
            CLOSE ENTRADA-FILE

            DISPLAY "--------------------------------"
            DISPLAY "LISTA CARGADA:        " LISTA-CARGADA
            DISPLAY "FECHA DE LA LISTA:    " FECHA-LISTA
            DISPLAY "PERSONAS ANTERIORES:  " TOTAL-REEMPLAZADAS
            DISPLAY "PERSONAS NUEVAS:      " TOTAL-NUEVAS
            DISPLAY "OTRAS LISTAS:         " TOTAL-CONSERVADAS
            DISPLAY "VERSION DE LA LISTA:  " VERSION-ACTUAL
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Lee el archivo de entrada a memoria verificando la
      *---- forma: encabezado primero con una lista conocida, cola al
      *---- final y conteo de la cola igual al detalle.
        CARGAR-ENTRADA.
           OPEN INPUT ENTRADA-FILE
           IF WS-ESTADO-ENTRADA NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ENT
              READ ENTRADA-FILE
                 AT END MOVE 'S' TO EOF-ENT
                 NOT AT END
                    ADD 1 TO RENGLONES-LEIDOS
                    PERFORM CLASIFICAR-RENGLON
              END-READ
           END-PERFORM
           CLOSE ENTRADA-FILE
           IF RENGLONES-LEIDOS = 0
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN HAY-ENCABEZADO NOT = 'S'
                 MOVE "FALTA EL ENCABEZADO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-VALIDO
              WHEN HAY-COLA NOT = 'S' OR DETALLE-TRAS-COLA = 'S'
                 MOVE "FALTA LA COLA O NO ES EL ULTIMO RENGLON"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-VALIDO
              WHEN COLA-REGISTROS NOT = TOTAL-NUEVAS
                 MOVE "CONTEO DE LA COLA NO CUADRA"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-VALIDO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

        CLASIFICAR-RENGLON.
           EVALUATE ENT-TIPO
              WHEN 'H'
                 IF RENGLONES-LEIDOS NOT = 1
                    MOVE "ENCABEZADO FUERA DE LUGAR"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-VALIDO
                 ELSE
                    IF ENT-ENC-LISTA NOT = 'SAN'
                          AND ENT-ENC-LISTA NOT = 'PEP'
                       MOVE "LISTA DEL ENCABEZADO DESCONOCIDA"
                         TO MOTIVO-ARCHIVO
                       MOVE 'N' TO ARCHIVO-VALIDO
                    ELSE
                       MOVE 'S' TO HAY-ENCABEZADO
                       MOVE ENT-ENC-LISTA TO LISTA-CARGADA
                       MOVE ENT-ENC-FECHA TO FECHA-LISTA
                    END-IF
                 END-IF
              WHEN 'T'
                 MOVE 'S' TO HAY-COLA
                 IF ENT-COLA-REGISTROS NUMERIC
                    MOVE ENT-COLA-REGISTROS TO COLA-REGISTROS
                 ELSE
                    MOVE "CONTEO DE LA COLA NO NUMERICO"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-VALIDO
                 END-IF
              WHEN 'D'
                 IF HAY-COLA = 'S'
                    MOVE 'S' TO DETALLE-TRAS-COLA
                 END-IF
                 EVALUATE TRUE
                    WHEN ENT-CLAVE NOT NUMERIC
                       MOVE "CLAVE DE PERSONA NO NUMERICA"
                         TO MOTIVO-ARCHIVO
                       MOVE 'N' TO ARCHIVO-VALIDO
                    WHEN ENT-APELLIDO1 = SPACES
                          AND ENT-DOC-NUMERO = SPACES
                       MOVE "PERSONA SIN APELLIDO NI DOCUMENTO"
                         TO MOTIVO-ARCHIVO
                       MOVE 'N' TO ARCHIVO-VALIDO
                    WHEN TOTAL-NUEVAS >= 9999
                       MOVE "LISTA CON MAS DE 9999 PERSONAS"
                         TO MOTIVO-ARCHIVO
                       MOVE 'N' TO ARCHIVO-VALIDO
                    WHEN OTHER
                       ADD 1 TO TOTAL-NUEVAS
                       MOVE ENT-CLAVE TO TAB-NVA-CLAVE(TOTAL-NUEVAS)
                       MOVE ENT-NOMBRE TO TAB-NVA-NOMBRE(TOTAL-NUEVAS)
                       MOVE ENT-APELLIDO1
                         TO TAB-NVA-APELLIDO1(TOTAL-NUEVAS)
                       MOVE ENT-APELLIDO2
                         TO TAB-NVA-APELLIDO2(TOTAL-NUEVAS)
                       MOVE ENT-DOC-TIPO
                         TO TAB-NVA-DOC-TIPO(TOTAL-NUEVAS)
                       MOVE ENT-DOC-NUMERO
                         TO TAB-NVA-DOC-NUMERO(TOTAL-NUEVAS)
                 END-EVALUATE
              WHEN OTHER
                 MOVE "TIPO DE RENGLON DESCONOCIDO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-VALIDO
           END-EVALUATE.

      *---- Guarda en memoria las personas de las otras listas; las
      *---- de la lista que se carga se descartan y sólo se cuentan.
        CARGAR-LISTA-VIGENTE.
           OPEN INPUT LISTAS-FILE
           IF WS-ESTADO-LISTAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-LIS
              READ LISTAS-FILE
                 AT END MOVE 'S' TO EOF-LIS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LISTA-REG = SPACES
                          CONTINUE
                       WHEN LIS-LISTA = LISTA-CARGADA
                          ADD 1 TO TOTAL-REEMPLAZADAS
                       WHEN TOTAL-LISTA < 9999
                          ADD 1 TO TOTAL-LISTA
                          ADD 1 TO TOTAL-CONSERVADAS
                          MOVE LISTA-REG TO TAB-LISTA-REG(TOTAL-LISTA)
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE LISTAS-FILE.

        LEER-VERSION.
           OPEN INPUT VERSION-FILE
           IF WS-ESTADO-VERSION NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ VERSION-FILE
              NOT AT END
                 IF VER-NUMERO NUMERIC
                    MOVE VER-NUMERO TO VERSION-ACTUAL
                 END-IF
                 IF VER-UMBRAL NUMERIC AND VER-UMBRAL > 0
                    MOVE VER-UMBRAL TO UMBRAL-ACTUAL
                 END-IF
           END-READ
           CLOSE VERSION-FILE.

        GRABAR-LISTA.
           OPEN OUTPUT LISTAS-FILE
           PERFORM VARYING IDX-LIS FROM 1 BY 1
                   UNTIL IDX-LIS > TOTAL-LISTA
              MOVE TAB-LISTA-REG(IDX-LIS) TO LISTA-REG
              WRITE LISTA-REG
           END-PERFORM
           PERFORM VARYING IDX-NVA FROM 1 BY 1
                   UNTIL IDX-NVA > TOTAL-NUEVAS
              MOVE SPACES TO LISTA-REG
              MOVE LISTA-CARGADA TO LIS-LISTA
              MOVE TAB-NVA-CLAVE(IDX-NVA) TO LIS-CLAVE
              MOVE TAB-NVA-NOMBRE(IDX-NVA) TO LIS-NOMBRE
              MOVE TAB-NVA-APELLIDO1(IDX-NVA) TO LIS-APELLIDO1
              MOVE TAB-NVA-APELLIDO2(IDX-NVA) TO LIS-APELLIDO2
              MOVE TAB-NVA-DOC-TIPO(IDX-NVA) TO LIS-DOC-TIPO
              MOVE TAB-NVA-DOC-NUMERO(IDX-NVA) TO LIS-DOC-NUMERO
              WRITE LISTA-REG
           END-PERFORM
           CLOSE LISTAS-FILE.

        GRABAR-VERSION.
           IF VERSION-ACTUAL = 9999
              MOVE 1 TO VERSION-ACTUAL
           ELSE
              ADD 1 TO VERSION-ACTUAL
           END-IF
           OPEN OUTPUT VERSION-FILE
           MOVE VERSION-ACTUAL TO VER-NUMERO
           MOVE WS-FECHA-HOY TO VER-FECHA
           MOVE UMBRAL-ACTUAL TO VER-UMBRAL
           WRITE VERSION-REG
           CLOSE VERSION-FILE.
