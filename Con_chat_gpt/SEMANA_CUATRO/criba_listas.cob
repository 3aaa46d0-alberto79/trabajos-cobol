       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-LISTAS.

      *> --- Cotejo de un cliente contra la lista de vigilancia de
      *> sancionados y personas políticamente expuestas
      *> (LISTAS_VIGILANCIA.DAT). Lo llaman los tres puntos donde se
      *> da de alta un cliente (MANTENIMIENTO-CLIENTES,
      *> RECEPCION-CLIENTES y el alta de PROYECTO1) y CRIBA-PADRON
      *> en la criba nocturna, con los parámetros de CRIBAREG. Hay
      *> coincidencia cuando el número de documento es el mismo, o
      *> cuando el nombre se parece lo bastante: el primer apellido
      *> tiene que coincidir y el puntaje de nombre y apellidos debe
      *> llegar al umbral de LISTAS_VERSION.CTL. Una parte coincide
      *> si es igual, si sólo le sobra una palabra al final (JOSE y
      *> JOSE LUIS) o si difiere en una letra (cambiada, de más o de
      *> menos). Las parejas cliente/persona que cumplimiento ya
      *> descartó como homónimos (LISTAS_DESCARTES.DAT) no vuelven a
      *> contar. Cada coincidencia queda en
      *> LISTAS_COINCIDENCIAS.DAT. La lista se carga una vez y se
      *> vuelve a cargar sólo cuando cambia su versión.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO 'LISTAS_VERSION.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VERSION.
           SELECT LISTAS-FILE ASSIGN TO 'LISTAS_VIGILANCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTAS.
           SELECT DESCARTES-FILE ASSIGN TO 'LISTAS_DESCARTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DESCARTES.
           SELECT COINCIDENCIAS-FILE
               ASSIGN TO 'LISTAS_COINCIDENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COINCIDENCIAS.

       DATA DIVISION.
       FILE SECTION.

      *---- Versión de la lista vigente, que CARGA-LISTAS sube en
      *---- cada carga, y umbral de puntaje de nombre.
       FD VERSION-FILE.
       01 VERSION-REG.
           05 VER-NUMERO PIC 9(4).
           05 VER-FECHA  PIC 9(8).
           05 VER-UMBRAL PIC 9(3).

       FD LISTAS-FILE.
           COPY LISTAREG.

       FD DESCARTES-FILE.
           COPY DESCARTEREG.

       FD COINCIDENCIAS-FILE.
           COPY COINCIDEREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-VERSION       PIC X(2).
       01 WS-ESTADO-LISTAS        PIC X(2).
       01 WS-ESTADO-DESCARTES     PIC X(2).
       01 WS-ESTADO-COINCIDENCIAS PIC X(2).

       01 EOF-LIS PIC X VALUE 'N'.
          88 FIN-LIS VALUE 'S'.
       01 EOF-DSC PIC X VALUE 'N'.
          88 FIN-DSC VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 VERSION-LEIDA PIC 9(4) VALUE ZERO.
       01 VERSION-CARGADA PIC 9(4) VALUE ZERO.
       01 UMBRAL-NOMBRE PIC 9(3) VALUE 75.

      *> --- Lista vigente en memoria, con los nombres ya
      *> normalizados (mayúsculas, sin puntos ni guiones).
       01 LISTA-TABLA.
          05 LISTA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-LISTA
                INDEXED BY IDX-LIS.
             10 TAB-LIS-LISTA      PIC X(3).
             10 TAB-LIS-CLAVE      PIC 9(6).
             10 TAB-LIS-NOMBRE     PIC X(20).
             10 TAB-LIS-APELLIDO1  PIC X(20).
             10 TAB-LIS-APELLIDO2  PIC X(20).
             10 TAB-LIS-DOC-NUMERO PIC X(18).
       01 TOTAL-LISTA PIC 9(4) VALUE 0.

       01 DESCARTES-TABLA.
          05 DESCARTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-DESCARTES
                INDEXED BY IDX-DSC.
             10 TAB-DSC-LISTA PIC X(3).
             10 TAB-DSC-CLAVE PIC 9(6).
       01 TOTAL-DESCARTES PIC 9(4) VALUE 0.
       01 PERSONA-DESCARTADA PIC X(1) VALUE 'N'.
          88 ES-DESCARTADA VALUE 'S'.

      *> --- Cliente normalizado y puntajes.
       01 CLIENTE-NOMBRE    PIC X(20).
       01 CLIENTE-APELLIDO1 PIC X(20).
       01 CLIENTE-APELLIDO2 PIC X(20).
       01 CLIENTE-DOCUMENTO PIC X(18).
       01 PUNTAJE-PERSONA PIC 9(3) VALUE 0.
       01 MEJOR-PUNTAJE   PIC 9(3) VALUE 0.
       01 MEJOR-RENGLON   PIC 9(4) VALUE 0.
       01 MEJOR-TIPO      PIC X(1) VALUE SPACE.
       01 APELLIDO1-COINCIDE PIC X(1) VALUE 'N'.

      *> --- Comparación de una parte del nombre.
       01 PARTE-A PIC X(20).
       01 PARTE-B PIC X(20).
       01 PARTE-LARGA PIC X(20).
       01 PARTE-CORTA PIC X(20).
       01 PARTE-MEDIDA PIC X(20).
       01 PARTE-RESULTADO PIC X(1) VALUE 'N'.
          88 PARTE-COINCIDE VALUE 'S'.
          88 PARTE-EN-BLANCO VALUE 'B'.
       01 LARGO-A PIC 9(2) VALUE 0.
       01 LARGO-B PIC 9(2) VALUE 0.
       01 LARGO-LARGA PIC 9(2) VALUE 0.
       01 LARGO-CORTA PIC 9(2) VALUE 0.
       01 LARGO-MEDIDO PIC 9(2) VALUE 0.
       01 LARGO-RESTO PIC 9(2) VALUE 0.
       01 POS PIC 9(2) VALUE 0.
       01 DIFERENCIAS PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           COPY CRIBAREG.

       PROCEDURE DIVISION USING CRIBA-PARAMETROS.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE 'N' TO CRB-RESULTADO
            MOVE SPACES TO CRB-LISTA
            MOVE ZERO TO CRB-CLAVE
            MOVE ZERO TO CRB-PUNTAJE

            PERFORM LEER-VERSION
            IF VERSION-LEIDA = 0
               MOVE 'X' TO CRB-RESULTADO
               GOBACK
            END-IF
            IF VERSION-LEIDA NOT = VERSION-CARGADA
               PERFORM CARGAR-LISTA
            END-IF
            MOVE VERSION-CARGADA TO CRB-VERSION
            PERFORM CARGAR-DESCARTES

            MOVE CRB-NOMBRE TO CLIENTE-NOMBRE
            MOVE CRB-APELLIDO1 TO CLIENTE-APELLIDO1
            MOVE CRB-APELLIDO2 TO CLIENTE-APELLIDO2
            MOVE CRB-DOC-NUMERO TO CLIENTE-DOCUMENTO
            INSPECT CLIENTE-NOMBRE CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
            INSPECT CLIENTE-APELLIDO1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
            INSPECT CLIENTE-APELLIDO2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
            INSPECT CLIENTE-DOCUMENTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE 0 TO MEJOR-PUNTAJE
            MOVE 0 TO MEJOR-RENGLON
            MOVE SPACE TO MEJOR-TIPO
            PERFORM VARYING IDX-LIS FROM 1 BY 1
                    UNTIL IDX-LIS > TOTAL-LISTA
               PERFORM COTEJAR-PERSONA
            END-PERFORM

            IF MEJOR-RENGLON > 0
               MOVE MEJOR-TIPO TO CRB-RESULTADO
               MOVE TAB-LIS-LISTA(MEJOR-RENGLON) TO CRB-LISTA
               MOVE TAB-LIS-CLAVE(MEJOR-RENGLON) TO CRB-CLAVE
               MOVE MEJOR-PUNTAJE TO CRB-PUNTAJE
               PERFORM ANOTAR-COINCIDENCIA
            END-IF

            GOBACK.

      *---- Coteja al cliente contra la persona IDX-LIS de la lista
      *---- y se queda con la de mayor puntaje; el documento igual
      *---- vale 100 y gana sobre cualquier parecido de nombre.
        COTEJAR-PERSONA.
           PERFORM VERIFICAR-DESCARTE
           IF ES-DESCARTADA
              EXIT PARAGRAPH
           END-IF
           IF CLIENTE-DOCUMENTO NOT = SPACES
                 AND TAB-LIS-DOC-NUMERO(IDX-LIS) = CLIENTE-DOCUMENTO
              IF MEJOR-TIPO NOT = 'D'
                 MOVE 100 TO MEJOR-PUNTAJE
                 SET MEJOR-RENGLON TO IDX-LIS
                 MOVE 'D' TO MEJOR-TIPO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF MEJOR-TIPO = 'D'
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PUNTAJE-PERSONA
           MOVE CLIENTE-APELLIDO1 TO PARTE-A
           MOVE TAB-LIS-APELLIDO1(IDX-LIS) TO PARTE-B
           PERFORM COMPARAR-PARTE
           IF NOT PARTE-COINCIDE
              EXIT PARAGRAPH
           END-IF
           ADD 40 TO PUNTAJE-PERSONA
           MOVE CLIENTE-NOMBRE TO PARTE-A
           MOVE TAB-LIS-NOMBRE(IDX-LIS) TO PARTE-B
           PERFORM COMPARAR-PARTE
           EVALUATE TRUE
              WHEN PARTE-COINCIDE
                 ADD 35 TO PUNTAJE-PERSONA
              WHEN PARTE-EN-BLANCO
                 ADD 15 TO PUNTAJE-PERSONA
           END-EVALUATE
           MOVE CLIENTE-APELLIDO2 TO PARTE-A
           MOVE TAB-LIS-APELLIDO2(IDX-LIS) TO PARTE-B
           PERFORM COMPARAR-PARTE
           EVALUATE TRUE
              WHEN PARTE-COINCIDE
                 ADD 25 TO PUNTAJE-PERSONA
              WHEN PARTE-EN-BLANCO
                 ADD 20 TO PUNTAJE-PERSONA
           END-EVALUATE
           IF PUNTAJE-PERSONA >= UMBRAL-NOMBRE
                 AND PUNTAJE-PERSONA > MEJOR-PUNTAJE
              MOVE PUNTAJE-PERSONA TO MEJOR-PUNTAJE
              SET MEJOR-RENGLON TO IDX-LIS
              MOVE 'S' TO MEJOR-TIPO
           END-IF.

        VERIFICAR-DESCARTE.
           MOVE 'N' TO PERSONA-DESCARTADA
           PERFORM VARYING IDX-DSC FROM 1 BY 1
                   UNTIL IDX-DSC > TOTAL-DESCARTES
              IF TAB-DSC-LISTA(IDX-DSC) = TAB-LIS-LISTA(IDX-LIS)
                    AND TAB-DSC-CLAVE(IDX-DSC) = TAB-LIS-CLAVE(IDX-LIS)
                 MOVE 'S' TO PERSONA-DESCARTADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Compara PARTE-A con PARTE-B: 'S' si coinciden, 'B' si
      *---- alguna viene en blanco, 'N' si no. Las partes de menos de
      *---- cuatro letras sólo coinciden si son iguales.
        COMPARAR-PARTE.
           MOVE 'N' TO PARTE-RESULTADO
           IF PARTE-A = SPACES OR PARTE-B = SPACES
              MOVE 'B' TO PARTE-RESULTADO
              EXIT PARAGRAPH
           END-IF
           IF PARTE-A = PARTE-B
              MOVE 'S' TO PARTE-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE PARTE-A TO PARTE-MEDIDA
           PERFORM MEDIR-PARTE
           MOVE LARGO-MEDIDO TO LARGO-A
           MOVE PARTE-B TO PARTE-MEDIDA
           PERFORM MEDIR-PARTE
           MOVE LARGO-MEDIDO TO LARGO-B
           IF LARGO-A < 4 OR LARGO-B < 4
              EXIT PARAGRAPH
           END-IF
           IF LARGO-A < LARGO-B
              MOVE PARTE-B TO PARTE-LARGA
              MOVE LARGO-B TO LARGO-LARGA
              MOVE PARTE-A TO PARTE-CORTA
              MOVE LARGO-A TO LARGO-CORTA
           ELSE
              MOVE PARTE-A TO PARTE-LARGA
              MOVE LARGO-A TO LARGO-LARGA
              MOVE PARTE-B TO PARTE-CORTA
              MOVE LARGO-B TO LARGO-CORTA
           END-IF
      *---- Una palabra de más al final de la parte larga.
           IF LARGO-CORTA < LARGO-LARGA
              IF PARTE-LARGA(1:LARGO-CORTA) = PARTE-CORTA(1:LARGO-CORTA)
                    AND PARTE-LARGA(LARGO-CORTA + 1:1) = SPACE
                 MOVE 'S' TO PARTE-RESULTADO
                 EXIT PARAGRAPH
              END-IF
           END-IF
      *---- Una letra cambiada.
           IF LARGO-CORTA = LARGO-LARGA
              MOVE 0 TO DIFERENCIAS
              PERFORM VARYING POS FROM 1 BY 1 UNTIL POS > LARGO-CORTA
                 IF PARTE-LARGA(POS:1) NOT = PARTE-CORTA(POS:1)
                    ADD 1 TO DIFERENCIAS
                 END-IF
              END-PERFORM
              IF DIFERENCIAS <= 1
                 MOVE 'S' TO PARTE-RESULTADO
              END-IF
              EXIT PARAGRAPH
           END-IF
      *---- Una letra de más en la parte larga: hasta la primera
      *---- diferencia son iguales, y después la larga se salta esa
      *---- letra y el resto vuelve a ser igual.
           IF LARGO-LARGA = LARGO-CORTA + 1
              PERFORM VARYING POS FROM 1 BY 1
                      UNTIL POS > LARGO-CORTA
                 IF PARTE-LARGA(POS:1) NOT = PARTE-CORTA(POS:1)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF POS > LARGO-CORTA
                 MOVE 'S' TO PARTE-RESULTADO
              ELSE
                 COMPUTE LARGO-RESTO = LARGO-CORTA - POS + 1
                 IF PARTE-LARGA(POS + 1:LARGO-RESTO)
                       = PARTE-CORTA(POS:LARGO-RESTO)
                    MOVE 'S' TO PARTE-RESULTADO
                 END-IF
              END-IF
           END-IF.

      *---- Largo de PARTE-MEDIDA sin los espacios del final; quien
      *---- llama ya descartó que venga en blanco.
        MEDIR-PARTE.
           PERFORM VARYING POS FROM 20 BY -1
                   UNTIL PARTE-MEDIDA(POS:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           MOVE POS TO LARGO-MEDIDO.

        LEER-VERSION.
           MOVE ZERO TO VERSION-LEIDA
           OPEN INPUT VERSION-FILE
           IF WS-ESTADO-VERSION NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ VERSION-FILE
              NOT AT END
                 IF VER-NUMERO NUMERIC
                    MOVE VER-NUMERO TO VERSION-LEIDA
                 END-IF
                 IF VER-UMBRAL NUMERIC AND VER-UMBRAL > 0
                    MOVE VER-UMBRAL TO UMBRAL-NOMBRE
                 END-IF
           END-READ
           CLOSE VERSION-FILE.

        CARGAR-LISTA.
           MOVE 0 TO TOTAL-LISTA
           MOVE 'N' TO EOF-LIS
           OPEN INPUT LISTAS-FILE
           IF WS-ESTADO-LISTAS NOT = '00'
              MOVE VERSION-LEIDA TO VERSION-CARGADA
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-LIS
              READ LISTAS-FILE
                 AT END MOVE 'S' TO EOF-LIS
                 NOT AT END
                    IF LISTA-REG NOT = SPACES AND TOTAL-LISTA < 9999
                       ADD 1 TO TOTAL-LISTA
                       MOVE LIS-LISTA TO TAB-LIS-LISTA(TOTAL-LISTA)
                       MOVE LIS-CLAVE TO TAB-LIS-CLAVE(TOTAL-LISTA)
                       MOVE LIS-NOMBRE TO TAB-LIS-NOMBRE(TOTAL-LISTA)
                       MOVE LIS-APELLIDO1
                         TO TAB-LIS-APELLIDO1(TOTAL-LISTA)
                       MOVE LIS-APELLIDO2
                         TO TAB-LIS-APELLIDO2(TOTAL-LISTA)
                       MOVE LIS-DOC-NUMERO
                         TO TAB-LIS-DOC-NUMERO(TOTAL-LISTA)
                       INSPECT TAB-LIS-NOMBRE(TOTAL-LISTA) CONVERTING
                          "abcdefghijklmnopqrstuvwxyz.,-'"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
                       INSPECT TAB-LIS-APELLIDO1(TOTAL-LISTA)
                          CONVERTING "abcdefghijklmnopqrstuvwxyz.,-'"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
                       INSPECT TAB-LIS-APELLIDO2(TOTAL-LISTA)
                          CONVERTING "abcdefghijklmnopqrstuvwxyz.,-'"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
                       INSPECT TAB-LIS-DOC-NUMERO(TOTAL-LISTA)
                          CONVERTING "abcdefghijklmnopqrstuvwxyz"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LISTAS-FILE
           MOVE VERSION-LEIDA TO VERSION-CARGADA.

      *---- Descartes de este cliente; uno sin número todavía no
      *---- puede tener.
        CARGAR-DESCARTES.
           MOVE 0 TO TOTAL-DESCARTES
           IF CRB-CLIENTE NOT NUMERIC OR CRB-CLIENTE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-DSC
           OPEN INPUT DESCARTES-FILE
           IF WS-ESTADO-DESCARTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DSC
              READ DESCARTES-FILE
                 AT END MOVE 'S' TO EOF-DSC
                 NOT AT END
                    IF DSC-CLIENTE = CRB-CLIENTE
                          AND TOTAL-DESCARTES < 9999
                       ADD 1 TO TOTAL-DESCARTES
                       MOVE DSC-LISTA TO TAB-DSC-LISTA(TOTAL-DESCARTES)
                       MOVE DSC-CLAVE TO TAB-DSC-CLAVE(TOTAL-DESCARTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DESCARTES-FILE.

        ANOTAR-COINCIDENCIA.
           OPEN EXTEND COINCIDENCIAS-FILE
           IF WS-ESTADO-COINCIDENCIAS NOT = '00'
              OPEN OUTPUT COINCIDENCIAS-FILE
           END-IF
           MOVE WS-FECHA-HOY TO COI-FECHA
           MOVE CRB-CLIENTE TO COI-CLIENTE
           MOVE CRB-ORIGEN TO COI-ORIGEN
           MOVE CRB-LISTA TO COI-LISTA
           MOVE CRB-CLAVE TO COI-CLAVE
           MOVE CRB-RESULTADO TO COI-TIPO
           MOVE CRB-PUNTAJE TO COI-PUNTAJE
           MOVE CRB-VERSION TO COI-VERSION
           MOVE CRB-NOMBRE TO COI-NOMBRE
           MOVE CRB-APELLIDO1 TO COI-APELLIDO1
           MOVE CRB-APELLIDO2 TO COI-APELLIDO2
           WRITE COINCIDENCIA-REG
           CLOSE COINCIDENCIAS-FILE.
