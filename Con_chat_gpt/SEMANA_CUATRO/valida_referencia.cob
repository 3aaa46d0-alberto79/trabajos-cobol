       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-REFERENCIA.

      *> --- Validación de la referencia de un pago de servicios
      *> contra el catálogo de emisores (EMISORES_SERVICIO.CTL): el
      *> emisor debe existir y estar activo, y la referencia debe
      *> tener el largo exacto del emisor, sólo cifras si el emisor
      *> la pide numérica, y su último dígito debe ser el
      *> verificador que marca la regla del emisor. La llaman la
      *> ventanilla de PROYECTO1 antes de cobrar,
      *> MANTENIMIENTO-PAGOS al dar de alta un pago domiciliado de
      *> servicio y GENERADOR-PAGOS antes de generarlo, con los
      *> parámetros de REFSERVPARREG. El catálogo se lee en cada
      *> llamada: es chico y así un emisor dado de baja deja de
      *> cobrarse en cuanto se graba el catálogo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISORES-FILE ASSIGN TO 'EMISORES_SERVICIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMISORES.

       DATA DIVISION.
       FILE SECTION.
       FD EMISORES-FILE.
           COPY EMISORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMISORES PIC X(2).
       01 EOF-EMI PIC X VALUE 'N'.
          88 FIN-EMI VALUE 'S'.
       01 EMISOR-ENCONTRADO PIC X(1) VALUE 'N'.
          88 EMISOR-HALLADO VALUE 'S'.

      *> --- Emisor hallado.
       01 LONGITUD-EMISOR PIC 9(2) VALUE 0.
       01 FORMATO-EMISOR  PIC X(1) VALUE SPACE.
       01 DIGITO-EMISOR   PIC X(1) VALUE SPACE.
       01 ACTIVO-EMISOR   PIC X(1) VALUE SPACE.

      *> --- Referencia capturada, vista por posición y por cifra.
       01 REFERENCIA-WS PIC X(20) VALUE SPACES.
       01 FILLER REDEFINES REFERENCIA-WS.
          05 REF-CARACTER PIC X(1) OCCURS 20 TIMES.
       01 FILLER REDEFINES REFERENCIA-WS.
          05 REF-CIFRA    PIC 9(1) OCCURS 20 TIMES.
       01 LARGO-REFERENCIA PIC 9(2) VALUE 0.
       01 POS PIC 9(2) VALUE 0.

      *> --- Cálculo del dígito verificador.
       01 SUMA-DIGITO     PIC 9(4) VALUE 0.
       01 PRODUCTO-DIGITO PIC 9(3) VALUE 0.
       01 COCIENTE-DIGITO PIC 9(4) VALUE 0.
       01 RESTO-DIGITO    PIC 9(2) VALUE 0.
       01 PESO-DIGITO     PIC 9(1) VALUE 0.
       01 DOBLAR-CIFRA    PIC X(1) VALUE 'S'.
       01 CONTROL-CALCULADO PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           COPY REFSERVPARREG.

       PROCEDURE DIVISION USING REFERENCIA-PARAMETROS.

            MOVE 'S' TO RSP-RESULTADO
            MOVE SPACES TO RSP-NOMBRE
            MOVE ZERO TO RSP-COMISION
            MOVE SPACES TO RSP-MOTIVO

            PERFORM BUSCAR-EMISOR
            IF WS-ESTADO-EMISORES NOT = '00'
               MOVE 'X' TO RSP-RESULTADO
               MOVE "SIN CATALOGO DE EMISORES" TO RSP-MOTIVO
               GOBACK
            END-IF
            IF NOT EMISOR-HALLADO OR ACTIVO-EMISOR NOT = 'S'
               MOVE 'E' TO RSP-RESULTADO
               MOVE "EMISOR INEXISTENTE O INACTIVO" TO RSP-MOTIVO
               GOBACK
            END-IF

            MOVE RSP-REFERENCIA TO REFERENCIA-WS
            PERFORM MEDIR-REFERENCIA
            IF LARGO-REFERENCIA = 0
                  OR LARGO-REFERENCIA NOT = LONGITUD-EMISOR
               MOVE 'L' TO RSP-RESULTADO
               MOVE "LARGO DE REFERENCIA INCORRECTO" TO RSP-MOTIVO
               GOBACK
            END-IF
            IF FORMATO-EMISOR = 'N' OR DIGITO-EMISOR NOT = 'N'
               IF REFERENCIA-WS(1:LARGO-REFERENCIA) NOT NUMERIC
                  MOVE 'F' TO RSP-RESULTADO
                  MOVE "LA REFERENCIA LLEVA SOLO CIFRAS"
                    TO RSP-MOTIVO
                  GOBACK
               END-IF
            END-IF

            EVALUATE DIGITO-EMISOR
               WHEN 'L'
                  PERFORM CALCULAR-MODULO-10
               WHEN 'O'
                  PERFORM CALCULAR-MODULO-11
               WHEN OTHER
                  GOBACK
            END-EVALUATE
            IF CONTROL-CALCULADO NOT = REF-CIFRA(LARGO-REFERENCIA)
               MOVE 'D' TO RSP-RESULTADO
               MOVE "DIGITO VERIFICADOR INCORRECTO" TO RSP-MOTIVO
            END-IF

            GOBACK.

      *---- Ubica RSP-EMISOR en el catálogo y devuelve su nombre y
      *---- su comisión aunque esté inactivo, para el mensaje.
        BUSCAR-EMISOR.
           MOVE 'N' TO EMISOR-ENCONTRADO
           MOVE 'N' TO EOF-EMI
           OPEN INPUT EMISORES-FILE
           IF WS-ESTADO-EMISORES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-EMI
              READ EMISORES-FILE
                 AT END MOVE 'S' TO EOF-EMI
                 NOT AT END
                    IF EMI-CODIGO NUMERIC
                          AND EMI-CODIGO = RSP-EMISOR
                       MOVE 'S' TO EMISOR-ENCONTRADO
                       MOVE 'S' TO EOF-EMI
                       MOVE EMI-NOMBRE TO RSP-NOMBRE
                       IF EMI-COMISION NUMERIC
                          MOVE EMI-COMISION TO RSP-COMISION
                       END-IF
                       IF EMI-LONGITUD NUMERIC
                          MOVE EMI-LONGITUD TO LONGITUD-EMISOR
                       ELSE
                          MOVE ZERO TO LONGITUD-EMISOR
                       END-IF
                       MOVE EMI-FORMATO TO FORMATO-EMISOR
                       MOVE EMI-DIGITO TO DIGITO-EMISOR
                       MOVE EMI-ACTIVO TO ACTIVO-EMISOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMISORES-FILE
           MOVE '00' TO WS-ESTADO-EMISORES.

      *---- Largo de la referencia: hasta el último carácter que no
      *---- es espacio. Un espacio adentro de la referencia también
      *---- la invalida, porque ningún emisor los imprime.
        MEDIR-REFERENCIA.
           MOVE 0 TO LARGO-REFERENCIA
           PERFORM VARYING POS FROM 20 BY -1
                   UNTIL POS < 1 OR LARGO-REFERENCIA > 0
              IF REF-CARACTER(POS) NOT = SPACE
                 MOVE POS TO LARGO-REFERENCIA
              END-IF
           END-PERFORM
           PERFORM VARYING POS FROM 1 BY 1
                   UNTIL POS > LARGO-REFERENCIA
              IF REF-CARACTER(POS) = SPACE
                 MOVE 99 TO LARGO-REFERENCIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Módulo 10 (Luhn): de derecha a izquierda sobre las cifras
      *---- previas al verificador, se dobla una sí y otra no
      *---- empezando por la inmediata; un doble de dos cifras suma
      *---- sus dos cifras. El verificador es lo que le falta a la
      *---- suma para cerrar la decena.
        CALCULAR-MODULO-10.
           MOVE ZERO TO SUMA-DIGITO
           MOVE 'S' TO DOBLAR-CIFRA
           PERFORM VARYING POS FROM LARGO-REFERENCIA BY -1
                   UNTIL POS < 2
              IF DOBLAR-CIFRA = 'S'
                 COMPUTE PRODUCTO-DIGITO = REF-CIFRA(POS - 1) * 2
                 IF PRODUCTO-DIGITO > 9
                    SUBTRACT 9 FROM PRODUCTO-DIGITO
                 END-IF
                 MOVE 'N' TO DOBLAR-CIFRA
              ELSE
                 MOVE REF-CIFRA(POS - 1) TO PRODUCTO-DIGITO
                 MOVE 'S' TO DOBLAR-CIFRA
              END-IF
              ADD PRODUCTO-DIGITO TO SUMA-DIGITO
           END-PERFORM
           DIVIDE SUMA-DIGITO BY 10 GIVING COCIENTE-DIGITO
              REMAINDER RESTO-DIGITO
           COMPUTE CONTROL-CALCULADO = 10 - RESTO-DIGITO
           IF CONTROL-CALCULADO = 10
              MOVE 0 TO CONTROL-CALCULADO
           END-IF.

      *---- Módulo 11: de derecha a izquierda sobre las cifras
      *---- previas al verificador, cada cifra por su peso 2, 3, 4,
      *---- 5, 6, 7 y otra vez 2. El verificador es 11 menos el
      *---- residuo de la suma entre 11; un 11 se toma como 0 y un
      *---- 10 como 1, para que quepa en una cifra.
        CALCULAR-MODULO-11.
           MOVE ZERO TO SUMA-DIGITO
           MOVE 2 TO PESO-DIGITO
           PERFORM VARYING POS FROM LARGO-REFERENCIA BY -1
                   UNTIL POS < 2
              COMPUTE PRODUCTO-DIGITO =
                 REF-CIFRA(POS - 1) * PESO-DIGITO
              ADD PRODUCTO-DIGITO TO SUMA-DIGITO
              IF PESO-DIGITO = 7
                 MOVE 2 TO PESO-DIGITO
              ELSE
                 ADD 1 TO PESO-DIGITO
              END-IF
           END-PERFORM
           DIVIDE SUMA-DIGITO BY 11 GIVING COCIENTE-DIGITO
              REMAINDER RESTO-DIGITO
           COMPUTE CONTROL-CALCULADO = 11 - RESTO-DIGITO
           EVALUATE CONTROL-CALCULADO
              WHEN 11
                 MOVE 0 TO CONTROL-CALCULADO
              WHEN 10
                 MOVE 1 TO CONTROL-CALCULADO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
