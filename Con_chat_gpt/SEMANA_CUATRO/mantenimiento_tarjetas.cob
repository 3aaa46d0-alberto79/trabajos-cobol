       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-TARJETAS.

      *> --- Mantenimiento de TARJETAS.DAT, el padron de tarjetas de
      *> debito: alta de la tarjeta ligada a una cuenta del maestro
      *> (y al cliente titular de esa cuenta), bloqueo, reporte de
      *> extravio, desbloqueo (que tambien limpia los intentos de
      *> NIP) y cambio del tope diario de cajero. AUTORIZACION-
      *> CAJEROS valida contra este padron cada retiro que manda la
      *> red. Mismo molde que MANTENIMIENTO-BARRIDOS, pero la tarjeta
      *> se ubica por su numero y no por renglon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-FILE ASSIGN TO 'TARJETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARJETAS.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS-FILE.
           COPY TARJETAREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-TARJETAS PIC X(2).
       01 WS-ESTADO-CUENTAS  PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 TOTAL-TARJETAS PIC 9(4) VALUE 0.
       01 EOF-TAR PIC X VALUE 'N'.
          88 FIN-TAR VALUE 'S'.
       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 HOY-ANO-MES PIC 9(6).
          05 FILLER      PIC 9(2).

       01 TARJETA-BUSCADA PIC X(16) VALUE SPACES.
       01 FILLER REDEFINES TARJETA-BUSCADA.
          05 TARJETA-DIGITO PIC 9(1) OCCURS 16 TIMES.
       01 RENGLON-TARJETA PIC 9(4) VALUE 0.
       01 CUENTA-BUSCADA PIC 9(6).
       01 CUENTA-VALIDA PIC X(1) VALUE 'N'.
          88 CUENTA-EXISTE VALUE 'S'.
       01 WS-VENCE PIC 9(6).
       01 FILLER REDEFINES WS-VENCE.
          05 VENCE-ANO PIC 9(4).
          05 VENCE-MES PIC 9(2).
       01 WS-LIMITE PIC 9(5)V99.

      *> --- Digito verificador del numero de tarjeta (Luhn), sobre
      *> TARJETA-DIGITO: de derecha a izquierda se duplica una cifra
      *> si y otra no, restando 9 a los dobles mayores de 9; la suma
      *> debe cerrar decena.
       01 IDX-LUHN PIC 9(2) VALUE 0.
       01 DOBLAR-LUHN PIC X(1) VALUE 'N'.
       01 CIFRA-LUHN PIC 9(2) VALUE 0.
       01 SUMA-LUHN PIC 9(3) VALUE 0.
       01 COCIENTE-LUHN PIC 9(3) VALUE 0.
       01 RESTO-LUHN PIC 9(1) VALUE 0.
       01 TARJETA-VALIDA PIC X(1) VALUE 'N'.
          88 ES-TARJETA-VALIDA VALUE 'S'.

       01 TARJETAS-TABLA.
          05 TARJETA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-TARJETAS
                INDEXED BY IDX-TABLA.
             10 TAB-TAR-NUMERO   PIC X(16).
             10 TAB-TAR-CUENTA   PIC 9(6).
             10 TAB-TAR-CLIENTE  PIC 9(5).
             10 TAB-TAR-ESTADO   PIC X(1).
             10 TAB-TAR-VENCE    PIC 9(6).
             10 TAB-TAR-INTENTOS PIC 9(1).
             10 TAB-TAR-LIMITE   PIC 9(5)V99.
             10 TAB-TAR-ALTA     PIC 9(8).
             10 TAB-TAR-USO      PIC 9(8).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR_TARJETAS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "MANTENIMIENTO DE TARJETAS DE DEBITO"
              DISPLAY "1.ALTA DE TARJETA"
              DISPLAY "2.BLOQUEAR TARJETA"
              DISPLAY "3.REPORTAR EXTRAVIO O ROBO"
              DISPLAY "4.DESBLOQUEAR TARJETA"
              DISPLAY "5.CAMBIAR TOPE DIARIO DE CAJERO"
              DISPLAY "6.LISTAR TARJETAS"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_TARJETA
                 WHEN 2
                    PERFORM BLOQUEAR_TARJETA
                 WHEN 3
                    PERFORM REPORTAR_EXTRAVIO
                 WHEN 4
                    PERFORM DESBLOQUEAR_TARJETA
                 WHEN 5
                    PERFORM CAMBIAR_LIMITE
                 WHEN 6
                    PERFORM LISTAR_TARJETAS
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_TARJETAS.
            STOP RUN.

      *---- Alta: numero de 16 cifras con digito Luhn valido y no
      *---- repetido, cuenta existente, abierta y ligada a un
      *---- cliente (la tarjeta hereda ese titular), vencimiento
      *---- futuro y tope diario.
        ALTA_TARJETA.
           IF TOTAL-TARJETAS >= 9999
              DISPLAY "PADRON DE TARJETAS LLENO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE NUMERO DE TARJETA (16 DIGITOS)".
           MOVE SPACES TO TARJETA-BUSCADA.
           ACCEPT TARJETA-BUSCADA.
           PERFORM VALIDAR_NUMERO_TARJETA.
           IF NOT ES-TARJETA-VALIDA
              DISPLAY "NUMERO DE TARJETA INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UBICAR_TARJETA.
           IF RENGLON-TARJETA > 0
              DISPLAY "LA TARJETA YA EXISTE EN EL PADRON"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE CUENTA A LIGAR".
           ACCEPT CUENTA-BUSCADA.
           PERFORM VALIDAR_CUENTA_MAESTRO.
           IF NOT CUENTA-EXISTE
              DISPLAY "CUENTA NO ENCONTRADA EN CUENTAS.DAT"
              EXIT PARAGRAPH
           END-IF.
           IF CUENTA-CERRADA
              DISPLAY "CUENTA CERRADA, TARJETA NO EMITIDA"
              EXIT PARAGRAPH
           END-IF.
           IF CUENTA-CLIENTE NOT NUMERIC OR CUENTA-CLIENTE = 0
              DISPLAY "CUENTA SIN CLIENTE TITULAR, LIGUELA ANTES DE "
                 "EMITIR LA TARJETA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "VENCIMIENTO (AAAAMM)".
           ACCEPT WS-VENCE.
           IF VENCE-MES < 1 OR VENCE-MES > 12
                 OR WS-VENCE < HOY-ANO-MES
              DISPLAY "VENCIMIENTO INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TOPE DIARIO DE RETIRO EN CAJERO".
           ACCEPT WS-LIMITE.
           IF WS-LIMITE = 0
              DISPLAY "EL TOPE DEBE SER MAYOR A CERO"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-TARJETAS.
           SET IDX-TABLA TO TOTAL-TARJETAS.
           MOVE TARJETA-BUSCADA TO TAB-TAR-NUMERO(IDX-TABLA).
           MOVE CUENTA-BUSCADA TO TAB-TAR-CUENTA(IDX-TABLA).
           MOVE CUENTA-CLIENTE TO TAB-TAR-CLIENTE(IDX-TABLA).
           MOVE 'A' TO TAB-TAR-ESTADO(IDX-TABLA).
           MOVE WS-VENCE TO TAB-TAR-VENCE(IDX-TABLA).
           MOVE ZERO TO TAB-TAR-INTENTOS(IDX-TABLA).
           MOVE WS-LIMITE TO TAB-TAR-LIMITE(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-TAR-ALTA(IDX-TABLA).
           MOVE ZERO TO TAB-TAR-USO(IDX-TABLA).
           DISPLAY "TARJETA EMITIDA PARA EL CLIENTE " CUENTA-CLIENTE.

        BLOQUEAR_TARJETA.
           PERFORM PEDIR_TARJETA.
           IF RENGLON-TARJETA = 0
              EXIT PARAGRAPH
           END-IF.
           IF TAB-TAR-ESTADO(IDX-TABLA) = 'E'
              DISPLAY "TARJETA REPORTADA COMO EXTRAVIADA, YA NO OPERA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO TAB-TAR-ESTADO(IDX-TABLA).
           DISPLAY "TARJETA BLOQUEADA".

      *---- El extravio es definitivo: la tarjeta deja de operar y
      *---- el cliente recibe una nueva con otro numero.
        REPORTAR_EXTRAVIO.
           PERFORM PEDIR_TARJETA.
           IF RENGLON-TARJETA = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO TAB-TAR-ESTADO(IDX-TABLA).
           DISPLAY "TARJETA MARCADA COMO EXTRAVIADA, EMITA UNA NUEVA".

      *---- Desbloqueo: sólo de tarjetas bloqueadas; limpia los
      *---- intentos de NIP que pudieron causar el bloqueo.
        DESBLOQUEAR_TARJETA.
           PERFORM PEDIR_TARJETA.
           IF RENGLON-TARJETA = 0
              EXIT PARAGRAPH
           END-IF.
           IF TAB-TAR-ESTADO(IDX-TABLA) NOT = 'B'
              DISPLAY "LA TARJETA NO ESTA BLOQUEADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO TAB-TAR-ESTADO(IDX-TABLA).
           MOVE ZERO TO TAB-TAR-INTENTOS(IDX-TABLA).
           DISPLAY "TARJETA DESBLOQUEADA".

        CAMBIAR_LIMITE.
           PERFORM PEDIR_TARJETA.
           IF RENGLON-TARJETA = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TOPE ACTUAL: " TAB-TAR-LIMITE(IDX-TABLA).
           DISPLAY "INGRESE NUEVO TOPE (0 PARA NO CAMBIAR)".
           ACCEPT WS-LIMITE.
           IF WS-LIMITE > 0
              MOVE WS-LIMITE TO TAB-TAR-LIMITE(IDX-TABLA)
              DISPLAY "TOPE CAMBIADO"
           END-IF.

        LISTAR_TARJETAS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARJETAS
              DISPLAY TAB-TAR-NUMERO(IDX)
                 " CUENTA " TAB-TAR-CUENTA(IDX)
                 " CLIENTE " TAB-TAR-CLIENTE(IDX)
                 " ESTADO " TAB-TAR-ESTADO(IDX)
                 " VENCE " TAB-TAR-VENCE(IDX)
                 " NIP ERR " TAB-TAR-INTENTOS(IDX)
                 " TOPE " TAB-TAR-LIMITE(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE TARJETAS: " TOTAL-TARJETAS.

      *---- Pide el numero de tarjeta y deja IDX-TABLA en su renglon
      *---- (RENGLON-TARJETA en cero si no esta en el padron).
        PEDIR_TARJETA.
           DISPLAY "INGRESE NUMERO DE TARJETA".
           MOVE SPACES TO TARJETA-BUSCADA.
           ACCEPT TARJETA-BUSCADA.
           PERFORM UBICAR_TARJETA.
           IF RENGLON-TARJETA = 0
              DISPLAY "TARJETA NO ENCONTRADA"
           ELSE
              SET IDX-TABLA TO RENGLON-TARJETA
           END-IF.

        UBICAR_TARJETA.
           MOVE 0 TO RENGLON-TARJETA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARJETAS
              IF TAB-TAR-NUMERO(IDX) = TARJETA-BUSCADA
                 MOVE IDX TO RENGLON-TARJETA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        VALIDAR_NUMERO_TARJETA.
           MOVE 'N' TO TARJETA-VALIDA.
           IF TARJETA-BUSCADA NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO SUMA-LUHN.
           MOVE 'N' TO DOBLAR-LUHN.
           PERFORM VARYING IDX-LUHN FROM 16 BY -1 UNTIL IDX-LUHN < 1
              MOVE TARJETA-DIGITO(IDX-LUHN) TO CIFRA-LUHN
              IF DOBLAR-LUHN = 'S'
                 COMPUTE CIFRA-LUHN = CIFRA-LUHN * 2
                 IF CIFRA-LUHN > 9
                    SUBTRACT 9 FROM CIFRA-LUHN
                 END-IF
                 MOVE 'N' TO DOBLAR-LUHN
              ELSE
                 MOVE 'S' TO DOBLAR-LUHN
              END-IF
              ADD CIFRA-LUHN TO SUMA-LUHN
           END-PERFORM.
           DIVIDE SUMA-LUHN BY 10 GIVING COCIENTE-LUHN
              REMAINDER RESTO-LUHN.
           IF RESTO-LUHN = 0
              MOVE 'S' TO TARJETA-VALIDA
           END-IF.

      *---- Lee la cuenta del maestro; deja el registro en CUENTA-REG.
        VALIDAR_CUENTA_MAESTRO.
           MOVE 'N' TO CUENTA-VALIDA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
           ELSE
              MOVE CUENTA-BUSCADA TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO CUENTA-VALIDA
              END-READ
              CLOSE CUENTAS-FILE
           END-IF.

        CARGAR_TARJETAS.
           OPEN INPUT TARJETAS-FILE.
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
                 END-READ
              END-PERFORM
              CLOSE TARJETAS-FILE
           ELSE
              DISPLAY "TARJETAS.DAT NO ENCONTRADO, SE CREARA "
                 "UNO NUEVO"
           END-IF.

        GRABAR_TARJETAS.
           OPEN OUTPUT TARJETAS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-TARJETAS
              MOVE TAB-TAR-NUMERO(IDX)   TO TAR-NUMERO
              MOVE TAB-TAR-CUENTA(IDX)   TO TAR-CUENTA
              MOVE TAB-TAR-CLIENTE(IDX)  TO TAR-CLIENTE
              MOVE TAB-TAR-ESTADO(IDX)   TO TAR-ESTADO
              MOVE TAB-TAR-VENCE(IDX)    TO TAR-VENCE
              MOVE TAB-TAR-INTENTOS(IDX) TO TAR-INTENTOS-NIP
              MOVE TAB-TAR-LIMITE(IDX)   TO TAR-LIMITE-CAJERO
              MOVE TAB-TAR-ALTA(IDX)     TO TAR-FECHA-ALTA
              MOVE TAB-TAR-USO(IDX)      TO TAR-ULTIMO-USO
              WRITE TARJETA-REG
           END-PERFORM.
           CLOSE TARJETAS-FILE.
