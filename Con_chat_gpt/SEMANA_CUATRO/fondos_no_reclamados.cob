       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONDOS-NO-RECLAMADOS.

      *> --- Traspaso anual de fondos no reclamados. Toda cuenta
      *> dormida ('D') que sigue con saldo y lleva sin movimiento los
      *> años que marca la ley para su moneda se vacía a la cuenta
      *> concentradora de esa moneda: se encola una 'T' en
      *> MOVIMIENTOS.DAT con referencia del rango 92xxxxxx, se
      *> asienta la cuenta con la identidad del titular en el
      *> registro FONDOS_NO_RECLAMADOS.DAT (de donde
      *> MANTENIMIENTO-NO-RECLAMADOS atiende al cliente que se
      *> presente a reclamar) y se arma BENEFICENCIA_REMESA.DAT para
      *> la Beneficencia Pública. Los parámetros viven en
      *> FONDOS_NO_RECLAMADOS.CTL, un renglón por moneda con su
      *> cuenta concentradora y los años; sin archivo no se traspasa
      *> nada. Las cuentas de clientes con bloqueo (fallecido, orden
      *> judicial, voluntario) no se tocan y se listan aparte. Los
      *> años se cuentan en convención 30/360, igual que
      *> INACTIVIDAD-CUENTAS. Lo corre PROCESO-NOCTURNO antes de
      *> BATCH-BANCO el primer día hábil de enero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CONTROL-FILE ASSIGN TO 'FONDOS_NO_RECLAMADOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO 'FONDOS_NO_RECLAMADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGISTRO.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'BENEFICENCIA_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT REMESA-FILE ASSIGN TO 'BENEFICENCIA_REMESA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REMESA.
           SELECT REPORTE-FILE ASSIGN TO 'FONDOS_NO_RECLAMADOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

      *---- Un renglón por moneda: cuenta concentradora que recibe
      *---- los saldos y años sin movimiento que fija la ley.
       FD CONTROL-FILE.
       01 CTL-REG.
           05 CTL-MONEDA        PIC X(3).
           05 CTL-CONCENTRADORA PIC 9(6).
           05 CTL-ANOS          PIC 9(2).

       FD REGISTRO-FILE.
           COPY NORECLAMADOREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
      *---- su folio al rango registrado y se niega a rebasarlo.
       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

      *---- Remesa para la Beneficencia: encabezado 'H' con la fecha
      *---- del traspaso, un renglón 'D' por cuenta con la identidad
      *---- del titular, y una cola 'T' por moneda con el número de
      *---- cuentas y el importe remitido.
       FD REMESA-FILE.
       01 REM-DETALLE.
           05 REM-TIPO          PIC X(1).
           05 REM-CUENTA        PIC 9(6).
           05 REM-CLIENTE       PIC 9(5).
           05 REM-DOC-TIPO      PIC X(3).
           05 REM-DOC-NUMERO    PIC X(18).
           05 REM-FECHA-NAC     PIC 9(8).
           05 REM-APELLIDO1     PIC X(15).
           05 REM-APELLIDO2     PIC X(15).
           05 REM-NOMBRE        PIC X(20).
           05 REM-NOMBRE-CUENTA PIC X(20).
           05 REM-MONEDA        PIC X(3).
           05 REM-IMPORTE       PIC 9(9)V99.
           05 REM-ULTIMO-MOVTO  PIC 9(8).
           05 REM-REFERENCIA    PIC 9(8).
       01 REM-ENCABEZADO.
           05 REM-ENC-TIPO      PIC X(1).
           05 REM-ENC-FECHA     PIC 9(8).
           05 REM-ENC-EJERCICIO PIC 9(4).
       01 REM-COLA.
           05 REM-COLA-TIPO      PIC X(1).
           05 REM-COLA-MONEDA    PIC X(3).
           05 REM-COLA-REGISTROS PIC 9(6).
           05 REM-COLA-IMPORTE   PIC 9(13)V99.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-CLIENTES    PIC X(2).
       01 WS-ESTADO-CONTROL     PIC X(2).
       01 WS-ESTADO-REGISTRO    PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS      PIC X(2).
       01 WS-ESTADO-REMESA      PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-CTL PIC X VALUE 'N'.
          88 FIN-CTL VALUE 'S'.
       01 EOF-NRC PIC X VALUE 'N'.
          88 FIN-NRC VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "BENEFICENCIA".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 DIAS-HOY PIC 9(8) VALUE 0.

       01 FECHA-MOVTO PIC 9(8).
       01 FILLER REDEFINES FECHA-MOVTO.
          05 WS-MOV-ANO PIC 9(4).
          05 WS-MOV-MES PIC 9(2).
          05 WS-MOV-DIA PIC 9(2).
       01 DIAS-MOVTO PIC 9(8) VALUE 0.
       01 ANOS-SIN-MOVTO PIC 9(3) VALUE 0.
       01 MONEDA-CUENTA PIC X(3).

      *> --- Parámetros por moneda; la concentradora se da por buena
      *> sólo si existe en el maestro, activa y en la misma moneda.
       01 CONTROL-TABLA.
          05 CONTROL-RENGLON OCCURS 1 TO 20 TIMES
                DEPENDING ON TOTAL-MONEDAS
                INDEXED BY IDX-CTL.
             10 TAB-CTL-MONEDA        PIC X(3).
             10 TAB-CTL-CONCENTRADORA PIC 9(6).
             10 TAB-CTL-ANOS          PIC 9(2).
             10 TAB-CTL-VALIDA        PIC X(1).
             10 TAB-CTL-REGISTROS     PIC 9(6).
             10 TAB-CTL-IMPORTE       PIC 9(13)V99.
       01 TOTAL-MONEDAS PIC 9(2) VALUE 0.
       01 RENGLON-MONEDA PIC 9(2) VALUE 0.

      *> --- Padrón de clientes en memoria, para la identidad que
      *> va al registro y a la remesa.
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
             10 TAB-CLI-FECHA-NAC  PIC 9(8).
             10 TAB-CLI-BLOQUEO    PIC X(1).
       01 TOTAL-CLIENTES PIC 9(5) VALUE 0.

      *> --- Cuentas ya traspasadas hoy según el registro: un
      *> relanzamiento del mismo día no las vuelve a encolar.
       01 TRASPASADAS-TABLA.
          05 TRASPASADA-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-TRASPASADAS-HOY
                INDEXED BY IDX-TRA.
             10 TAB-TRA-CUENTA PIC 9(6).
       01 TOTAL-TRASPASADAS-HOY PIC 9(5) VALUE 0.
       01 CUENTA-YA-TRASPASADA PIC X(1) VALUE 'N'.
          88 YA-TRASPASADA VALUE 'S'.

      *> --- Cuentas que cumplen el plazo, juntadas en el barrido
      *> del maestro. Acción 'T' se traspasa; 'B' cliente bloqueado
      *> y 'S' moneda sin concentradora válida sólo se listan.
       01 SELECCION-TABLA.
          05 SELECCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-SELECCION
                INDEXED BY IDX-SEL.
             10 TAB-SEL-CUENTA   PIC 9(6).
             10 TAB-SEL-NOMBRE   PIC X(20).
             10 TAB-SEL-CLIENTE  PIC 9(5).
             10 TAB-SEL-MONEDA   PIC X(3).
             10 TAB-SEL-SALDO    PIC 9(7)V99.
             10 TAB-SEL-MOVTO    PIC 9(8).
             10 TAB-SEL-ANOS     PIC 9(3).
             10 TAB-SEL-RENGLON  PIC 9(2).
             10 TAB-SEL-ACCION   PIC X(1).
             10 TAB-SEL-REF      PIC 9(8).
       01 TOTAL-SELECCION PIC 9(5) VALUE 0.

       01 TOTAL-TRASPASOS  PIC 9(5) VALUE 0.
       01 TOTAL-BLOQUEADAS PIC 9(5) VALUE 0.
       01 TOTAL-SIN-CONCENTRADORA PIC 9(5) VALUE 0.
       01 TOTAL-REPETIDAS  PIC 9(5) VALUE 0.
       01 TOTAL-REMESA     PIC 9(6) VALUE 0.
       01 IMPORTE-TRASPASADO PIC 9(11)V99 VALUE ZERO.
       01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> --- Renglón del reporte.
       01 LINEA-CUENTA.
          05 LIN-CUENTA    PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LIN-NOMBRE    PIC X(20).
          05 FILLER        PIC X(4) VALUE " CL ".
          05 LIN-CLIENTE   PIC 9(5).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LIN-MONEDA    PIC X(3).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LIN-SALDO     PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(6) VALUE " ANOS ".
          05 LIN-ANOS      PIC ZZ9.
          05 FILLER        PIC X(5) VALUE " REF ".
          05 LIN-REF       PIC 9(8).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            COMPUTE DIAS-HOY
               = WS-HOY-ANO * 360 + WS-HOY-MES * 30 + WS-HOY-DIA

            PERFORM LEER-PARAMETROS
            IF TOTAL-MONEDAS = 0
               DISPLAY "FONDOS_NO_RECLAMADOS.CTL NO ENCONTRADO O "
                  "VACIO, SIN TRASPASO DE FONDOS NO RECLAMADOS"
               GOBACK
            END-IF
            PERFORM CARGAR-CLIENTES
            PERFORM CARGAR-TRASPASADAS-HOY
            PERFORM BARRER-CARTERA

            IF TOTAL-TRASPASOS > 0
               PERFORM LEER-ULTIMA-REFERENCIA
               PERFORM VERIFICAR-RANGO-REFERENCIA
               PERFORM ENCOLAR-TRASPASOS
               PERFORM GRABAR-ULTIMA-REFERENCIA
               PERFORM GRABAR-REGISTRO
               PERFORM GENERAR-REMESA
            END-IF
            PERFORM IMPRIMIR-REPORTE

            MOVE IMPORTE-TRASPASADO TO IMPORTE-EDITADO
            DISPLAY "--------------------------------"
            DISPLAY "CUENTAS TRASPASADAS:    " TOTAL-TRASPASOS
            DISPLAY "IMPORTE TRASPASADO:     " IMPORTE-EDITADO
            DISPLAY "OMITIDAS POR BLOQUEO:   " TOTAL-BLOQUEADAS
            DISPLAY "SIN CONCENTRADORA:      " TOTAL-SIN-CONCENTRADORA
            DISPLAY "YA TRASPASADAS HOY:     " TOTAL-REPETIDAS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Carga un renglón por moneda; se ignoran los renglones
      *---- sin concentradora o sin años.
        LEER-PARAMETROS.
           OPEN INPUT CONTROL-FILE
           IF WS-ESTADO-CONTROL NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CTL
              READ CONTROL-FILE
                 AT END MOVE 'S' TO EOF-CTL
                 NOT AT END
                    IF CTL-MONEDA NOT = SPACES
                          AND CTL-CONCENTRADORA NUMERIC
                          AND CTL-CONCENTRADORA > 0
                          AND CTL-ANOS NUMERIC
                          AND CTL-ANOS > 0
                          AND TOTAL-MONEDAS < 20
                       ADD 1 TO TOTAL-MONEDAS
                       MOVE CTL-MONEDA
                         TO TAB-CTL-MONEDA(TOTAL-MONEDAS)
                       MOVE CTL-CONCENTRADORA
                         TO TAB-CTL-CONCENTRADORA(TOTAL-MONEDAS)
                       MOVE CTL-ANOS TO TAB-CTL-ANOS(TOTAL-MONEDAS)
                       MOVE 'N' TO TAB-CTL-VALIDA(TOTAL-MONEDAS)
                       MOVE ZERO TO TAB-CTL-REGISTROS(TOTAL-MONEDAS)
                       MOVE ZERO TO TAB-CTL-IMPORTE(TOTAL-MONEDAS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

      *---- Carga clientes.txt con la identidad y el bloqueo.
        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLIENTE-REG NOT = SPACES
                          AND CLI-NUMERO NUMERIC
                          AND TOTAL-CLIENTES < 9999
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
                       IF CLI-FECHA-NAC NUMERIC
                          MOVE CLI-FECHA-NAC
                            TO TAB-CLI-FECHA-NAC(TOTAL-CLIENTES)
                       ELSE
                          MOVE ZERO
                            TO TAB-CLI-FECHA-NAC(TOTAL-CLIENTES)
                       END-IF
                       MOVE CLI-BLOQUEO
                         TO TAB-CLI-BLOQUEO(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

        CARGAR-TRASPASADAS-HOY.
           OPEN INPUT REGISTRO-FILE
           IF WS-ESTADO-REGISTRO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-NRC
              READ REGISTRO-FILE
                 AT END MOVE 'S' TO EOF-NRC
                 NOT AT END
                    IF NO-RECLAMADO-REG NOT = SPACES
                          AND NRC-FECHA-TRASPASO = WS-FECHA-HOY
                          AND TOTAL-TRASPASADAS-HOY < 9999
                       ADD 1 TO TOTAL-TRASPASADAS-HOY
                       MOVE NRC-CUENTA
                         TO TAB-TRA-CUENTA(TOTAL-TRASPASADAS-HOY)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTRO-FILE.

      *---- Barrido de sólo lectura del maestro: valida las
      *---- concentradoras y junta las cuentas dormidas con saldo
      *---- que ya cumplen los años de su moneda.
        BARRER-CARTERA.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    PERFORM VALIDAR-CONCENTRADORA
                    IF STATUS-CUENTA = 'D'
                          AND SALDO > 0
                          AND CUENTA-ULTIMO-MOVTO NUMERIC
                          AND CUENTA-ULTIMO-MOVTO > 0
                       PERFORM EVALUAR-CUENTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS-FILE
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'T'
                 MOVE TAB-SEL-RENGLON(IDX-SEL) TO RENGLON-MONEDA
                 IF TAB-CTL-VALIDA(RENGLON-MONEDA) NOT = 'S'
                    MOVE 'S' TO TAB-SEL-ACCION(IDX-SEL)
                    SUBTRACT 1 FROM TOTAL-TRASPASOS
                    ADD 1 TO TOTAL-SIN-CONCENTRADORA
                 END-IF
              END-IF
           END-PERFORM.

        VALIDAR-CONCENTRADORA.
           PERFORM VARYING IDX-CTL FROM 1 BY 1
                   UNTIL IDX-CTL > TOTAL-MONEDAS
              IF TAB-CTL-CONCENTRADORA(IDX-CTL) = NUMERO-CUENTA
                 PERFORM RESOLVER-MONEDA-CUENTA
                 IF STATUS-CUENTA = 'A'
                       AND MONEDA-CUENTA = TAB-CTL-MONEDA(IDX-CTL)
                    MOVE 'S' TO TAB-CTL-VALIDA(IDX-CTL)
                 END-IF
              END-IF
           END-PERFORM.

      *---- Las cuentas sin moneda son moneda local.
        RESOLVER-MONEDA-CUENTA.
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
              MOVE "MXN" TO MONEDA-CUENTA
           ELSE
              MOVE CUENTA-MONEDA TO MONEDA-CUENTA
           END-IF.

        EVALUAR-CUENTA.
           PERFORM RESOLVER-MONEDA-CUENTA
           MOVE ZERO TO RENGLON-MONEDA
           PERFORM VARYING IDX-CTL FROM 1 BY 1
                   UNTIL IDX-CTL > TOTAL-MONEDAS
              IF TAB-CTL-MONEDA(IDX-CTL) = MONEDA-CUENTA
                 SET RENGLON-MONEDA TO IDX-CTL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE CUENTA-ULTIMO-MOVTO TO FECHA-MOVTO
           COMPUTE DIAS-MOVTO
              = WS-MOV-ANO * 360 + WS-MOV-MES * 30 + WS-MOV-DIA
           IF DIAS-HOY > DIAS-MOVTO
              COMPUTE ANOS-SIN-MOVTO = (DIAS-HOY - DIAS-MOVTO) / 360
           ELSE
              MOVE ZERO TO ANOS-SIN-MOVTO
           END-IF
           IF RENGLON-MONEDA = 0
              EXIT PARAGRAPH
           END-IF
           IF ANOS-SIN-MOVTO < TAB-CTL-ANOS(RENGLON-MONEDA)
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CUENTA-YA-TRASPASADA
           PERFORM VARYING IDX-TRA FROM 1 BY 1
                   UNTIL IDX-TRA > TOTAL-TRASPASADAS-HOY
              IF TAB-TRA-CUENTA(IDX-TRA) = NUMERO-CUENTA
                 MOVE 'S' TO CUENTA-YA-TRASPASADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF YA-TRASPASADA
              ADD 1 TO TOTAL-REPETIDAS
              EXIT PARAGRAPH
           END-IF
           IF TOTAL-SELECCION >= 9999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-SELECCION
           MOVE NUMERO-CUENTA TO TAB-SEL-CUENTA(TOTAL-SELECCION)
           MOVE NOMBRE TO TAB-SEL-NOMBRE(TOTAL-SELECCION)
           MOVE CUENTA-CLIENTE TO TAB-SEL-CLIENTE(TOTAL-SELECCION)
           MOVE MONEDA-CUENTA TO TAB-SEL-MONEDA(TOTAL-SELECCION)
           MOVE SALDO TO TAB-SEL-SALDO(TOTAL-SELECCION)
           MOVE CUENTA-ULTIMO-MOVTO TO TAB-SEL-MOVTO(TOTAL-SELECCION)
           MOVE ANOS-SIN-MOVTO TO TAB-SEL-ANOS(TOTAL-SELECCION)
           MOVE RENGLON-MONEDA TO TAB-SEL-RENGLON(TOTAL-SELECCION)
           MOVE ZERO TO TAB-SEL-REF(TOTAL-SELECCION)
           SET IDX-SEL TO TOTAL-SELECCION
           PERFORM BUSCAR-TITULAR
           IF CUENTA-CLIENTE NOT = 0 AND IDX-CLI <= TOTAL-CLIENTES
                 AND TAB-CLI-BLOQUEO(IDX-CLI) NOT = SPACE
              MOVE 'B' TO TAB-SEL-ACCION(TOTAL-SELECCION)
              ADD 1 TO TOTAL-BLOQUEADAS
           ELSE
              MOVE 'T' TO TAB-SEL-ACCION(TOTAL-SELECCION)
              ADD 1 TO TOTAL-TRASPASOS
           END-IF.

      *---- Deja IDX-CLI en el titular de la cuenta seleccionada en
      *---- IDX-SEL; si no está en el padrón queda más allá del
      *---- último renglón.
        BUSCAR-TITULAR.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = TAB-SEL-CLIENTE(IDX-SEL)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Encola la 'T' de cada cuenta hacia la concentradora de
      *---- su moneda.
        ENCOLAR-TRASPASOS.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'T'
                 MOVE TAB-SEL-RENGLON(IDX-SEL) TO RENGLON-MONEDA
                 ADD 1 TO ULTIMA-REFERENCIA
                 MOVE ULTIMA-REFERENCIA TO TAB-SEL-REF(IDX-SEL)
                 MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
                 MOVE TAB-SEL-CUENTA(IDX-SEL) TO MOV-CUENTA
                 MOVE 'T' TO OPERACION
                 MOVE TAB-SEL-SALDO(IDX-SEL) TO IMPORTE
                 MOVE TAB-CTL-CONCENTRADORA(RENGLON-MONEDA)
                   TO MOV-CUENTA-DESTINO
                 MOVE WS-FECHA-HOY TO MOV-FECHA
                 MOVE ZERO TO MOV-REF-ORIGINAL
                 MOVE ZERO TO MOV-SUCURSAL
                 MOVE ZERO TO MOV-CHEQUE
                 MOVE SPACES TO MOV-MONEDA
                 MOVE ZERO TO MOV-TIPO-CAMBIO
                 WRITE MOV-REG
                 ADD 1 TO TAB-CTL-REGISTROS(RENGLON-MONEDA)
                 ADD TAB-SEL-SALDO(IDX-SEL)
                   TO TAB-CTL-IMPORTE(RENGLON-MONEDA)
                 ADD TAB-SEL-SALDO(IDX-SEL) TO IMPORTE-TRASPASADO
              END-IF
           END-PERFORM
           CLOSE MOVIMIENTOS-FILE.

      *---- Asienta cada cuenta traspasada en el registro de fondos
      *---- no reclamados, en 'T', con la identidad del titular.
        GRABAR-REGISTRO.
           OPEN EXTEND REGISTRO-FILE
           IF WS-ESTADO-REGISTRO NOT = '00'
              OPEN OUTPUT REGISTRO-FILE
           END-IF
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'T'
                 MOVE TAB-SEL-RENGLON(IDX-SEL) TO RENGLON-MONEDA
                 MOVE SPACES TO NO-RECLAMADO-REG
                 MOVE TAB-SEL-CUENTA(IDX-SEL) TO NRC-CUENTA
                 MOVE TAB-SEL-NOMBRE(IDX-SEL) TO NRC-NOMBRE-CUENTA
                 MOVE TAB-SEL-CLIENTE(IDX-SEL) TO NRC-CLIENTE
                 MOVE ZERO TO NRC-FECHA-NAC
                 PERFORM BUSCAR-TITULAR
                 IF IDX-CLI <= TOTAL-CLIENTES
                    MOVE TAB-CLI-NOMBRE(IDX-CLI) TO NRC-NOMBRE
                    MOVE TAB-CLI-APELLIDO1(IDX-CLI) TO NRC-APELLIDO1
                    MOVE TAB-CLI-APELLIDO2(IDX-CLI) TO NRC-APELLIDO2
                    MOVE TAB-CLI-DOC-TIPO(IDX-CLI) TO NRC-DOC-TIPO
                    MOVE TAB-CLI-DOC-NUMERO(IDX-CLI) TO NRC-DOC-NUMERO
                    MOVE TAB-CLI-FECHA-NAC(IDX-CLI) TO NRC-FECHA-NAC
                 END-IF
                 MOVE TAB-SEL-MONEDA(IDX-SEL) TO NRC-MONEDA
                 MOVE TAB-SEL-SALDO(IDX-SEL) TO NRC-IMPORTE
                 MOVE TAB-SEL-MOVTO(IDX-SEL) TO NRC-ULTIMO-MOVTO
                 MOVE WS-FECHA-HOY TO NRC-FECHA-TRASPASO
                 MOVE TAB-CTL-CONCENTRADORA(RENGLON-MONEDA)
                   TO NRC-CONCENTRADORA
                 MOVE TAB-SEL-REF(IDX-SEL) TO NRC-REFERENCIA
                 MOVE 'T' TO NRC-ESTADO
                 MOVE ZERO TO NRC-FECHA-RECLAMO
                 MOVE ZERO TO NRC-CUENTA-RECLAMO
                 MOVE ZERO TO NRC-REF-RECLAMO
                 WRITE NO-RECLAMADO-REG
              END-IF
           END-PERFORM
           CLOSE REGISTRO-FILE.

      *---- Arma BENEFICENCIA_REMESA.DAT con los traspasos de hoy.
        GENERAR-REMESA.
           OPEN OUTPUT REMESA-FILE
           IF WS-ESTADO-REMESA NOT = '00'
              DISPLAY "NO SE PUDO ABRIR BENEFICENCIA_REMESA.DAT "
                 "(ESTADO " WS-ESTADO-REMESA ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REM-ENCABEZADO
           MOVE 'H' TO REM-ENC-TIPO
           MOVE WS-FECHA-HOY TO REM-ENC-FECHA
           COMPUTE REM-ENC-EJERCICIO = WS-HOY-ANO - 1
           WRITE REM-ENCABEZADO
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'T'
                 MOVE SPACES TO REM-DETALLE
                 MOVE 'D' TO REM-TIPO
                 MOVE TAB-SEL-CUENTA(IDX-SEL) TO REM-CUENTA
                 MOVE TAB-SEL-CLIENTE(IDX-SEL) TO REM-CLIENTE
                 MOVE ZERO TO REM-FECHA-NAC
                 PERFORM BUSCAR-TITULAR
                 IF IDX-CLI <= TOTAL-CLIENTES
                    MOVE TAB-CLI-DOC-TIPO(IDX-CLI) TO REM-DOC-TIPO
                    MOVE TAB-CLI-DOC-NUMERO(IDX-CLI) TO REM-DOC-NUMERO
                    MOVE TAB-CLI-FECHA-NAC(IDX-CLI) TO REM-FECHA-NAC
                    MOVE TAB-CLI-APELLIDO1(IDX-CLI) TO REM-APELLIDO1
                    MOVE TAB-CLI-APELLIDO2(IDX-CLI) TO REM-APELLIDO2
                    MOVE TAB-CLI-NOMBRE(IDX-CLI) TO REM-NOMBRE
                 END-IF
                 MOVE TAB-SEL-NOMBRE(IDX-SEL) TO REM-NOMBRE-CUENTA
                 MOVE TAB-SEL-MONEDA(IDX-SEL) TO REM-MONEDA
                 MOVE TAB-SEL-SALDO(IDX-SEL) TO REM-IMPORTE
                 MOVE TAB-SEL-MOVTO(IDX-SEL) TO REM-ULTIMO-MOVTO
                 MOVE TAB-SEL-REF(IDX-SEL) TO REM-REFERENCIA
                 WRITE REM-DETALLE
                 ADD 1 TO TOTAL-REMESA
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-CTL FROM 1 BY 1
                   UNTIL IDX-CTL > TOTAL-MONEDAS
              IF TAB-CTL-REGISTROS(IDX-CTL) > 0
                 MOVE SPACES TO REM-COLA
                 MOVE 'T' TO REM-COLA-TIPO
                 MOVE TAB-CTL-MONEDA(IDX-CTL) TO REM-COLA-MONEDA
                 MOVE TAB-CTL-REGISTROS(IDX-CTL) TO REM-COLA-REGISTROS
                 MOVE TAB-CTL-IMPORTE(IDX-CTL) TO REM-COLA-IMPORTE
                 WRITE REM-COLA
              END-IF
           END-PERFORM
           CLOSE REMESA-FILE.

      *---- Reporte para Operaciones: las cuentas traspasadas con su
      *---- referencia y las que cumplían el plazo pero se omitieron.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR FONDOS_NO_RECLAMADOS.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE "CUENTAS TRASPASADAS A LA CONCENTRADORA"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'T'
                 PERFORM IMPRIMIR-RENGLON
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "OMITIDAS POR BLOQUEO DEL CLIENTE" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'B'
                 PERFORM IMPRIMIR-RENGLON
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "OMITIDAS SIN CONCENTRADORA VALIDA EN SU MONEDA"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > TOTAL-SELECCION
              IF TAB-SEL-ACCION(IDX-SEL) = 'S'
                 PERFORM IMPRIMIR-RENGLON
              END-IF
           END-PERFORM
           CLOSE REPORTE-FILE.

        IMPRIMIR-RENGLON.
           MOVE TAB-SEL-CUENTA(IDX-SEL) TO LIN-CUENTA
           MOVE TAB-SEL-NOMBRE(IDX-SEL) TO LIN-NOMBRE
           MOVE TAB-SEL-CLIENTE(IDX-SEL) TO LIN-CLIENTE
           MOVE TAB-SEL-MONEDA(IDX-SEL) TO LIN-MONEDA
           MOVE TAB-SEL-SALDO(IDX-SEL) TO LIN-SALDO
           MOVE TAB-SEL-ANOS(IDX-SEL) TO LIN-ANOS
           MOVE TAB-SEL-REF(IDX-SEL) TO LIN-REF
           WRITE LINEA-REPORTE FROM LINEA-CUENTA.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si no caben todos
      *---- los traspasos. Sin archivo de rangos todo sigue como
      *---- antes.
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
           IF ULTIMA-REFERENCIA + TOTAL-TRASPASOS > RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *---- Referencias del rango 92xxxxxx compartidas con
      *---- MANTENIMIENTO-NO-RECLAMADOS.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 92000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.
