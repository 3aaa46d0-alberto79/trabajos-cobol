       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CASOS.

      *> --- Mesa de trabajo de cumplimiento sobre los casos que
      *> REPORTE-CUMPLIMIENTO abre por cada alerta de efectivo
      *> (CASOS_CUMPLIMIENTO.DAT): consultar el caso con sus
      *> operaciones y su bitácora, asignarlo a un analista (con
      *> visto bueno de supervisor), agregarle notas, escalarlo y
      *> cerrarlo descartado o reportable. Cada acción queda en
      *> CASOS_NOTAS.DAT con quién la hizo; los reportables los
      *> toma EXTRACTO-REGULADOR. Mismo molde que
      *> MANTENIMIENTO-CLIENTES.

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
           SELECT NOTAS-FILE ASSIGN TO 'CASOS_NOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NOTAS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD CASOS-FILE.
           COPY CASOREG.

       FD OPERACIONES-CASO-FILE.
           COPY CASOOPEREG.

       FD NOTAS-FILE.
           COPY CASONOTAREG.

      *---- Padrón de operadores, para validar al analista que
      *---- trabaja y al supervisor que autoriza.
       FD OPERADORES-FILE.
       01 OPERADOR-REG.
           05 OPR-ID         PIC X(8).
           05 OPR-NOMBRE     PIC X(20).
           05 OPR-ACTIVO     PIC X(1).
           05 OPR-SUPERVISOR PIC X(1).
           05 OPR-ROL        PIC X(1).
           05 OPR-CLAVE      PIC X(8).
           05 OPR-CLAVE-FECHA PIC 9(8).
           05 OPR-INTENTOS   PIC 9(1).
           05 OPR-BLOQUEADO  PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CASOS      PIC X(2).
       01 WS-ESTADO-OPER-CASO  PIC X(2).
       01 WS-ESTADO-NOTAS      PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 HORA-ACTUAL  PIC 9(8) VALUE ZERO.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9(2).
       01 IDX PIC 9(4) VALUE 1.

       01 EOF-CAS PIC X VALUE 'N'.
          88 FIN-CAS VALUE 'S'.
       01 EOF-OPC PIC X VALUE 'N'.
          88 FIN-OPC VALUE 'S'.
       01 EOF-NOT PIC X VALUE 'N'.
          88 FIN-NOT VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

      *> Analista firmado en la sesión: toda acción sobre un caso
      *> queda a su nombre en la bitácora.
       01 ANALISTA-SESION PIC X(8) VALUE SPACES.
       01 ANALISTA-ES-SUPERVISOR PIC X(1) VALUE 'N'.

      *> Validación de un operador contra OPERADORES.DAT.
       01 OPERADOR-BUSCADO PIC X(8) VALUE SPACES.
       01 OPERADOR-VALIDO PIC X(1) VALUE 'N'.
          88 ES-OPERADOR-VALIDO VALUE 'S'.
       01 OPERADOR-SUPERVISOR PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.

       01 CASO-BUSCADO PIC 9(6) VALUE 0.
       01 CASO-ENCONTRADO PIC X(1) VALUE 'N'.
          88 CASO-HALLADO VALUE 'S'.
       01 NUEVO-ANALISTA PIC X(8) VALUE SPACES.
       01 TEXTO-NOTA PIC X(60) VALUE SPACES.
       01 TIPO-CIERRE PIC X(1) VALUE SPACE.
       01 FILTRO-ANALISTA PIC X(8) VALUE SPACES.
       01 TOTAL-LISTADOS PIC 9(4) VALUE 0.
       01 IMPORTE-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

       01 TOTAL-CASOS PIC 9(4) VALUE 0.
       01 CASOS-TABLA.
          05 CASO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CASOS
                INDEXED BY IDX-TABLA.
             10 TAB-CAS-NUMERO        PIC 9(6).
             10 TAB-CAS-FECHA-ALERTA  PIC 9(8).
             10 TAB-CAS-TIPO          PIC X(1).
             10 TAB-CAS-CUENTA        PIC 9(6).
             10 TAB-CAS-CLIENTE       PIC 9(5).
             10 TAB-CAS-IMPORTE       PIC 9(9)V99.
             10 TAB-CAS-OPERACIONES   PIC 9(5).
             10 TAB-CAS-SECUENCIA-AUD PIC 9(8).
             10 TAB-CAS-ESTADO        PIC X(1).
             10 TAB-CAS-NIVEL         PIC 9(1).
             10 TAB-CAS-ANALISTA      PIC X(8).
             10 TAB-CAS-FECHA-ASIGNA  PIC 9(8).
             10 TAB-CAS-FECHA-CIERRE  PIC 9(8).
             10 TAB-CAS-CERRO         PIC X(8).
             10 TAB-CAS-PRESENTADO    PIC X(1).
             10 TAB-CAS-FECHA-PRESENTA PIC 9(8).
             10 TAB-CAS-ENVIO         PIC 9(6).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "INGRESE SU ID DE ANALISTA".
            ACCEPT ANALISTA-SESION.
            MOVE ANALISTA-SESION TO OPERADOR-BUSCADO.
            PERFORM VALIDAR-OPERADOR.
            IF NOT ES-OPERADOR-VALIDO
               DISPLAY "ANALISTA NO RECONOCIDO O INACTIVO"
               STOP RUN
            END-IF.
            MOVE OPERADOR-SUPERVISOR TO ANALISTA-ES-SUPERVISOR.
            PERFORM CARGAR_CASOS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "CASOS DE CUMPLIMIENTO"
              DISPLAY "1.LISTAR CASOS ABIERTOS"
              DISPLAY "2.CONSULTAR CASO"
              DISPLAY "3.ASIGNAR CASO A ANALISTA"
              DISPLAY "4.AGREGAR NOTA"
              DISPLAY "5.ESCALAR CASO"
              DISPLAY "6.CERRAR CASO"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM LISTAR_CASOS
                 WHEN 2
                    PERFORM CONSULTAR_CASO
                 WHEN 3
                    PERFORM ASIGNAR_CASO
                 WHEN 4
                    PERFORM AGREGAR_NOTA
                 WHEN 5
                    PERFORM ESCALAR_CASO
                 WHEN 6
                    PERFORM CERRAR_CASO
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_CASOS.
            STOP RUN.

      *---- Lista los casos abiertos o escalados, todos o sólo los
      *---- de un analista.
        LISTAR_CASOS.
           DISPLAY "ANALISTA A LISTAR (ENTER = TODOS, SIN = SIN "
              "ASIGNAR)".
           MOVE SPACES TO FILTRO-ANALISTA.
           ACCEPT FILTRO-ANALISTA.
           MOVE 0 TO TOTAL-LISTADOS.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-CASOS
              IF (TAB-CAS-ESTADO(IDX-TABLA) = 'A'
                    OR TAB-CAS-ESTADO(IDX-TABLA) = 'E')
                    AND (FILTRO-ANALISTA = SPACES
                    OR FILTRO-ANALISTA = TAB-CAS-ANALISTA(IDX-TABLA)
                    OR (FILTRO-ANALISTA = "SIN"
                    AND TAB-CAS-ANALISTA(IDX-TABLA) = SPACES))
                 ADD 1 TO TOTAL-LISTADOS
                 MOVE TAB-CAS-IMPORTE(IDX-TABLA) TO IMPORTE-EDITADO
                 DISPLAY TAB-CAS-NUMERO(IDX-TABLA) " "
                    TAB-CAS-FECHA-ALERTA(IDX-TABLA) " "
                    TAB-CAS-TIPO(IDX-TABLA) " CTA "
                    TAB-CAS-CUENTA(IDX-TABLA) " CLI "
                    TAB-CAS-CLIENTE(IDX-TABLA) " "
                    IMPORTE-EDITADO " "
                    TAB-CAS-ESTADO(IDX-TABLA)
                    TAB-CAS-NIVEL(IDX-TABLA) " "
                    TAB-CAS-ANALISTA(IDX-TABLA)
              END-IF
           END-PERFORM.
           DISPLAY "CASOS LISTADOS: " TOTAL-LISTADOS.

      *---- Muestra el caso completo: datos, operaciones que lo
      *---- sustentan y bitácora de acciones.
        CONSULTAR_CASO.
           PERFORM PEDIR_Y_BUSCAR_CASO.
           IF NOT CASO-HALLADO
              DISPLAY "CASO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CAS-IMPORTE(IDX-TABLA) TO IMPORTE-EDITADO.
           DISPLAY "CASO " TAB-CAS-NUMERO(IDX-TABLA)
              " ALERTA " TAB-CAS-FECHA-ALERTA(IDX-TABLA)
              " TIPO " TAB-CAS-TIPO(IDX-TABLA)
              " (G=OPERACION GRANDE, F=FRACCIONAMIENTO)".
           DISPLAY "CUENTA " TAB-CAS-CUENTA(IDX-TABLA)
              " CLIENTE " TAB-CAS-CLIENTE(IDX-TABLA)
              " IMPORTE " IMPORTE-EDITADO
              " OPERACIONES " TAB-CAS-OPERACIONES(IDX-TABLA).
           DISPLAY "ESTADO " TAB-CAS-ESTADO(IDX-TABLA)
              " NIVEL " TAB-CAS-NIVEL(IDX-TABLA)
              " ANALISTA " TAB-CAS-ANALISTA(IDX-TABLA)
              " ASIGNADO " TAB-CAS-FECHA-ASIGNA(IDX-TABLA).
           IF TAB-CAS-ESTADO(IDX-TABLA) = 'D'
                 OR TAB-CAS-ESTADO(IDX-TABLA) = 'R'
              DISPLAY "CERRADO " TAB-CAS-FECHA-CIERRE(IDX-TABLA)
                 " POR " TAB-CAS-CERRO(IDX-TABLA)
                 " PRESENTADO " TAB-CAS-PRESENTADO(IDX-TABLA)
                 " ENVIO " TAB-CAS-ENVIO(IDX-TABLA)
           END-IF.
           DISPLAY "---- OPERACIONES ----".
           MOVE 'N' TO EOF-OPC.
           OPEN INPUT OPERACIONES-CASO-FILE.
           IF WS-ESTADO-OPER-CASO = '00'
              PERFORM UNTIL FIN-OPC
                 READ OPERACIONES-CASO-FILE
                    AT END MOVE 'S' TO EOF-OPC
                    NOT AT END
                       IF OPC-CASO = TAB-CAS-NUMERO(IDX-TABLA)
                          MOVE OPC-IMPORTE TO IMPORTE-EDITADO
                          DISPLAY OPC-FECHA " " OPC-HORA " "
                             OPC-PROGRAMA " " OPC-OPERADOR " "
                             OPC-OPERACION " " IMPORTE-EDITADO
                             " FOLIO " OPC-SECUENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERACIONES-CASO-FILE
           END-IF.
           DISPLAY "---- BITACORA ----".
           MOVE 'N' TO EOF-NOT.
           OPEN INPUT NOTAS-FILE.
           IF WS-ESTADO-NOTAS = '00'
              PERFORM UNTIL FIN-NOT
                 READ NOTAS-FILE
                    AT END MOVE 'S' TO EOF-NOT
                    NOT AT END
                       IF NOT-CASO = TAB-CAS-NUMERO(IDX-TABLA)
                          DISPLAY NOT-FECHA " " NOT-HORA " "
                             NOT-OPERADOR " " NOT-ACCION " "
                             NOT-TEXTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTAS-FILE
           END-IF.

      *---- Asigna (o reasigna) un caso abierto a un analista; lo
      *---- autoriza un supervisor.
        ASIGNAR_CASO.
           PERFORM PEDIR_Y_BUSCAR_CASO.
           IF NOT CASO-HALLADO
              DISPLAY "CASO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-ESTADO(IDX-TABLA) NOT = 'A'
                 AND TAB-CAS-ESTADO(IDX-TABLA) NOT = 'E'
              DISPLAY "EL CASO YA ESTA CERRADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ANALISTA ACTUAL: " TAB-CAS-ANALISTA(IDX-TABLA).
           DISPLAY "ID DEL ANALISTA A ASIGNAR".
           MOVE SPACES TO NUEVO-ANALISTA.
           ACCEPT NUEVO-ANALISTA.
           MOVE NUEVO-ANALISTA TO OPERADOR-BUSCADO.
           PERFORM VALIDAR-OPERADOR.
           IF NOT ES-OPERADOR-VALIDO
              DISPLAY "ANALISTA NO RECONOCIDO O INACTIVO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, CASO SIN CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE NUEVO-ANALISTA TO TAB-CAS-ANALISTA(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-CAS-FECHA-ASIGNA(IDX-TABLA).
           MOVE SPACES TO TEXTO-NOTA.
           STRING "ASIGNADO A " DELIMITED BY SIZE
                  NUEVO-ANALISTA DELIMITED BY SPACE
                  " AUTORIZO " DELIMITED BY SIZE
                  SUPERVISOR-ID DELIMITED BY SPACE
                  INTO TEXTO-NOTA.
           MOVE 'A' TO NOT-ACCION.
           PERFORM ANOTAR-BITACORA.
           DISPLAY "CASO ASIGNADO".

        AGREGAR_NOTA.
           PERFORM PEDIR_Y_BUSCAR_CASO.
           IF NOT CASO-HALLADO
              DISPLAY "CASO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TEXTO DE LA NOTA".
           MOVE SPACES TO TEXTO-NOTA.
           ACCEPT TEXTO-NOTA.
           IF TEXTO-NOTA = SPACES
              DISPLAY "NOTA VACIA, NO SE REGISTRA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO NOT-ACCION.
           PERFORM ANOTAR-BITACORA.
           DISPLAY "NOTA REGISTRADA".

      *---- Escala un caso abierto al siguiente nivel: queda en
      *---- estado 'E' y, si se indica, pasa al analista que lo
      *---- recibe. El motivo es obligatorio.
        ESCALAR_CASO.
           PERFORM PEDIR_Y_BUSCAR_CASO.
           IF NOT CASO-HALLADO
              DISPLAY "CASO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-ESTADO(IDX-TABLA) NOT = 'A'
                 AND TAB-CAS-ESTADO(IDX-TABLA) NOT = 'E'
              DISPLAY "EL CASO YA ESTA CERRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-NIVEL(IDX-TABLA) >= 9
              DISPLAY "EL CASO YA ESTA EN EL NIVEL MAXIMO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO DEL ESCALAMIENTO".
           MOVE SPACES TO TEXTO-NOTA.
           ACCEPT TEXTO-NOTA.
           IF TEXTO-NOTA = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ANALISTA QUE LO RECIBE (ENTER = SIN CAMBIO)".
           MOVE SPACES TO NUEVO-ANALISTA.
           ACCEPT NUEVO-ANALISTA.
           IF NUEVO-ANALISTA NOT = SPACES
              MOVE NUEVO-ANALISTA TO OPERADOR-BUSCADO
              PERFORM VALIDAR-OPERADOR
              IF NOT ES-OPERADOR-VALIDO
                 DISPLAY "ANALISTA NO RECONOCIDO O INACTIVO"
                 EXIT PARAGRAPH
              END-IF
              MOVE NUEVO-ANALISTA TO TAB-CAS-ANALISTA(IDX-TABLA)
              MOVE WS-FECHA-HOY TO TAB-CAS-FECHA-ASIGNA(IDX-TABLA)
           END-IF.
           ADD 1 TO TAB-CAS-NIVEL(IDX-TABLA).
           MOVE 'E' TO TAB-CAS-ESTADO(IDX-TABLA).
           MOVE 'E' TO NOT-ACCION.
           PERFORM ANOTAR-BITACORA.
           DISPLAY "CASO ESCALADO A NIVEL " TAB-CAS-NIVEL(IDX-TABLA).

      *---- Cierra el caso como descartado ('D') o reportable ('R').
      *---- Sólo lo cierra el analista asignado o un supervisor, y
      *---- con el dictamen en la bitácora.
        CERRAR_CASO.
           PERFORM PEDIR_Y_BUSCAR_CASO.
           IF NOT CASO-HALLADO
              DISPLAY "CASO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-ESTADO(IDX-TABLA) NOT = 'A'
                 AND TAB-CAS-ESTADO(IDX-TABLA) NOT = 'E'
              DISPLAY "EL CASO YA ESTA CERRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-ANALISTA(IDX-TABLA) = SPACES
              DISPLAY "ASIGNE EL CASO ANTES DE CERRARLO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CAS-ANALISTA(IDX-TABLA) NOT = ANALISTA-SESION
                 AND ANALISTA-ES-SUPERVISOR NOT = 'S'
              DISPLAY "SOLO EL ANALISTA ASIGNADO O UN SUPERVISOR "
                 "CIERRA EL CASO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "DICTAMEN (D=DESCARTADO, R=REPORTAR AL REGULADOR)".
           MOVE SPACE TO TIPO-CIERRE.
           ACCEPT TIPO-CIERRE.
           IF TIPO-CIERRE NOT = 'D' AND TIPO-CIERRE NOT = 'R'
              DISPLAY "DICTAMEN INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNDAMENTO DEL DICTAMEN".
           MOVE SPACES TO TEXTO-NOTA.
           ACCEPT TEXTO-NOTA.
           IF TEXTO-NOTA = SPACES
              DISPLAY "EL FUNDAMENTO ES OBLIGATORIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE TIPO-CIERRE TO TAB-CAS-ESTADO(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-CAS-FECHA-CIERRE(IDX-TABLA).
           MOVE ANALISTA-SESION TO TAB-CAS-CERRO(IDX-TABLA).
           MOVE 'N' TO TAB-CAS-PRESENTADO(IDX-TABLA).
           MOVE TIPO-CIERRE TO NOT-ACCION.
           PERFORM ANOTAR-BITACORA.
           IF TIPO-CIERRE = 'R'
              DISPLAY "CASO CERRADO, SALE EN EL PROXIMO EXTRACTO AL "
                 "REGULADOR"
           ELSE
              DISPLAY "CASO CERRADO COMO DESCARTADO"
           END-IF.

      *---- Agrega a CASOS_NOTAS.DAT la acción NOT-ACCION con el
      *---- texto TEXTO-NOTA sobre el caso que IDX-TABLA señala.
        ANOTAR-BITACORA.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND NOTAS-FILE.
           IF WS-ESTADO-NOTAS NOT = '00'
              OPEN OUTPUT NOTAS-FILE
           END-IF.
           MOVE TAB-CAS-NUMERO(IDX-TABLA) TO NOT-CASO.
           MOVE WS-FECHA-HOY TO NOT-FECHA.
           MOVE HORA-ACTUAL(1:6) TO NOT-HORA.
           MOVE ANALISTA-SESION TO NOT-OPERADOR.
           MOVE TEXTO-NOTA TO NOT-TEXTO.
           WRITE CASO-NOTA-REG.
           CLOSE NOTAS-FILE.

        PEDIR_Y_BUSCAR_CASO.
           DISPLAY "NUMERO DE CASO".
           MOVE 0 TO CASO-BUSCADO.
           ACCEPT CASO-BUSCADO.
           MOVE 'N' TO CASO-ENCONTRADO.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-CASOS
              IF TAB-CAS-NUMERO(IDX-TABLA) = CASO-BUSCADO
                 MOVE 'S' TO CASO-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Valida OPERADOR-BUSCADO contra OPERADORES.DAT: debe
      *---- existir, estar activo y no bloqueado. Deja además si
      *---- tiene facultad de supervisor.
        VALIDAR-OPERADOR.
           MOVE 'N' TO OPERADOR-VALIDO.
           MOVE 'N' TO OPERADOR-SUPERVISOR.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = OPERADOR-BUSCADO
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                          MOVE 'S' TO OPERADOR-VALIDO
                          IF OPR-SUPERVISOR = 'S'
                                OR OPR-ROL = 'S' OR OPR-ROL = 'A'
                             MOVE 'S' TO OPERADOR-SUPERVISOR
                          END-IF
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

      *---- Visto bueno de supervisor, igual que en
      *---- MANTENIMIENTO-CLIENTES.
        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION.
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA".
           ACCEPT SUPERVISOR-ID.
           MOVE SUPERVISOR-ID TO OPERADOR-BUSCADO.
           PERFORM VALIDAR-OPERADOR.
           IF ES-OPERADOR-VALIDO AND OPERADOR-SUPERVISOR = 'S'
              MOVE 'S' TO AUTORIZACION
           END-IF.

        CARGAR_CASOS.
           OPEN INPUT CASOS-FILE.
           IF WS-ESTADO-CASOS = '00'
              PERFORM UNTIL FIN-CAS
                 READ CASOS-FILE
                    AT END MOVE 'S' TO EOF-CAS
                    NOT AT END
                       IF CASO-REG NOT = SPACES
                             AND TOTAL-CASOS < 9999
                          ADD 1 TO TOTAL-CASOS
                          MOVE CAS-NUMERO
                            TO TAB-CAS-NUMERO(TOTAL-CASOS)
                          MOVE CAS-FECHA-ALERTA
                            TO TAB-CAS-FECHA-ALERTA(TOTAL-CASOS)
                          MOVE CAS-TIPO TO TAB-CAS-TIPO(TOTAL-CASOS)
                          MOVE CAS-CUENTA
                            TO TAB-CAS-CUENTA(TOTAL-CASOS)
                          MOVE CAS-CLIENTE
                            TO TAB-CAS-CLIENTE(TOTAL-CASOS)
                          MOVE CAS-IMPORTE
                            TO TAB-CAS-IMPORTE(TOTAL-CASOS)
                          MOVE CAS-OPERACIONES
                            TO TAB-CAS-OPERACIONES(TOTAL-CASOS)
                          MOVE CAS-SECUENCIA-AUD
                            TO TAB-CAS-SECUENCIA-AUD(TOTAL-CASOS)
                          MOVE CAS-ESTADO
                            TO TAB-CAS-ESTADO(TOTAL-CASOS)
                          MOVE CAS-NIVEL TO TAB-CAS-NIVEL(TOTAL-CASOS)
                          MOVE CAS-ANALISTA
                            TO TAB-CAS-ANALISTA(TOTAL-CASOS)
                          MOVE CAS-FECHA-ASIGNA
                            TO TAB-CAS-FECHA-ASIGNA(TOTAL-CASOS)
                          MOVE CAS-FECHA-CIERRE
                            TO TAB-CAS-FECHA-CIERRE(TOTAL-CASOS)
                          MOVE CAS-CERRO TO TAB-CAS-CERRO(TOTAL-CASOS)
                          MOVE CAS-PRESENTADO
                            TO TAB-CAS-PRESENTADO(TOTAL-CASOS)
                          MOVE CAS-FECHA-PRESENTA
                            TO TAB-CAS-FECHA-PRESENTA(TOTAL-CASOS)
                          MOVE CAS-ENVIO TO TAB-CAS-ENVIO(TOTAL-CASOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASOS-FILE
           ELSE
              DISPLAY "CASOS_CUMPLIMIENTO.DAT NO ENCONTRADO, SIN "
                 "CASOS ABIERTOS"
           END-IF.

      *---- Reescribe CASOS_CUMPLIMIENTO.DAT completo con la tabla;
      *---- sin casos cargados no hay nada que reescribir.
        GRABAR_CASOS.
           IF TOTAL-CASOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CASOS
              MOVE TAB-CAS-NUMERO(IDX) TO CAS-NUMERO
              MOVE TAB-CAS-FECHA-ALERTA(IDX) TO CAS-FECHA-ALERTA
              MOVE TAB-CAS-TIPO(IDX) TO CAS-TIPO
              MOVE TAB-CAS-CUENTA(IDX) TO CAS-CUENTA
              MOVE TAB-CAS-CLIENTE(IDX) TO CAS-CLIENTE
              MOVE TAB-CAS-IMPORTE(IDX) TO CAS-IMPORTE
              MOVE TAB-CAS-OPERACIONES(IDX) TO CAS-OPERACIONES
              MOVE TAB-CAS-SECUENCIA-AUD(IDX) TO CAS-SECUENCIA-AUD
              MOVE TAB-CAS-ESTADO(IDX) TO CAS-ESTADO
              MOVE TAB-CAS-NIVEL(IDX) TO CAS-NIVEL
              MOVE TAB-CAS-ANALISTA(IDX) TO CAS-ANALISTA
              MOVE TAB-CAS-FECHA-ASIGNA(IDX) TO CAS-FECHA-ASIGNA
              MOVE TAB-CAS-FECHA-CIERRE(IDX) TO CAS-FECHA-CIERRE
              MOVE TAB-CAS-CERRO(IDX) TO CAS-CERRO
              MOVE TAB-CAS-PRESENTADO(IDX) TO CAS-PRESENTADO
              MOVE TAB-CAS-FECHA-PRESENTA(IDX) TO CAS-FECHA-PRESENTA
              MOVE TAB-CAS-ENVIO(IDX) TO CAS-ENVIO
              WRITE CASO-REG
           END-PERFORM.
           CLOSE CASOS-FILE.
