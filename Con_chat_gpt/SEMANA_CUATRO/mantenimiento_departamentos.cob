       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DEPARTAMENTOS.

      *> --- Departamentos y centros de costos de la plantilla.
      *> Mantiene el catálogo DEPARTAMENTOS.DAT y la asignación
      *> empleado/departamento de EMPLEADOS_DEPTOS.DAT con fechas de
      *> vigencia: cada cambio cierra el renglón vigente y abre otro,
      *> de modo que NOMINA carga cada quincena al centro de costos
      *> en que el empleado estaba a la fecha de pago y la historia
      *> nunca se pierde. Cuando un departamento se cierra, la baja
      *> traslada su plantilla completa a otro departamento activo
      *> en un solo paso, con visto bueno de supervisor y registro en
      *> AUDITORIA.LOG. Mismo molde que MANTENIMIENTO-EJECUTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTAMENTOS-FILE ASSIGN TO 'DEPARTAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEPARTAMENTOS.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'EMPLEADOS_DEPTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPLEADOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD DEPARTAMENTOS-FILE.
           COPY DEPARTAMENTOREG.

       FD ASIGNACIONES-FILE.
           COPY ASIGDEPTOREG.

       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

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

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-DEPARTAMENTOS PIC X(2).
       01 WS-ESTADO-ASIGNACIONES  PIC X(2).
       01 WS-ESTADO-EMPLEADOS     PIC X(2).
       01 WS-ESTADO-OPERADORES    PIC X(2).
       01 WS-ESTADO-AUDITORIA     PIC X(2).
       01 WS-ESTADO-SECUENCIA     PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(5) VALUE 1.

       01 EOF-DEP PIC X VALUE 'N'.
          88 FIN-DEP VALUE 'S'.
       01 EOF-ADP PIC X VALUE 'N'.
          88 FIN-ADP VALUE 'S'.
       01 EOF-EMP PIC X VALUE 'N'.
          88 FIN-EMP VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 OPERADOR-SESION PIC X(8) VALUE SPACES.
       01 OPERADOR-VALIDO PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Captura.
       01 CODIGO-BUSCADO   PIC 9(3) VALUE 0.
       01 CODIGO-DESTINO   PIC 9(3) VALUE 0.
       01 EMPLEADO-CAPTURA PIC 9(4) VALUE 0.
       01 CENTRO-CAPTURA   PIC 9(3) VALUE 0.
       01 FECHA-EFECTIVA   PIC 9(8) VALUE 0.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 WS-NUEVO-NOMBRE PIC X(30).
       01 WS-NUEVO-CENTRO PIC 9(3).

       01 DEPARTAMENTO-ENCONTRADO PIC X(1) VALUE 'N'.
          88 DEPARTAMENTO-HALLADO VALUE 'S'.
       01 EMPLEADO-ENCONTRADO PIC X(1) VALUE 'N'.
          88 EMPLEADO-HALLADO VALUE 'S'.
       01 IDX-ORIGEN PIC 9(3) VALUE 0.
       01 IDX-VIGENTE PIC 9(5) VALUE 0.
       01 TOPE-RECORRIDO PIC 9(5) VALUE 0.
       01 PLANTILLA-EMPLEADOS PIC 9(5) VALUE 0.
       01 PLANTILLA-POSTERIORES PIC 9(5) VALUE 0.
       01 TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01 DEPARTAMENTOS-TABLA.
          05 DEPARTAMENTO OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-DEPARTAMENTOS
                INDEXED BY IDX-DEP.
             10 TAB-DEP-CODIGO     PIC 9(3).
             10 TAB-DEP-NOMBRE     PIC X(30).
             10 TAB-DEP-CENTRO     PIC 9(3).
             10 TAB-DEP-ESTADO     PIC X(1).
             10 TAB-DEP-FECHA-ALTA PIC 9(8).
             10 TAB-DEP-FECHA-BAJA PIC 9(8).
       01 TOTAL-DEPARTAMENTOS PIC 9(3) VALUE 0.

       01 ASIGNACIONES-TABLA.
          05 ASIGNACION OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ADP.
             10 TAB-ADP-EMPLEADO PIC 9(4).
             10 TAB-ADP-DEPTO    PIC 9(3).
             10 TAB-ADP-DESDE    PIC 9(8).
             10 TAB-ADP-HASTA    PIC 9(8).
             10 TAB-ADP-MOTIVO   PIC X(1).
             10 TAB-ADP-USUARIO  PIC X(8).
       01 TOTAL-ASIGNACIONES PIC 9(5) VALUE 0.

       01 EMPLEADOS-TABLA.
          05 EMPLEADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EMPLEADOS
                INDEXED BY IDX-EMP.
             10 TAB-EMP-NUMERO PIC 9(4).
             10 TAB-EMP-NOMBRE PIC X(20).
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "INGRESE SU ID DE OPERADOR".
            ACCEPT OPERADOR-SESION.
            PERFORM VALIDAR-OPERADOR-SESION.
            IF OPERADOR-VALIDO NOT = 'S'
               DISPLAY "OPERADOR NO RECONOCIDO O INACTIVO"
               STOP RUN
            END-IF.
            PERFORM CARGAR_DEPARTAMENTOS.
            PERFORM CARGAR_ASIGNACIONES.
            PERFORM CARGAR-EMPLEADOS.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "DEPARTAMENTOS Y CENTROS DE COSTOS"
              DISPLAY "1.ALTA DE DEPARTAMENTO"
              DISPLAY "2.CAMBIO DE DATOS DE DEPARTAMENTO"
              DISPLAY "3.ASIGNAR EMPLEADO A DEPARTAMENTO"
              DISPLAY "4.BAJA DE DEPARTAMENTO Y TRASLADO DE PLANTILLA"
              DISPLAY "5.HISTORIAL DE DEPARTAMENTOS DE UN EMPLEADO"
              DISPLAY "6.LISTAR DEPARTAMENTOS"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_DEPARTAMENTO
                 WHEN 2
                    PERFORM CAMBIO_DEPARTAMENTO
                 WHEN 3
                    PERFORM ASIGNAR_EMPLEADO
                 WHEN 4
                    PERFORM BAJA_DEPARTAMENTO
                 WHEN 5
                    PERFORM HISTORIAL_EMPLEADO
                 WHEN 6
                    PERFORM LISTAR_DEPARTAMENTOS
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Alta: agrega un departamento activo con su centro de
      *---- costos.
        ALTA_DEPARTAMENTO.
           DISPLAY "INGRESE CODIGO DE DEPARTAMENTO (3 CIFRAS)".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           IF CODIGO-BUSCADO = 0
              DISPLAY "EL CODIGO 0 ESTA RESERVADO PARA EMPLEADOS SIN "
                 "DEPARTAMENTO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR_DEPARTAMENTO.
           IF DEPARTAMENTO-HALLADO
              DISPLAY "YA EXISTE UN DEPARTAMENTO CON ESE CODIGO"
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-DEPARTAMENTOS >= 999
              DISPLAY "CATALOGO DE DEPARTAMENTOS LLENO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE CENTRO DE COSTOS (SUCURSAL, O 900-999 "
              "OFICINA CENTRAL)".
           MOVE 0 TO CENTRO-CAPTURA.
           ACCEPT CENTRO-CAPTURA.
           IF CENTRO-CAPTURA = 0
              DISPLAY "CENTRO DE COSTOS INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-DEPARTAMENTOS.
           MOVE CODIGO-BUSCADO TO TAB-DEP-CODIGO(TOTAL-DEPARTAMENTOS).
           DISPLAY "INGRESE NOMBRE DEL DEPARTAMENTO".
           ACCEPT TAB-DEP-NOMBRE(TOTAL-DEPARTAMENTOS).
           MOVE CENTRO-CAPTURA TO TAB-DEP-CENTRO(TOTAL-DEPARTAMENTOS).
           MOVE 'A' TO TAB-DEP-ESTADO(TOTAL-DEPARTAMENTOS).
           MOVE WS-FECHA-HOY TO TAB-DEP-FECHA-ALTA(TOTAL-DEPARTAMENTOS).
           MOVE ZERO TO TAB-DEP-FECHA-BAJA(TOTAL-DEPARTAMENTOS).
           PERFORM GRABAR_DEPARTAMENTOS.
           DISPLAY "DEPARTAMENTO AGREGADO".

      *---- Cambio: corrige nombre o centro de costos; ENTER deja el
      *---- dato sin cambios. El nuevo centro rige desde la próxima
      *---- nómina, lo ya contabilizado no se mueve.
        CAMBIO_DEPARTAMENTO.
           DISPLAY "INGRESE CODIGO DE DEPARTAMENTO A CORREGIR".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_DEPARTAMENTO.
           IF NOT DEPARTAMENTO-HALLADO
              DISPLAY "DEPARTAMENTO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NUEVO-NOMBRE.
           DISPLAY "NOMBRE ACTUAL: " TAB-DEP-NOMBRE(IDX-DEP).
           DISPLAY "INGRESE NUEVO NOMBRE (ENTER PARA NO CAMBIAR)".
           ACCEPT WS-NUEVO-NOMBRE.
           IF WS-NUEVO-NOMBRE NOT = SPACES
              MOVE WS-NUEVO-NOMBRE TO TAB-DEP-NOMBRE(IDX-DEP)
           END-IF.
           MOVE 0 TO WS-NUEVO-CENTRO.
           DISPLAY "CENTRO DE COSTOS ACTUAL: " TAB-DEP-CENTRO(IDX-DEP).
           DISPLAY "INGRESE NUEVO CENTRO (0 PARA NO CAMBIAR)".
           ACCEPT WS-NUEVO-CENTRO.
           IF WS-NUEVO-CENTRO NOT = 0
              MOVE WS-NUEVO-CENTRO TO TAB-DEP-CENTRO(IDX-DEP)
           END-IF.
           PERFORM GRABAR_DEPARTAMENTOS.
           DISPLAY "DEPARTAMENTO CORREGIDO".

      *---- Asigna (o cambia) el departamento de un empleado: cierra
      *---- la asignación vigente a la fecha efectiva y abre la nueva
      *---- desde esa misma fecha.
        ASIGNAR_EMPLEADO.
           DISPLAY "INGRESE NUMERO DE EMPLEADO".
           MOVE 0 TO EMPLEADO-CAPTURA.
           ACCEPT EMPLEADO-CAPTURA.
           PERFORM BUSCAR-EMPLEADO.
           IF NOT EMPLEADO-HALLADO
              DISPLAY "EMPLEADO NO ENCONTRADO EN EMPLEADOS.DAT"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLEADO: " TAB-EMP-NOMBRE(IDX-EMP).
           PERFORM BUSCAR-ASIGNACION-VIGENTE.
           IF IDX-VIGENTE > 0
              DISPLAY "DEPARTAMENTO ACTUAL: "
                 TAB-ADP-DEPTO(IDX-VIGENTE) " DESDE "
                 TAB-ADP-DESDE(IDX-VIGENTE)
           ELSE
              DISPLAY "EMPLEADO SIN DEPARTAMENTO ASIGNADO"
           END-IF.
           DISPLAY "INGRESE CODIGO DEL DEPARTAMENTO".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_DEPARTAMENTO.
           IF NOT DEPARTAMENTO-HALLADO
              DISPLAY "DEPARTAMENTO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-DEP-ESTADO(IDX-DEP) NOT = 'A'
              DISPLAY "EL DEPARTAMENTO ESTA DADO DE BAJA"
              EXIT PARAGRAPH
           END-IF.
           IF IDX-VIGENTE > 0
              IF TAB-ADP-DEPTO(IDX-VIGENTE) = CODIGO-BUSCADO
                 DISPLAY "EL EMPLEADO YA ESTA EN ESE DEPARTAMENTO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM CAPTURAR-FECHA-EFECTIVA.
           IF IDX-VIGENTE > 0
              IF FECHA-EFECTIVA < TAB-ADP-DESDE(IDX-VIGENTE)
                 DISPLAY "LA FECHA EFECTIVA ES ANTERIOR A LA "
                    "ASIGNACION VIGENTE"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF TOTAL-ASIGNACIONES >= 99999
              DISPLAY "ARCHIVO DE ASIGNACIONES LLENO"
              EXIT PARAGRAPH
           END-IF.
           IF IDX-VIGENTE > 0
              MOVE FECHA-EFECTIVA TO TAB-ADP-HASTA(IDX-VIGENTE)
           END-IF.
           ADD 1 TO TOTAL-ASIGNACIONES.
           MOVE EMPLEADO-CAPTURA
             TO TAB-ADP-EMPLEADO(TOTAL-ASIGNACIONES).
           MOVE CODIGO-BUSCADO TO TAB-ADP-DEPTO(TOTAL-ASIGNACIONES).
           MOVE FECHA-EFECTIVA TO TAB-ADP-DESDE(TOTAL-ASIGNACIONES).
           MOVE ZERO TO TAB-ADP-HASTA(TOTAL-ASIGNACIONES).
           MOVE 'A' TO TAB-ADP-MOTIVO(TOTAL-ASIGNACIONES).
           MOVE OPERADOR-SESION TO TAB-ADP-USUARIO(TOTAL-ASIGNACIONES).
           PERFORM GRABAR_ASIGNACIONES.
           DISPLAY "EMPLEADO " EMPLEADO-CAPTURA
              " ASIGNADO AL DEPARTAMENTO " CODIGO-BUSCADO
              " DESDE " FECHA-EFECTIVA.

      *---- Baja de departamento: toda su plantilla vigente pasa de
      *---- un solo golpe al departamento destino a la fecha
      *---- efectiva, con motivo 'B', y el departamento queda en 'B'
      *---- con su fecha de baja. Requiere visto bueno de supervisor.
        BAJA_DEPARTAMENTO.
           DISPLAY "INGRESE CODIGO DEL DEPARTAMENTO QUE SE CIERRA".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_DEPARTAMENTO.
           IF NOT DEPARTAMENTO-HALLADO
              DISPLAY "DEPARTAMENTO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-DEP-ESTADO(IDX-DEP) NOT = 'A'
              DISPLAY "EL DEPARTAMENTO YA ESTA DADO DE BAJA"
              EXIT PARAGRAPH
           END-IF.
           SET IDX-ORIGEN TO IDX-DEP.
           PERFORM CAPTURAR-FECHA-EFECTIVA.
           MOVE 0 TO PLANTILLA-EMPLEADOS.
           MOVE 0 TO PLANTILLA-POSTERIORES.
           PERFORM VARYING IDX-ADP FROM 1 BY 1
                   UNTIL IDX-ADP > TOTAL-ASIGNACIONES
              IF TAB-ADP-DEPTO(IDX-ADP) = CODIGO-BUSCADO
                    AND TAB-ADP-HASTA(IDX-ADP) = 0
                 ADD 1 TO PLANTILLA-EMPLEADOS
                 IF TAB-ADP-DESDE(IDX-ADP) > FECHA-EFECTIVA
                    ADD 1 TO PLANTILLA-POSTERIORES
                 END-IF
              END-IF
           END-PERFORM.
           IF PLANTILLA-POSTERIORES > 0
              DISPLAY PLANTILLA-POSTERIORES " ASIGNACIONES EMPIEZAN "
                 "DESPUES DE LA FECHA EFECTIVA, BAJA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CODIGO-DESTINO.
           IF PLANTILLA-EMPLEADOS > 0
              DISPLAY "EL DEPARTAMENTO TIENE " PLANTILLA-EMPLEADOS
                 " EMPLEADOS"
              DISPLAY "INGRESE CODIGO DEL DEPARTAMENTO QUE RECIBE LA "
                 "PLANTILLA"
              ACCEPT CODIGO-DESTINO
              MOVE CODIGO-DESTINO TO CODIGO-BUSCADO
              PERFORM BUSCAR_DEPARTAMENTO
              IF NOT DEPARTAMENTO-HALLADO
                 DISPLAY "DEPARTAMENTO DESTINO NO ENCONTRADO"
                 EXIT PARAGRAPH
              END-IF
              IF TAB-DEP-ESTADO(IDX-DEP) NOT = 'A'
                    OR IDX-DEP = IDX-ORIGEN
                 DISPLAY "EL DESTINO DEBE SER OTRO DEPARTAMENTO ACTIVO"
                 EXIT PARAGRAPH
              END-IF
              IF TOTAL-ASIGNACIONES + PLANTILLA-EMPLEADOS > 99999
                 DISPLAY "ARCHIVO DE ASIGNACIONES LLENO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "SE DA DE BAJA AL DEPARTAMENTO "
              TAB-DEP-CODIGO(IDX-ORIGEN) " AL " FECHA-EFECTIVA.
           IF PLANTILLA-EMPLEADOS > 0
              DISPLAY "Y SUS " PLANTILLA-EMPLEADOS
                 " EMPLEADOS PASAN AL DEPARTAMENTO " CODIGO-DESTINO
           END-IF.
           DISPLAY "CONFIRMA (S/N)".
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              DISPLAY "BAJA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, PLANTILLA SIN CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE TOTAL-ASIGNACIONES TO TOPE-RECORRIDO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOPE-RECORRIDO
              IF TAB-ADP-DEPTO(IDX) = TAB-DEP-CODIGO(IDX-ORIGEN)
                    AND TAB-ADP-HASTA(IDX) = 0
                 MOVE FECHA-EFECTIVA TO TAB-ADP-HASTA(IDX)
                 ADD 1 TO TOTAL-ASIGNACIONES
                 MOVE TAB-ADP-EMPLEADO(IDX)
                   TO TAB-ADP-EMPLEADO(TOTAL-ASIGNACIONES)
                 MOVE CODIGO-DESTINO
                   TO TAB-ADP-DEPTO(TOTAL-ASIGNACIONES)
                 MOVE FECHA-EFECTIVA
                   TO TAB-ADP-DESDE(TOTAL-ASIGNACIONES)
                 MOVE ZERO TO TAB-ADP-HASTA(TOTAL-ASIGNACIONES)
                 MOVE 'B' TO TAB-ADP-MOTIVO(TOTAL-ASIGNACIONES)
                 MOVE SUPERVISOR-ID
                   TO TAB-ADP-USUARIO(TOTAL-ASIGNACIONES)
              END-IF
           END-PERFORM.
           MOVE 'B' TO TAB-DEP-ESTADO(IDX-ORIGEN).
           MOVE FECHA-EFECTIVA TO TAB-DEP-FECHA-BAJA(IDX-ORIGEN).
           PERFORM GRABAR_ASIGNACIONES.
           PERFORM GRABAR_DEPARTAMENTOS.
           PERFORM GRABAR-AUDITORIA-BAJA.
           DISPLAY "DEPARTAMENTO DADO DE BAJA, " PLANTILLA-EMPLEADOS
              " EMPLEADOS TRASLADADOS".

      *---- Lista todos los departamentos en que ha estado un
      *---- empleado.
        HISTORIAL_EMPLEADO.
           DISPLAY "INGRESE NUMERO DE EMPLEADO".
           MOVE 0 TO EMPLEADO-CAPTURA.
           ACCEPT EMPLEADO-CAPTURA.
           MOVE 0 TO TOTAL-LISTADOS.
           PERFORM VARYING IDX-ADP FROM 1 BY 1
                   UNTIL IDX-ADP > TOTAL-ASIGNACIONES
              IF TAB-ADP-EMPLEADO(IDX-ADP) = EMPLEADO-CAPTURA
                 ADD 1 TO TOTAL-LISTADOS
                 DISPLAY "DEPARTAMENTO " TAB-ADP-DEPTO(IDX-ADP)
                    " DESDE " TAB-ADP-DESDE(IDX-ADP)
                    " HASTA " TAB-ADP-HASTA(IDX-ADP)
                    " MOTIVO " TAB-ADP-MOTIVO(IDX-ADP)
                    " POR " TAB-ADP-USUARIO(IDX-ADP)
              END-IF
           END-PERFORM.
           IF TOTAL-LISTADOS = 0
              DISPLAY "EL EMPLEADO NO TIENE ASIGNACIONES"
           END-IF.

      *---- Lista el catálogo con su plantilla vigente.
        LISTAR_DEPARTAMENTOS.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
              MOVE 0 TO PLANTILLA-EMPLEADOS
              PERFORM VARYING IDX-ADP FROM 1 BY 1
                      UNTIL IDX-ADP > TOTAL-ASIGNACIONES
                 IF TAB-ADP-DEPTO(IDX-ADP) = TAB-DEP-CODIGO(IDX-DEP)
                       AND TAB-ADP-HASTA(IDX-ADP) = 0
                    ADD 1 TO PLANTILLA-EMPLEADOS
                 END-IF
              END-PERFORM
              DISPLAY TAB-DEP-CODIGO(IDX-DEP) " "
                 TAB-DEP-NOMBRE(IDX-DEP)
                 " CC " TAB-DEP-CENTRO(IDX-DEP)
                 " ESTADO " TAB-DEP-ESTADO(IDX-DEP)
                 " EMPLEADOS " PLANTILLA-EMPLEADOS
           END-PERFORM.
           DISPLAY "TOTAL DE DEPARTAMENTOS: " TOTAL-DEPARTAMENTOS.

      *---- Fecha desde la que rige el cambio; 0 es hoy.
        CAPTURAR-FECHA-EFECTIVA.
           DISPLAY "FECHA EFECTIVA AAAAMMDD (0 = HOY)".
           MOVE 0 TO FECHA-EFECTIVA.
           ACCEPT FECHA-EFECTIVA.
           IF FECHA-EFECTIVA = 0
              MOVE WS-FECHA-HOY TO FECHA-EFECTIVA
           END-IF.

      *---- Ubica CODIGO-BUSCADO dentro del catálogo.
        BUSCAR_DEPARTAMENTO.
           MOVE 'N' TO DEPARTAMENTO-ENCONTRADO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
              IF TAB-DEP-CODIGO(IDX-DEP) = CODIGO-BUSCADO
                 MOVE 'S' TO DEPARTAMENTO-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Deja en IDX-VIGENTE el renglón abierto del empleado, o
      *---- cero si no tiene departamento.
        BUSCAR-ASIGNACION-VIGENTE.
           MOVE 0 TO IDX-VIGENTE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASIGNACIONES
              IF TAB-ADP-EMPLEADO(IDX) = EMPLEADO-CAPTURA
                    AND TAB-ADP-HASTA(IDX) = 0
                 MOVE IDX TO IDX-VIGENTE
              END-IF
           END-PERFORM.

        BUSCAR-EMPLEADO.
           MOVE 'N' TO EMPLEADO-ENCONTRADO.
           PERFORM VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS
              IF TAB-EMP-NUMERO(IDX-EMP) = EMPLEADO-CAPTURA
                 MOVE 'S' TO EMPLEADO-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        GRABAR-AUDITORIA-BAJA.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-DEPTOS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE ZERO TO AUD-CUENTA.
           MOVE 'K' TO AUD-OPERACION.
           MOVE ZERO TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           STRING "BAJA DEPTO " DELIMITED BY SIZE
                  TAB-DEP-CODIGO(IDX-ORIGEN) DELIMITED BY SIZE
                  " PLANTILLA A " DELIMITED BY SIZE
                  CODIGO-DESTINO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

        TOMAR-SECUENCIA-AUDITORIA.
           OPEN INPUT SECUENCIA-FILE.
           IF WS-ESTADO-SECUENCIA = '00'
              READ SECUENCIA-FILE
                 AT END MOVE ZERO TO CTL-ULTIMA-SECUENCIA
              END-READ
              MOVE CTL-ULTIMA-SECUENCIA TO SECUENCIA-AUDITORIA
              CLOSE SECUENCIA-FILE
           ELSE
              MOVE ZERO TO SECUENCIA-AUDITORIA
           END-IF.
           ADD 1 TO SECUENCIA-AUDITORIA.
           OPEN OUTPUT SECUENCIA-FILE.
           MOVE SECUENCIA-AUDITORIA TO CTL-ULTIMA-SECUENCIA.
           WRITE SECUENCIA-REG.
           CLOSE SECUENCIA-FILE.

        VALIDAR-OPERADOR-SESION.
           MOVE 'N' TO OPERADOR-VALIDO.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = OPERADOR-SESION
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                          MOVE 'S' TO OPERADOR-VALIDO
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

      *---- Valida al supervisor que autoriza contra OPERADORES.DAT,
      *---- igual que en MANTENIMIENTO-CLIENTES.
        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION.
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA".
           ACCEPT SUPERVISOR-ID.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = SUPERVISOR-ID
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                             AND (OPR-SUPERVISOR = 'S'
                             OR OPR-ROL = 'S' OR OPR-ROL = 'A')
                          MOVE 'S' TO AUTORIZACION
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

      *---- Carga DEPARTAMENTOS.DAT completo a la tabla en memoria.
        CARGAR_DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTOS-FILE.
           IF WS-ESTADO-DEPARTAMENTOS = '00'
              PERFORM UNTIL FIN-DEP
                 READ DEPARTAMENTOS-FILE
                    AT END MOVE 'S' TO EOF-DEP
                    NOT AT END
                       IF DEP-CODIGO NUMERIC
                             AND TOTAL-DEPARTAMENTOS < 999
                          ADD 1 TO TOTAL-DEPARTAMENTOS
                          MOVE DEP-CODIGO
                            TO TAB-DEP-CODIGO(TOTAL-DEPARTAMENTOS)
                          MOVE DEP-NOMBRE
                            TO TAB-DEP-NOMBRE(TOTAL-DEPARTAMENTOS)
                          MOVE DEP-CENTRO-COSTO
                            TO TAB-DEP-CENTRO(TOTAL-DEPARTAMENTOS)
                          MOVE DEP-ESTADO
                            TO TAB-DEP-ESTADO(TOTAL-DEPARTAMENTOS)
                          MOVE DEP-FECHA-ALTA
                            TO TAB-DEP-FECHA-ALTA(TOTAL-DEPARTAMENTOS)
                          MOVE DEP-FECHA-BAJA
                            TO TAB-DEP-FECHA-BAJA(TOTAL-DEPARTAMENTOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPARTAMENTOS-FILE
           ELSE
              DISPLAY "DEPARTAMENTOS.DAT NO ENCONTRADO, SE CREARA "
                 "UNO NUEVO"
           END-IF.

      *---- Carga EMPLEADOS_DEPTOS.DAT completo, historia incluida.
        CARGAR_ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-FILE.
           IF WS-ESTADO-ASIGNACIONES = '00'
              PERFORM UNTIL FIN-ADP
                 READ ASIGNACIONES-FILE
                    AT END MOVE 'S' TO EOF-ADP
                    NOT AT END
                       IF ADP-EMPLEADO NUMERIC
                             AND TOTAL-ASIGNACIONES < 99999
                          ADD 1 TO TOTAL-ASIGNACIONES
                          MOVE ADP-EMPLEADO
                            TO TAB-ADP-EMPLEADO(TOTAL-ASIGNACIONES)
                          MOVE ADP-DEPARTAMENTO
                            TO TAB-ADP-DEPTO(TOTAL-ASIGNACIONES)
                          MOVE ADP-FECHA-DESDE
                            TO TAB-ADP-DESDE(TOTAL-ASIGNACIONES)
                          MOVE ADP-FECHA-HASTA
                            TO TAB-ADP-HASTA(TOTAL-ASIGNACIONES)
                          MOVE ADP-MOTIVO
                            TO TAB-ADP-MOTIVO(TOTAL-ASIGNACIONES)
                          MOVE ADP-USUARIO
                            TO TAB-ADP-USUARIO(TOTAL-ASIGNACIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGNACIONES-FILE
           END-IF.

        CARGAR-EMPLEADOS.
           OPEN INPUT EMPLEADOS-FILE.
           IF WS-ESTADO-EMPLEADOS = '00'
              PERFORM UNTIL FIN-EMP
                 READ EMPLEADOS-FILE
                    AT END MOVE 'S' TO EOF-EMP
                    NOT AT END
                       IF EMP-NUMERO NUMERIC
                             AND TOTAL-EMPLEADOS < 9999
                          ADD 1 TO TOTAL-EMPLEADOS
                          MOVE EMP-NUMERO
                            TO TAB-EMP-NUMERO(TOTAL-EMPLEADOS)
                          MOVE EMP-NOMBRE
                            TO TAB-EMP-NOMBRE(TOTAL-EMPLEADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLEADOS-FILE
           ELSE
              DISPLAY "EMPLEADOS.DAT NO ENCONTRADO, NO SE PODRAN "
                 "ASIGNAR EMPLEADOS"
           END-IF.

      *---- Reescribe DEPARTAMENTOS.DAT completo con la tabla.
        GRABAR_DEPARTAMENTOS.
           OPEN OUTPUT DEPARTAMENTOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-DEPARTAMENTOS
              MOVE TAB-DEP-CODIGO(IDX) TO DEP-CODIGO
              MOVE TAB-DEP-NOMBRE(IDX) TO DEP-NOMBRE
              MOVE TAB-DEP-CENTRO(IDX) TO DEP-CENTRO-COSTO
              MOVE TAB-DEP-ESTADO(IDX) TO DEP-ESTADO
              MOVE TAB-DEP-FECHA-ALTA(IDX) TO DEP-FECHA-ALTA
              MOVE TAB-DEP-FECHA-BAJA(IDX) TO DEP-FECHA-BAJA
              WRITE DEPARTAMENTO-REG
           END-PERFORM.
           CLOSE DEPARTAMENTOS-FILE.

      *---- Reescribe EMPLEADOS_DEPTOS.DAT completo con la tabla.
        GRABAR_ASIGNACIONES.
           OPEN OUTPUT ASIGNACIONES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASIGNACIONES
              MOVE TAB-ADP-EMPLEADO(IDX) TO ADP-EMPLEADO
              MOVE TAB-ADP-DEPTO(IDX) TO ADP-DEPARTAMENTO
              MOVE TAB-ADP-DESDE(IDX) TO ADP-FECHA-DESDE
              MOVE TAB-ADP-HASTA(IDX) TO ADP-FECHA-HASTA
              MOVE TAB-ADP-MOTIVO(IDX) TO ADP-MOTIVO
              MOVE TAB-ADP-USUARIO(IDX) TO ADP-USUARIO
              WRITE ASIGNACION-DEPTO-REG
           END-PERFORM.
           CLOSE ASIGNACIONES-FILE.
