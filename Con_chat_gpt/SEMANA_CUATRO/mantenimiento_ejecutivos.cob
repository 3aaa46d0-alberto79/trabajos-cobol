       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-EJECUTIVOS.

      *> --- Ejecutivos de cuenta y su cartera de clientes. Mantiene
      *> el padrón EJECUTIVOS.DAT y la asignación cliente/ejecutivo
      *> de ASIGNACIONES.DAT con fechas de vigencia: cada cambio
      *> cierra el renglón vigente y abre otro, de modo que la
      *> historia de quién atendió al cliente nunca se pierde.
      *> Cuando un ejecutivo se va, la baja mueve su cartera completa
      *> a otro ejecutivo activo en un solo paso, con visto bueno de
      *> supervisor y registro en AUDITORIA.LOG. Mismo molde de menú
      *> que MANTENIMIENTO-SUCURSALES: los archivos se cargan
      *> completos a tablas y se reescriben tras cada cambio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJECUTIVOS-FILE ASSIGN TO 'EJECUTIVOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EJECUTIVOS.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'ASIGNACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
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
       FD EJECUTIVOS-FILE.
           COPY EJECUTIVOREG.

       FD ASIGNACIONES-FILE.
           COPY ASIGNACIONREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

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
       01 WS-ESTADO-EJECUTIVOS   PIC X(2).
       01 WS-ESTADO-ASIGNACIONES PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-SUCURSALES   PIC X(2).
       01 WS-ESTADO-OPERADORES   PIC X(2).
       01 WS-ESTADO-AUDITORIA    PIC X(2).
       01 WS-ESTADO-SECUENCIA    PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(5) VALUE 1.

       01 EOF-EJE PIC X VALUE 'N'.
          88 FIN-EJE VALUE 'S'.
       01 EOF-ASG PIC X VALUE 'N'.
          88 FIN-ASG VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 OPERADOR-SESION PIC X(8) VALUE SPACES.
       01 OPERADOR-VALIDO PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Captura.
       01 CODIGO-BUSCADO  PIC 9(4) VALUE 0.
       01 CODIGO-DESTINO  PIC 9(4) VALUE 0.
       01 CLIENTE-CAPTURA PIC 9(5) VALUE 0.
       01 SUCURSAL-CAPTURA PIC 9(3) VALUE 0.
       01 FECHA-EFECTIVA  PIC 9(8) VALUE 0.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 WS-NUEVO-NOMBRE PIC X(30).
       01 WS-NUEVA-SUCURSAL PIC 9(3).

       01 EJECUTIVO-ENCONTRADO PIC X(1) VALUE 'N'.
          88 EJECUTIVO-HALLADO VALUE 'S'.
       01 CLIENTE-ENCONTRADO PIC X(1) VALUE 'N'.
          88 CLIENTE-HALLADO VALUE 'S'.
       01 SUCURSAL-ENCONTRADA PIC X(1) VALUE 'N'.
          88 SUCURSAL-HALLADA VALUE 'S'.
       01 IDX-ORIGEN PIC 9(4) VALUE 0.
       01 IDX-VIGENTE PIC 9(5) VALUE 0.
       01 TOPE-RECORRIDO PIC 9(5) VALUE 0.
       01 CARTERA-CLIENTES PIC 9(5) VALUE 0.
       01 CARTERA-POSTERIORES PIC 9(5) VALUE 0.
       01 TOTAL-LISTADOS PIC 9(5) VALUE 0.

       01 EJECUTIVOS-TABLA.
          05 EJECUTIVO OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EJECUTIVOS
                INDEXED BY IDX-EJE.
             10 TAB-EJE-CODIGO     PIC 9(4).
             10 TAB-EJE-NOMBRE     PIC X(30).
             10 TAB-EJE-SUCURSAL   PIC 9(3).
             10 TAB-EJE-ESTADO     PIC X(1).
             10 TAB-EJE-FECHA-ALTA PIC 9(8).
             10 TAB-EJE-FECHA-BAJA PIC 9(8).
       01 TOTAL-EJECUTIVOS PIC 9(4) VALUE 0.

       01 ASIGNACIONES-TABLA.
          05 ASIGNACION OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ASG.
             10 TAB-ASG-CLIENTE   PIC 9(5).
             10 TAB-ASG-EJECUTIVO PIC 9(4).
             10 TAB-ASG-DESDE     PIC 9(8).
             10 TAB-ASG-HASTA     PIC 9(8).
             10 TAB-ASG-MOTIVO    PIC X(1).
             10 TAB-ASG-USUARIO   PIC X(8).
       01 TOTAL-ASIGNACIONES PIC 9(5) VALUE 0.

       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO    PIC 9(5).
             10 TAB-CLI-NOMBRE    PIC X(20).
             10 TAB-CLI-APELLIDO1 PIC X(15).
       01 TOTAL-CLIENTES PIC 9(4) VALUE 0.

       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-CODIGO PIC 9(3).
             10 TAB-SUC-ESTADO PIC X(1).
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "INGRESE SU ID DE OPERADOR".
            ACCEPT OPERADOR-SESION.
            PERFORM VALIDAR-OPERADOR-SESION.
            IF OPERADOR-VALIDO NOT = 'S'
               DISPLAY "OPERADOR NO RECONOCIDO O INACTIVO"
               STOP RUN
            END-IF.
            PERFORM CARGAR_EJECUTIVOS.
            PERFORM CARGAR_ASIGNACIONES.
            PERFORM CARGAR-CLIENTES.
            PERFORM CARGAR-SUCURSALES.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "EJECUTIVOS DE CUENTA Y CARTERAS"
              DISPLAY "1.ALTA DE EJECUTIVO"
              DISPLAY "2.CAMBIO DE DATOS DE EJECUTIVO"
              DISPLAY "3.ASIGNAR EJECUTIVO A CLIENTE"
              DISPLAY "4.BAJA DE EJECUTIVO Y REASIGNACION DE CARTERA"
              DISPLAY "5.HISTORIAL DE ASIGNACIONES DE UN CLIENTE"
              DISPLAY "6.LISTAR EJECUTIVOS"
              DISPLAY "7.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_EJECUTIVO
                 WHEN 2
                    PERFORM CAMBIO_EJECUTIVO
                 WHEN 3
                    PERFORM ASIGNAR_CLIENTE
                 WHEN 4
                    PERFORM BAJA_EJECUTIVO
                 WHEN 5
                    PERFORM HISTORIAL_CLIENTE
                 WHEN 6
                    PERFORM LISTAR_EJECUTIVOS
                 WHEN 7
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Alta: agrega un ejecutivo activo al padrón, en una
      *---- sucursal abierta.
        ALTA_EJECUTIVO.
           DISPLAY "INGRESE CODIGO DE EJECUTIVO (4 CIFRAS)".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           IF CODIGO-BUSCADO = 0
              DISPLAY "EL CODIGO 0 ESTA RESERVADO PARA CLIENTES SIN "
                 "EJECUTIVO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR_EJECUTIVO.
           IF EJECUTIVO-HALLADO
              DISPLAY "YA EXISTE UN EJECUTIVO CON ESE CODIGO"
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-EJECUTIVOS >= 9999
              DISPLAY "PADRON DE EJECUTIVOS LLENO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE SUCURSAL DEL EJECUTIVO".
           MOVE 0 TO SUCURSAL-CAPTURA.
           ACCEPT SUCURSAL-CAPTURA.
           PERFORM VALIDAR-SUCURSAL.
           IF NOT SUCURSAL-HALLADA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EJECUTIVOS.
           MOVE CODIGO-BUSCADO TO TAB-EJE-CODIGO(TOTAL-EJECUTIVOS).
           DISPLAY "INGRESE NOMBRE DEL EJECUTIVO".
           ACCEPT TAB-EJE-NOMBRE(TOTAL-EJECUTIVOS).
           MOVE SUCURSAL-CAPTURA TO TAB-EJE-SUCURSAL(TOTAL-EJECUTIVOS).
           MOVE 'A' TO TAB-EJE-ESTADO(TOTAL-EJECUTIVOS).
           MOVE WS-FECHA-HOY TO TAB-EJE-FECHA-ALTA(TOTAL-EJECUTIVOS).
           MOVE ZERO TO TAB-EJE-FECHA-BAJA(TOTAL-EJECUTIVOS).
           PERFORM GRABAR_EJECUTIVOS.
           DISPLAY "EJECUTIVO AGREGADO".

      *---- Cambio: corrige nombre o sucursal; ENTER deja el dato
      *---- sin cambios.
        CAMBIO_EJECUTIVO.
           DISPLAY "INGRESE CODIGO DE EJECUTIVO A CORREGIR".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EJECUTIVO.
           IF NOT EJECUTIVO-HALLADO
              DISPLAY "EJECUTIVO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NUEVO-NOMBRE.
           DISPLAY "NOMBRE ACTUAL: " TAB-EJE-NOMBRE(IDX-EJE).
           DISPLAY "INGRESE NUEVO NOMBRE (ENTER PARA NO CAMBIAR)".
           ACCEPT WS-NUEVO-NOMBRE.
           IF WS-NUEVO-NOMBRE NOT = SPACES
              MOVE WS-NUEVO-NOMBRE TO TAB-EJE-NOMBRE(IDX-EJE)
           END-IF.
           MOVE 0 TO WS-NUEVA-SUCURSAL.
           DISPLAY "SUCURSAL ACTUAL: " TAB-EJE-SUCURSAL(IDX-EJE).
           DISPLAY "INGRESE NUEVA SUCURSAL (0 PARA NO CAMBIAR)".
           ACCEPT WS-NUEVA-SUCURSAL.
           IF WS-NUEVA-SUCURSAL NOT = 0
              MOVE WS-NUEVA-SUCURSAL TO SUCURSAL-CAPTURA
              PERFORM VALIDAR-SUCURSAL
              IF SUCURSAL-HALLADA
                 MOVE WS-NUEVA-SUCURSAL TO TAB-EJE-SUCURSAL(IDX-EJE)
              END-IF
           END-IF.
           PERFORM GRABAR_EJECUTIVOS.
           DISPLAY "EJECUTIVO CORREGIDO".

      *---- Asigna (o cambia) el ejecutivo de un cliente: cierra la
      *---- asignación vigente a la fecha efectiva y abre la nueva
      *---- desde esa misma fecha.
        ASIGNAR_CLIENTE.
           DISPLAY "INGRESE NUMERO DE CLIENTE".
           MOVE 0 TO CLIENTE-CAPTURA.
           ACCEPT CLIENTE-CAPTURA.
           PERFORM BUSCAR-CLIENTE.
           IF NOT CLIENTE-HALLADO
              DISPLAY "CLIENTE NO ENCONTRADO EN CLIENTES.TXT"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLIENTE: " TAB-CLI-NOMBRE(IDX-CLI) " "
              TAB-CLI-APELLIDO1(IDX-CLI).
           PERFORM BUSCAR-ASIGNACION-VIGENTE.
           IF IDX-VIGENTE > 0
              DISPLAY "EJECUTIVO ACTUAL: "
                 TAB-ASG-EJECUTIVO(IDX-VIGENTE) " DESDE "
                 TAB-ASG-DESDE(IDX-VIGENTE)
           ELSE
              DISPLAY "CLIENTE SIN EJECUTIVO ASIGNADO"
           END-IF.
           DISPLAY "INGRESE CODIGO DEL EJECUTIVO QUE LO ATENDERA".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EJECUTIVO.
           IF NOT EJECUTIVO-HALLADO
              DISPLAY "EJECUTIVO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-EJE-ESTADO(IDX-EJE) NOT = 'A'
              DISPLAY "EL EJECUTIVO ESTA DADO DE BAJA"
              EXIT PARAGRAPH
           END-IF.
           IF IDX-VIGENTE > 0
              IF TAB-ASG-EJECUTIVO(IDX-VIGENTE) = CODIGO-BUSCADO
                 DISPLAY "EL CLIENTE YA ESTA CON ESE EJECUTIVO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM CAPTURAR-FECHA-EFECTIVA.
           IF IDX-VIGENTE > 0
              IF FECHA-EFECTIVA < TAB-ASG-DESDE(IDX-VIGENTE)
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
              MOVE FECHA-EFECTIVA TO TAB-ASG-HASTA(IDX-VIGENTE)
           END-IF.
           ADD 1 TO TOTAL-ASIGNACIONES.
           MOVE CLIENTE-CAPTURA TO TAB-ASG-CLIENTE(TOTAL-ASIGNACIONES).
           MOVE CODIGO-BUSCADO
             TO TAB-ASG-EJECUTIVO(TOTAL-ASIGNACIONES).
           MOVE FECHA-EFECTIVA TO TAB-ASG-DESDE(TOTAL-ASIGNACIONES).
           MOVE ZERO TO TAB-ASG-HASTA(TOTAL-ASIGNACIONES).
           MOVE 'A' TO TAB-ASG-MOTIVO(TOTAL-ASIGNACIONES).
           MOVE OPERADOR-SESION TO TAB-ASG-USUARIO(TOTAL-ASIGNACIONES).
           PERFORM GRABAR_ASIGNACIONES.
           DISPLAY "CLIENTE " CLIENTE-CAPTURA " ASIGNADO AL EJECUTIVO "
              CODIGO-BUSCADO " DESDE " FECHA-EFECTIVA.

      *---- Baja de ejecutivo: toda su cartera vigente pasa de un
      *---- solo golpe al ejecutivo destino a la fecha efectiva, con
      *---- motivo 'B', y el ejecutivo queda en 'B' con su fecha de
      *---- baja. Requiere visto bueno de supervisor.
        BAJA_EJECUTIVO.
           DISPLAY "INGRESE CODIGO DEL EJECUTIVO QUE SE DA DE BAJA".
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EJECUTIVO.
           IF NOT EJECUTIVO-HALLADO
              DISPLAY "EJECUTIVO NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-EJE-ESTADO(IDX-EJE) NOT = 'A'
              DISPLAY "EL EJECUTIVO YA ESTA DADO DE BAJA"
              EXIT PARAGRAPH
           END-IF.
           SET IDX-ORIGEN TO IDX-EJE.
           PERFORM CAPTURAR-FECHA-EFECTIVA.
           MOVE 0 TO CARTERA-CLIENTES.
           MOVE 0 TO CARTERA-POSTERIORES.
           PERFORM VARYING IDX-ASG FROM 1 BY 1
                   UNTIL IDX-ASG > TOTAL-ASIGNACIONES
              IF TAB-ASG-EJECUTIVO(IDX-ASG) = CODIGO-BUSCADO
                    AND TAB-ASG-HASTA(IDX-ASG) = 0
                 ADD 1 TO CARTERA-CLIENTES
                 IF TAB-ASG-DESDE(IDX-ASG) > FECHA-EFECTIVA
                    ADD 1 TO CARTERA-POSTERIORES
                 END-IF
              END-IF
           END-PERFORM.
           IF CARTERA-POSTERIORES > 0
              DISPLAY CARTERA-POSTERIORES " ASIGNACIONES EMPIEZAN "
                 "DESPUES DE LA FECHA EFECTIVA, BAJA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CODIGO-DESTINO.
           IF CARTERA-CLIENTES > 0
              DISPLAY "EL EJECUTIVO TIENE " CARTERA-CLIENTES
                 " CLIENTES"
              DISPLAY "INGRESE CODIGO DEL EJECUTIVO QUE RECIBE LA "
                 "CARTERA"
              ACCEPT CODIGO-DESTINO
              MOVE CODIGO-DESTINO TO CODIGO-BUSCADO
              PERFORM BUSCAR_EJECUTIVO
              IF NOT EJECUTIVO-HALLADO
                 DISPLAY "EJECUTIVO DESTINO NO ENCONTRADO"
                 EXIT PARAGRAPH
              END-IF
              IF TAB-EJE-ESTADO(IDX-EJE) NOT = 'A'
                    OR IDX-EJE = IDX-ORIGEN
                 DISPLAY "EL DESTINO DEBE SER OTRO EJECUTIVO ACTIVO"
                 EXIT PARAGRAPH
              END-IF
              IF TOTAL-ASIGNACIONES + CARTERA-CLIENTES > 99999
                 DISPLAY "ARCHIVO DE ASIGNACIONES LLENO"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "SE DA DE BAJA AL EJECUTIVO "
              TAB-EJE-CODIGO(IDX-ORIGEN) " AL " FECHA-EFECTIVA.
           IF CARTERA-CLIENTES > 0
              DISPLAY "Y SUS " CARTERA-CLIENTES
                 " CLIENTES PASAN AL EJECUTIVO " CODIGO-DESTINO
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
              DISPLAY "AUTORIZACION DENEGADA, CARTERA SIN CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE TOTAL-ASIGNACIONES TO TOPE-RECORRIDO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOPE-RECORRIDO
              IF TAB-ASG-EJECUTIVO(IDX)
                    = TAB-EJE-CODIGO(IDX-ORIGEN)
                    AND TAB-ASG-HASTA(IDX) = 0
                 MOVE FECHA-EFECTIVA TO TAB-ASG-HASTA(IDX)
                 ADD 1 TO TOTAL-ASIGNACIONES
                 MOVE TAB-ASG-CLIENTE(IDX)
                   TO TAB-ASG-CLIENTE(TOTAL-ASIGNACIONES)
                 MOVE CODIGO-DESTINO
                   TO TAB-ASG-EJECUTIVO(TOTAL-ASIGNACIONES)
                 MOVE FECHA-EFECTIVA
                   TO TAB-ASG-DESDE(TOTAL-ASIGNACIONES)
                 MOVE ZERO TO TAB-ASG-HASTA(TOTAL-ASIGNACIONES)
                 MOVE 'B' TO TAB-ASG-MOTIVO(TOTAL-ASIGNACIONES)
                 MOVE SUPERVISOR-ID
                   TO TAB-ASG-USUARIO(TOTAL-ASIGNACIONES)
              END-IF
           END-PERFORM.
           MOVE 'B' TO TAB-EJE-ESTADO(IDX-ORIGEN).
           MOVE FECHA-EFECTIVA TO TAB-EJE-FECHA-BAJA(IDX-ORIGEN).
           PERFORM GRABAR_ASIGNACIONES.
           PERFORM GRABAR_EJECUTIVOS.
           PERFORM GRABAR-AUDITORIA-BAJA.
           DISPLAY "EJECUTIVO DADO DE BAJA, " CARTERA-CLIENTES
              " CLIENTES REASIGNADOS".

      *---- Lista todas las asignaciones que ha tenido un cliente.
        HISTORIAL_CLIENTE.
           DISPLAY "INGRESE NUMERO DE CLIENTE".
           MOVE 0 TO CLIENTE-CAPTURA.
           ACCEPT CLIENTE-CAPTURA.
           MOVE 0 TO TOTAL-LISTADOS.
           PERFORM VARYING IDX-ASG FROM 1 BY 1
                   UNTIL IDX-ASG > TOTAL-ASIGNACIONES
              IF TAB-ASG-CLIENTE(IDX-ASG) = CLIENTE-CAPTURA
                 ADD 1 TO TOTAL-LISTADOS
                 DISPLAY "EJECUTIVO " TAB-ASG-EJECUTIVO(IDX-ASG)
                    " DESDE " TAB-ASG-DESDE(IDX-ASG)
                    " HASTA " TAB-ASG-HASTA(IDX-ASG)
                    " MOTIVO " TAB-ASG-MOTIVO(IDX-ASG)
                    " POR " TAB-ASG-USUARIO(IDX-ASG)
              END-IF
           END-PERFORM.
           IF TOTAL-LISTADOS = 0
              DISPLAY "EL CLIENTE NO TIENE ASIGNACIONES"
           END-IF.

      *---- Lista el padrón con el tamaño de la cartera vigente.
        LISTAR_EJECUTIVOS.
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              MOVE 0 TO CARTERA-CLIENTES
              PERFORM VARYING IDX-ASG FROM 1 BY 1
                      UNTIL IDX-ASG > TOTAL-ASIGNACIONES
                 IF TAB-ASG-EJECUTIVO(IDX-ASG)
                       = TAB-EJE-CODIGO(IDX-EJE)
                       AND TAB-ASG-HASTA(IDX-ASG) = 0
                    ADD 1 TO CARTERA-CLIENTES
                 END-IF
              END-PERFORM
              DISPLAY TAB-EJE-CODIGO(IDX-EJE) " "
                 TAB-EJE-NOMBRE(IDX-EJE)
                 " SUC " TAB-EJE-SUCURSAL(IDX-EJE)
                 " ESTADO " TAB-EJE-ESTADO(IDX-EJE)
                 " CLIENTES " CARTERA-CLIENTES
           END-PERFORM.
           DISPLAY "TOTAL DE EJECUTIVOS: " TOTAL-EJECUTIVOS.

      *---- Fecha desde la que rige el cambio; 0 es hoy.
        CAPTURAR-FECHA-EFECTIVA.
           DISPLAY "FECHA EFECTIVA AAAAMMDD (0 = HOY)".
           MOVE 0 TO FECHA-EFECTIVA.
           ACCEPT FECHA-EFECTIVA.
           IF FECHA-EFECTIVA = 0
              MOVE WS-FECHA-HOY TO FECHA-EFECTIVA
           END-IF.

      *---- Ubica CODIGO-BUSCADO dentro del padrón.
        BUSCAR_EJECUTIVO.
           MOVE 'N' TO EJECUTIVO-ENCONTRADO.
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              IF TAB-EJE-CODIGO(IDX-EJE) = CODIGO-BUSCADO
                 MOVE 'S' TO EJECUTIVO-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Deja en IDX-VIGENTE el renglón abierto del cliente, o
      *---- cero si no tiene ejecutivo.
        BUSCAR-ASIGNACION-VIGENTE.
           MOVE 0 TO IDX-VIGENTE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASIGNACIONES
              IF TAB-ASG-CLIENTE(IDX) = CLIENTE-CAPTURA
                    AND TAB-ASG-HASTA(IDX) = 0
                 MOVE IDX TO IDX-VIGENTE
              END-IF
           END-PERFORM.

        BUSCAR-CLIENTE.
           MOVE 'N' TO CLIENTE-ENCONTRADO.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = CLIENTE-CAPTURA
                 MOVE 'S' TO CLIENTE-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- La sucursal debe existir y estar abierta; sin padrón de
      *---- sucursales se acepta cualquier código.
        VALIDAR-SUCURSAL.
           MOVE 'N' TO SUCURSAL-ENCONTRADA.
           IF TOTAL-SUCURSALES = 0
              MOVE 'S' TO SUCURSAL-ENCONTRADA
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-CODIGO(IDX-SUC) = SUCURSAL-CAPTURA
                 IF TAB-SUC-ESTADO(IDX-SUC) = 'C'
                    DISPLAY "LA SUCURSAL " SUCURSAL-CAPTURA
                       " ESTA CERRADA"
                 ELSE
                    MOVE 'S' TO SUCURSAL-ENCONTRADA
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           DISPLAY "LA SUCURSAL " SUCURSAL-CAPTURA " NO EXISTE".

        GRABAR-AUDITORIA-BAJA.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-EJECUTIVOS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE ZERO TO AUD-CUENTA.
           MOVE 'K' TO AUD-OPERACION.
           MOVE ZERO TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           STRING "BAJA EJE " DELIMITED BY SIZE
                  TAB-EJE-CODIGO(IDX-ORIGEN) DELIMITED BY SIZE
                  " CARTERA A " DELIMITED BY SIZE
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

      *---- Carga EJECUTIVOS.DAT completo a la tabla en memoria.
        CARGAR_EJECUTIVOS.
           OPEN INPUT EJECUTIVOS-FILE.
           IF WS-ESTADO-EJECUTIVOS = '00'
              PERFORM UNTIL FIN-EJE
                 READ EJECUTIVOS-FILE
                    AT END MOVE 'S' TO EOF-EJE
                    NOT AT END
                       IF EJE-CODIGO NUMERIC
                             AND TOTAL-EJECUTIVOS < 9999
                          ADD 1 TO TOTAL-EJECUTIVOS
                          MOVE EJE-CODIGO
                            TO TAB-EJE-CODIGO(TOTAL-EJECUTIVOS)
                          MOVE EJE-NOMBRE
                            TO TAB-EJE-NOMBRE(TOTAL-EJECUTIVOS)
                          MOVE EJE-SUCURSAL
                            TO TAB-EJE-SUCURSAL(TOTAL-EJECUTIVOS)
                          MOVE EJE-ESTADO
                            TO TAB-EJE-ESTADO(TOTAL-EJECUTIVOS)
                          MOVE EJE-FECHA-ALTA
                            TO TAB-EJE-FECHA-ALTA(TOTAL-EJECUTIVOS)
                          MOVE EJE-FECHA-BAJA
                            TO TAB-EJE-FECHA-BAJA(TOTAL-EJECUTIVOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EJECUTIVOS-FILE
           ELSE
              DISPLAY "EJECUTIVOS.DAT NO ENCONTRADO, SE CREARA "
                 "UNO NUEVO"
           END-IF.

      *---- Carga ASIGNACIONES.DAT completo, historia incluida.
        CARGAR_ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-FILE.
           IF WS-ESTADO-ASIGNACIONES = '00'
              PERFORM UNTIL FIN-ASG
                 READ ASIGNACIONES-FILE
                    AT END MOVE 'S' TO EOF-ASG
                    NOT AT END
                       IF ASG-CLIENTE NUMERIC
                             AND TOTAL-ASIGNACIONES < 99999
                          ADD 1 TO TOTAL-ASIGNACIONES
                          MOVE ASG-CLIENTE
                            TO TAB-ASG-CLIENTE(TOTAL-ASIGNACIONES)
                          MOVE ASG-EJECUTIVO
                            TO TAB-ASG-EJECUTIVO(TOTAL-ASIGNACIONES)
                          MOVE ASG-FECHA-DESDE
                            TO TAB-ASG-DESDE(TOTAL-ASIGNACIONES)
                          MOVE ASG-FECHA-HASTA
                            TO TAB-ASG-HASTA(TOTAL-ASIGNACIONES)
                          MOVE ASG-MOTIVO
                            TO TAB-ASG-MOTIVO(TOTAL-ASIGNACIONES)
                          MOVE ASG-USUARIO
                            TO TAB-ASG-USUARIO(TOTAL-ASIGNACIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASIGNACIONES-FILE
           END-IF.

        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES = '00'
              PERFORM UNTIL FIN-CLI
                 READ CLIENTES-FILE
                    AT END MOVE 'S' TO EOF-CLI
                    NOT AT END
                       IF CLI-NUMERO NUMERIC
                             AND TOTAL-CLIENTES < 9999
                          ADD 1 TO TOTAL-CLIENTES
                          MOVE CLI-NUMERO
                            TO TAB-CLI-NUMERO(TOTAL-CLIENTES)
                          MOVE CLI-NOMBRE
                            TO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                          MOVE CLI-APELLIDO1
                            TO TAB-CLI-APELLIDO1(TOTAL-CLIENTES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE
           ELSE
              DISPLAY "CLIENTES.TXT NO ENCONTRADO, NO SE PODRAN "
                 "ASIGNAR CLIENTES"
           END-IF.

        CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-ESTADO-SUCURSALES = '00'
              PERFORM UNTIL FIN-SUC
                 READ SUCURSALES-FILE
                    AT END MOVE 'S' TO EOF-SUC
                    NOT AT END
                       IF SUC-CODIGO NUMERIC
                             AND TOTAL-SUCURSALES < 999
                          ADD 1 TO TOTAL-SUCURSALES
                          MOVE SUC-CODIGO
                            TO TAB-SUC-CODIGO(TOTAL-SUCURSALES)
                          MOVE SUC-ESTADO
                            TO TAB-SUC-ESTADO(TOTAL-SUCURSALES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUCURSALES-FILE
           END-IF.

      *---- Reescribe EJECUTIVOS.DAT completo con la tabla.
        GRABAR_EJECUTIVOS.
           OPEN OUTPUT EJECUTIVOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-EJECUTIVOS
              MOVE TAB-EJE-CODIGO(IDX) TO EJE-CODIGO
              MOVE TAB-EJE-NOMBRE(IDX) TO EJE-NOMBRE
              MOVE TAB-EJE-SUCURSAL(IDX) TO EJE-SUCURSAL
              MOVE TAB-EJE-ESTADO(IDX) TO EJE-ESTADO
              MOVE TAB-EJE-FECHA-ALTA(IDX) TO EJE-FECHA-ALTA
              MOVE TAB-EJE-FECHA-BAJA(IDX) TO EJE-FECHA-BAJA
              WRITE EJECUTIVO-REG
           END-PERFORM.
           CLOSE EJECUTIVOS-FILE.

      *---- Reescribe ASIGNACIONES.DAT completo con la tabla.
        GRABAR_ASIGNACIONES.
           OPEN OUTPUT ASIGNACIONES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ASIGNACIONES
              MOVE TAB-ASG-CLIENTE(IDX) TO ASG-CLIENTE
              MOVE TAB-ASG-EJECUTIVO(IDX) TO ASG-EJECUTIVO
              MOVE TAB-ASG-DESDE(IDX) TO ASG-FECHA-DESDE
              MOVE TAB-ASG-HASTA(IDX) TO ASG-FECHA-HASTA
              MOVE TAB-ASG-MOTIVO(IDX) TO ASG-MOTIVO
              MOVE TAB-ASG-USUARIO(IDX) TO ASG-USUARIO
              WRITE ASIGNACION-REG
           END-PERFORM.
           CLOSE ASIGNACIONES-FILE.
