           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

      *---- Cola de doble control: las correcciones y bajas de
      *---- cuentas quedan pendientes hasta que APROBACION-CAMBIOS
      *---- las aprueba con otro operador.
       FD CAMBIOS-FILE.
           COPY CAMBIOPENDREG.

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
       01 WS-ESTADO-CUENTAS PIC X(2).
       01 WS-ESTADO-FOLIO PIC X(2).
       01 SUCURSAL-VALIDA PIC X(1) VALUE 'N'.
          88 ES-SUCURSAL-VALIDA VALUE 'S'.
       01 WS-ESTADO-CERROJO PIC X(2).
       01 WS-ESTADO-CAMBIOS PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).
       01 WS-FECHA-HOY PIC 9(8).
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.
       01 SALIR PIC X(1) VALUE 'N'.

       01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 CUENTA-HALLADA VALUE 'S'.
       01 CUENTA-LEIDA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-LEIDA VALUE 'S'.

      *> Campos de captura para CAMBIO_CUENTA: se ACCEPTa aquí y no
      *> directo sobre la tabla, porque un ENTER en blanco deja el
       01 WS-NUEVO-LIMITE PIC 9(5)V99.
       01 WS-NUEVO-LIMITE-X REDEFINES WS-NUEVO-LIMITE PIC X(7).
       01 WS-NUEVO-TIPO   PIC X(1).
       01 WS-NUEVO-STATUS PIC X(1).

      *> --- Solicitud que se encola en CAMBIOS_PENDIENTES.DAT.
       01 OPERADOR-CAPTURA PIC X(8) VALUE SPACES.
       01 CAPTURISTA-VALIDO PIC X(1) VALUE 'N'.
          88 ES-CAPTURISTA-VALIDO VALUE 'S'.
       01 MAESTRO-CAMBIO PIC X(1) VALUE 'C'.
       01 ACCION-CAMBIO  PIC X(1) VALUE SPACE.
       01 LLAVE-CAMBIO   PIC X(9) VALUE SPACES.
       01 IMAGEN-ANTES   PIC X(80) VALUE SPACES.
       01 IMAGEN-DESPUES PIC X(80) VALUE SPACES.
       01 ULTIMO-FOLIO-CAMBIO PIC 9(6) VALUE ZERO.
       01 FOLIO-EN-CONFLICTO  PIC 9(6) VALUE ZERO.

      *> Tamaño máximo de cartera que puede mantener esta corrida;
      *> igual criterio que el usado en BATCH-BANCO para no limitar

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM TOMAR-CERROJO.
            IF NOT TIENE-CERROJO
               STOP RUN
              DISPLAY "-----------------------------------"
              DISPLAY "MANTENIMIENTO DE CUENTAS.DAT"
              DISPLAY "1.ALTA DE CUENTA"
              DISPLAY "2.CAMBIO DE NOMBRE, SALDO, TIPO O ESTATUS"
              DISPLAY "3.BAJA DE CUENTA"
              DISPLAY "4.LISTAR CUENTAS"
              DISPLAY "5.SALIR"
           PERFORM ESCRIBIR_CUENTA.
           DISPLAY "CUENTA AGREGADA".

      *---- Cambio: solicita corregir el nombre, el saldo, el tipo
      *---- o el estatus de una cuenta existente (p.ej. un NOMBRE
      *---- mal escrito). La corrección no se graba aquí: queda
      *---- pendiente en CAMBIOS_PENDIENTES.DAT con la imagen de la
      *---- cuenta antes y después, y APROBACION-CAMBIOS la aplica
      *---- cuando otro operador la aprueba.
        CAMBIO_CUENTA.
           DISPLAY "INGRESE CUENTA A CORREGIR CON DIGITO (7 CIFRAS)".
           PERFORM PEDIR-CUENTA-VERIFICADA.
              MOVE SPACES TO WS-NUEVO-SALDO-X
              MOVE SPACES TO WS-NUEVO-LIMITE-X
              MOVE SPACES TO WS-NUEVO-TIPO
              MOVE SPACES TO WS-NUEVO-STATUS
              PERFORM LEER-CUENTA-MAESTRO
              IF NOT ES-CUENTA-LEIDA
                 EXIT PARAGRAPH
              END-IF
              MOVE CUENTA-REG TO IMAGEN-ANTES

              DISPLAY "NOMBRE ACTUAL: " TAB-NOMBRE(IDX-TABLA)
              DISPLAY "INGRESE NUEVO NOMBRE (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-NOMBRE
              IF WS-NUEVO-NOMBRE NOT = SPACES
                 MOVE WS-NUEVO-NOMBRE TO NOMBRE
              END-IF

              DISPLAY "SALDO ACTUAL: " TAB-SALDO(IDX-TABLA)
              DISPLAY "INGRESE NUEVO SALDO (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-SALDO
              IF WS-NUEVO-SALDO-X NOT = SPACES
                 MOVE WS-NUEVO-SALDO TO SALDO
              END-IF

      *---- El límite de sobregiro ya no se corrige aquí: toda línea
              DISPLAY "INGRESE NUEVO TIPO (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-TIPO
              IF WS-NUEVO-TIPO NOT = SPACES
                 MOVE WS-NUEVO-TIPO TO TIPO-CUENTA
              END-IF

      *---- Estatus: 'A' activa, 'D' inactiva, 'C' cerrada; reactivar
      *---- una inactiva o cerrar una cuenta también pasa por la
      *---- aprobación.
              DISPLAY "ESTATUS ACTUAL: " TAB-STATUS(IDX-TABLA)
              DISPLAY "INGRESE NUEVO ESTATUS A/D/C (ENTER PARA NO "
                 "CAMBIAR)"
              ACCEPT WS-NUEVO-STATUS
              IF WS-NUEVO-STATUS = 'A' OR WS-NUEVO-STATUS = 'D'
                    OR WS-NUEVO-STATUS = 'C'
                 MOVE WS-NUEVO-STATUS TO STATUS-CUENTA
              END-IF

              IF CUENTA-REG = IMAGEN-ANTES
                 DISPLAY "SIN CAMBIOS, NO SE CAPTURA SOLICITUD"
              ELSE
                 MOVE 'C' TO ACCION-CAMBIO
                 MOVE NUMERO-BUSCADO TO LLAVE-CAMBIO
                 MOVE CUENTA-REG TO IMAGEN-DESPUES
                 PERFORM ENCOLAR-CAMBIO
              END-IF
           END-IF.

      *---- Baja: solicita eliminar la cuenta del maestro indexado;
      *---- la baja se aplica en APROBACION-CAMBIOS cuando otro
      *---- operador la aprueba.
        BAJA_CUENTA.
           DISPLAY "INGRESE CUENTA A ELIMINAR CON DIGITO (7 CIFRAS)".
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT CUENTA-HALLADA
              DISPLAY "CUENTA NO ENCONTRADA"
           ELSE
              PERFORM LEER-CUENTA-MAESTRO
              IF NOT ES-CUENTA-LEIDA
                 EXIT PARAGRAPH
              END-IF
              MOVE CUENTA-REG TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO ACCION-CAMBIO
              MOVE NUMERO-BUSCADO TO LLAVE-CAMBIO
              PERFORM ENCOLAR-CAMBIO
           END-IF.

      *---- Lista por pantalla el contenido actual de la tabla.
           END-WRITE.
           CLOSE CUENTAS-FILE.

      *---- Lee por su llave el registro completo de la cuenta
      *---- que IDX-TABLA señala; es la imagen que viaja en la
      *---- solicitud de cambio o de baja.
        LEER-CUENTA-MAESTRO.
           MOVE 'N' TO CUENTA-LEIDA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-NUMERO(IDX-TABLA) TO NUMERO-CUENTA.
           READ CUENTAS-FILE
                 DISPLAY "CUENTA " NUMERO-CUENTA
                    " NO ESTA EN CUENTAS.DAT"
              NOT INVALID KEY
                 MOVE 'S' TO CUENTA-LEIDA
           END-READ.
           CLOSE CUENTAS-FILE.

      *---- Valida SUCURSAL-CAPTURADA contra SUCURSALES.DAT: debe
      *---- existir y estar abierta ('A'). Si el padrón de
      *---- sucursales no existe todavía, cualquier código pasa,
              END-READ
           END-PERFORM.
           CLOSE SUCURSALES-FILE.

      *---- Identifica al operador que captura la solicitud: debe
      *---- existir en OPERADORES.DAT, estar activo y no bloqueado.
      *---- Sin padrón no se captura nada, porque tampoco habría
      *---- quién la aprobara.
        IDENTIFICAR-CAPTURISTA.
           MOVE 'N' TO CAPTURISTA-VALIDO.
           DISPLAY "INGRESE SU ID DE OPERADOR".
           ACCEPT OPERADOR-CAPTURA.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = OPERADOR-CAPTURA
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                          MOVE 'S' TO CAPTURISTA-VALIDO
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

      *---- Deja la solicitud en CAMBIOS_PENDIENTES.DAT con el
      *---- siguiente folio de la cola, con la imagen del registro
      *---- antes y después del cambio. Si ya hay una solicitud
      *---- pendiente sobre el mismo registro no se encola otra
      *---- encima: primero se resuelve la que espera.
        ENCOLAR-CAMBIO.
           PERFORM IDENTIFICAR-CAPTURISTA.
           IF NOT ES-CAPTURISTA-VALIDO
              DISPLAY "OPERADOR NO VALIDO, SOLICITUD NO CAPTURADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO ULTIMO-FOLIO-CAMBIO.
           MOVE ZERO TO FOLIO-EN-CONFLICTO.
           MOVE 'N' TO EOF-CMB.
           OPEN INPUT CAMBIOS-FILE.
           IF WS-ESTADO-CAMBIOS = '00'
              PERFORM UNTIL FIN-CMB
                 READ CAMBIOS-FILE
                    AT END MOVE 'S' TO EOF-CMB
                    NOT AT END
                       IF CMB-FOLIO NUMERIC
                             AND CMB-FOLIO > ULTIMO-FOLIO-CAMBIO
                          MOVE CMB-FOLIO TO ULTIMO-FOLIO-CAMBIO
                       END-IF
                       IF CMB-PENDIENTE
                             AND CMB-MAESTRO = MAESTRO-CAMBIO
                             AND CMB-LLAVE = LLAVE-CAMBIO
                          MOVE CMB-FOLIO TO FOLIO-EN-CONFLICTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIOS-FILE
           END-IF.
           IF FOLIO-EN-CONFLICTO NOT = ZERO
              DISPLAY "YA HAY UNA SOLICITUD PENDIENTE SOBRE ESE "
                 "REGISTRO, FOLIO " FOLIO-EN-CONFLICTO
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CAMBIOS-FILE.
           IF WS-ESTADO-CAMBIOS NOT = '00'
              OPEN OUTPUT CAMBIOS-FILE
           END-IF.
           COMPUTE CMB-FOLIO = ULTIMO-FOLIO-CAMBIO + 1.
           MOVE MAESTRO-CAMBIO TO CMB-MAESTRO.
           MOVE ACCION-CAMBIO TO CMB-ACCION.
           MOVE LLAVE-CAMBIO TO CMB-LLAVE.
           MOVE IMAGEN-ANTES TO CMB-ANTES.
           MOVE IMAGEN-DESPUES TO CMB-DESPUES.
           MOVE 'P' TO CMB-ESTADO.
           MOVE OPERADOR-CAPTURA TO CMB-CAPTURO.
           MOVE WS-FECHA-HOY TO CMB-FECHA-CAPTURA.
           ACCEPT CMB-HORA-CAPTURA FROM TIME.
           MOVE SPACES TO CMB-REVISO.
           MOVE ZERO TO CMB-FECHA-REVISION.
           MOVE SPACES TO CMB-MOTIVO-RECHAZO.
           WRITE CAMBIO-PEND-REG.
           CLOSE CAMBIOS-FILE.
           DISPLAY "SOLICITUD FOLIO " CMB-FOLIO
              " PENDIENTE DE APROBACION EN APROBACION-CAMBIOS".
