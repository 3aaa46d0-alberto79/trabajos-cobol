      *> PROYECTO1 rechazan los cargos que invadan el importe
      *> retenido, pero los depósitos siguen entrando; así ya no hay
      *> que cerrar la cuenta del cliente para acatar una orden.
      *> Colocar, cambiar o levantar una retención ya no se graba
      *> desde esta pantalla: queda como solicitud pendiente en
      *> CAMBIOS_PENDIENTES.DAT, y APROBACION-CAMBIOS reescribe
      *> RETENCIONES.DAT (y encola el aviso al cliente) cuando otro
      *> operador con facultad de supervisor la aprueba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *---- Una retención vigente: cuenta, importe retenido (o
      *---- bloqueo total de cargos), motivo y fecha de la orden.
       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

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
       01 WS-ESTADO-RETENCIONES PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-CAMBIOS     PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(5) VALUE 1.
       01 TOTAL-RETENCIONES PIC 9(5) VALUE 0.
       01 EOF-RET PIC X VALUE 'N'.
          88 FIN-RET VALUE 'S'.
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 WS-FECHA-HOY PIC 9(8).

       01 CUENTA-BUSCADA PIC 9(6).
          88 RETENCION-HALLADA VALUE 'S'.
       01 CUENTA-VALIDA PIC X(1) VALUE 'N'.
          88 CUENTA-EXISTE VALUE 'S'.

      *> --- Solicitud que se encola en CAMBIOS_PENDIENTES.DAT.
       01 OPERADOR-CAPTURA PIC X(8) VALUE SPACES.
       01 CAPTURISTA-VALIDO PIC X(1) VALUE 'N'.
          88 ES-CAPTURISTA-VALIDO VALUE 'S'.
       01 MAESTRO-CAMBIO PIC X(1) VALUE 'R'.
       01 ACCION-CAMBIO  PIC X(1) VALUE SPACE.
       01 LLAVE-CAMBIO   PIC X(9) VALUE SPACES.
       01 IMAGEN-ANTES   PIC X(80) VALUE SPACES.
       01 IMAGEN-DESPUES PIC X(80) VALUE SPACES.
       01 ULTIMO-FOLIO-CAMBIO PIC 9(6) VALUE ZERO.
       01 FOLIO-EN-CONFLICTO  PIC 9(6) VALUE ZERO.

      *> Tamaño máximo del padrón de retenciones en memoria; mismo
      *> criterio que los demás programas de mantenimiento.
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Alta: solicita la retención de una cuenta, validando que
      *---- la cuenta exista y que no tenga ya una retención (una
      *---- orden nueva sobre la misma cuenta se captura por CAMBIO).
        ALTA_RETENCION.
              IF NOT CUENTA-EXISTE
                 DISPLAY "CUENTA NO ENCONTRADA EN CUENTAS.DAT"
              ELSE
                 MOVE CUENTA-BUSCADA TO RET-CUENTA
                 PERFORM CAPTURAR-RETENCION
                 MOVE 'A' TO ACCION-CAMBIO
                 MOVE CUENTA-BUSCADA TO LLAVE-CAMBIO
                 MOVE SPACES TO IMAGEN-ANTES
                 MOVE RETENCION-REG TO IMAGEN-DESPUES
                 PERFORM ENCOLAR-CAMBIO
              END-IF
           END-IF.

      *---- Captura bloqueo, importe y motivo de la orden sobre el
      *---- registro del archivo, con la fecha de hoy.
        CAPTURAR-RETENCION.
           DISPLAY "BLOQUEO TOTAL DE CARGOS (S/N)".
           ACCEPT RET-BLOQUEO.
           IF RET-BLOQUEO = 'S'
              MOVE ZERO TO RET-IMPORTE
           ELSE
              MOVE 'N' TO RET-BLOQUEO
              DISPLAY "INGRESE IMPORTE RETENIDO"
              ACCEPT RET-IMPORTE
           END-IF.
           DISPLAY "INGRESE MOTIVO DE LA RETENCION".
           ACCEPT RET-MOTIVO.
           MOVE WS-FECHA-HOY TO RET-FECHA.

      *---- Cambio: solicita otro importe o bloqueo para la
      *---- retención vigente de una cuenta.
        CAMBIO_RETENCION.
           DISPLAY "INGRESE NUMERO DE CUENTA".
           ELSE
              DISPLAY "BLOQUEO ACTUAL: " TAB-RET-BLOQUEO(IDX-TABLA)
                 " IMPORTE ACTUAL: " TAB-RET-IMPORTE(IDX-TABLA)
              PERFORM PASAR-RENGLON-A-REGISTRO
              MOVE RETENCION-REG TO IMAGEN-ANTES
              PERFORM CAPTURAR-RETENCION
              MOVE 'C' TO ACCION-CAMBIO
              MOVE CUENTA-BUSCADA TO LLAVE-CAMBIO
              MOVE RETENCION-REG TO IMAGEN-DESPUES
              PERFORM ENCOLAR-CAMBIO
           END-IF.

      *---- Baja: solicita levantar la retención de una cuenta.
        BAJA_RETENCION.
           DISPLAY "INGRESE NUMERO DE CUENTA".
           ACCEPT CUENTA-BUSCADA.
           IF NOT RETENCION-HALLADA
              DISPLAY "LA CUENTA NO TIENE RETENCION REGISTRADA"
           ELSE
              PERFORM PASAR-RENGLON-A-REGISTRO
              MOVE RETENCION-REG TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO ACCION-CAMBIO
              MOVE CUENTA-BUSCADA TO LLAVE-CAMBIO
              PERFORM ENCOLAR-CAMBIO
           END-IF.

      *---- Lista el padrón vigente de retenciones.
                 "SE CREARA UNO NUEVO"
           END-IF.

      *---- Pasa el renglón que IDX-TABLA señala al registro del
      *---- archivo, que es la imagen que viaja en la solicitud.
        PASAR-RENGLON-A-REGISTRO.
           MOVE TAB-RET-CUENTA(IDX-TABLA) TO RET-CUENTA.
           MOVE TAB-RET-IMPORTE(IDX-TABLA) TO RET-IMPORTE.
           MOVE TAB-RET-BLOQUEO(IDX-TABLA) TO RET-BLOQUEO.
           MOVE TAB-RET-MOTIVO(IDX-TABLA) TO RET-MOTIVO.
           MOVE TAB-RET-FECHA(IDX-TABLA) TO RET-FECHA.

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
