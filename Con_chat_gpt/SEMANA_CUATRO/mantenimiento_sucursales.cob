      *> existen, y los reportes por sucursal imprimen el nombre en
      *> vez del numero pelado. Mismo molde de menu que
      *> MANTENIMIENTO-CUENTAS: se carga el archivo completo a una
      *> tabla. Las altas, correcciones y cierres no se graban desde
      *> aqui: cada uno queda como solicitud pendiente en
      *> CAMBIOS_PENDIENTES.DAT y APROBACION-CAMBIOS reescribe el
      *> padron cuando otro operador con facultad de supervisor la
      *> aprueba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01 WS-ESTADO-SUCURSALES PIC X(2).
       01 WS-ESTADO-CAMBIOS    PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).
       01 WS-FECHA-HOY PIC 9(8).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(3) VALUE 1.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 CODIGO-BUSCADO PIC 9(3).
       01 SUCURSAL-ENCONTRADA PIC X(1) VALUE 'N'.
       01 WS-NUEVO-GERENTE   PIC X(20).
       01 WS-NUEVO-ESTADO    PIC X(1).

      *> --- Solicitud que se encola en CAMBIOS_PENDIENTES.DAT.
       01 OPERADOR-CAPTURA PIC X(8) VALUE SPACES.
       01 CAPTURISTA-VALIDO PIC X(1) VALUE 'N'.
          88 ES-CAPTURISTA-VALIDO VALUE 'S'.
       01 MAESTRO-CAMBIO PIC X(1) VALUE 'S'.
       01 ACCION-CAMBIO  PIC X(1) VALUE SPACE.
       01 LLAVE-CAMBIO   PIC X(9) VALUE SPACES.
       01 IMAGEN-ANTES   PIC X(80) VALUE SPACES.
       01 IMAGEN-DESPUES PIC X(80) VALUE SPACES.
       01 ULTIMO-FOLIO-CAMBIO PIC 9(6) VALUE ZERO.
       01 FOLIO-EN-CONFLICTO  PIC 9(6) VALUE ZERO.

       01 SUCURSALES-TABLA.
          05 SUCURSAL OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR_SUCURSALES.

            PERFORM UNTIL SALIR = 'S'

            STOP RUN.

      *---- Alta: solicita una sucursal nueva para el padron,
      *---- validando que el codigo no este ya registrado.
        ALTA_SUCURSAL.
           DISPLAY "INGRESE CODIGO DE SUCURSAL (3 CIFRAS)".
           ACCEPT CODIGO-BUSCADO.
              DISPLAY "YA EXISTE UNA SUCURSAL CON ESE CODIGO"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO-BUSCADO TO SUC-CODIGO.
           DISPLAY "INGRESE NOMBRE DE LA SUCURSAL".
           ACCEPT SUC-NOMBRE.
           DISPLAY "INGRESE DIRECCION".
           ACCEPT SUC-DIRECCION.
           DISPLAY "INGRESE NOMBRE DEL GERENTE".
           ACCEPT SUC-GERENTE.
           MOVE 'A' TO SUC-ESTADO.
           MOVE 'A' TO ACCION-CAMBIO.
           MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO.
           MOVE SPACES TO IMAGEN-ANTES.
           MOVE SUCURSAL-REG TO IMAGEN-DESPUES.
           PERFORM ENCOLAR-CAMBIO.

      *---- Cambio: solicita corregir nombre, direccion, gerente o
      *---- estado de una sucursal existente; ENTER deja el dato sin
      *---- cambios.
        CAMBIO_SUCURSAL.
           DISPLAY "INGRESE CODIGO DE SUCURSAL A CORREGIR".
           ACCEPT CODIGO-BUSCADO.
              MOVE SPACES TO WS-NUEVA-DIRECCION
              MOVE SPACES TO WS-NUEVO-GERENTE
              MOVE SPACES TO WS-NUEVO-ESTADO
              PERFORM PASAR-RENGLON-A-REGISTRO
              MOVE SUCURSAL-REG TO IMAGEN-ANTES

              DISPLAY "NOMBRE ACTUAL: " TAB-NOMBRE(IDX-TABLA)
              DISPLAY "INGRESE NUEVO NOMBRE (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-NOMBRE
              IF WS-NUEVO-NOMBRE NOT = SPACES
                 MOVE WS-NUEVO-NOMBRE TO SUC-NOMBRE
              END-IF

              DISPLAY "DIRECCION ACTUAL: " TAB-DIRECCION(IDX-TABLA)
              DISPLAY "INGRESE NUEVA DIRECCION (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVA-DIRECCION
              IF WS-NUEVA-DIRECCION NOT = SPACES
                 MOVE WS-NUEVA-DIRECCION TO SUC-DIRECCION
              END-IF

              DISPLAY "GERENTE ACTUAL: " TAB-GERENTE(IDX-TABLA)
              DISPLAY "INGRESE NUEVO GERENTE (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-GERENTE
              IF WS-NUEVO-GERENTE NOT = SPACES
                 MOVE WS-NUEVO-GERENTE TO SUC-GERENTE
              END-IF

              DISPLAY "ESTADO ACTUAL: " TAB-ESTADO(IDX-TABLA)
              DISPLAY "INGRESE NUEVO ESTADO A/C (ENTER PARA NO CAMBIAR)"
              ACCEPT WS-NUEVO-ESTADO
              IF WS-NUEVO-ESTADO = 'A' OR WS-NUEVO-ESTADO = 'C'
                 MOVE WS-NUEVO-ESTADO TO SUC-ESTADO
              END-IF

              IF SUCURSAL-REG = IMAGEN-ANTES
                 DISPLAY "SIN CAMBIOS, NO SE CAPTURA SOLICITUD"
              ELSE
                 MOVE 'C' TO ACCION-CAMBIO
                 MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
                 MOVE SUCURSAL-REG TO IMAGEN-DESPUES
                 PERFORM ENCOLAR-CAMBIO
              END-IF
           END-IF.

      *---- Cierre: solicita marcar la sucursal 'C'; no se borra
      *---- del padron porque los movimientos historicos la siguen
      *---- referenciando.
        CERRAR_SUCURSAL.
           DISPLAY "INGRESE CODIGO DE SUCURSAL A CERRAR".
           ACCEPT CODIGO-BUSCADO.
           IF NOT SUCURSAL-HALLADA
              DISPLAY "SUCURSAL NO ENCONTRADA"
           ELSE
              IF TAB-ESTADO(IDX-TABLA) = 'C'
                 DISPLAY "LA SUCURSAL YA ESTA CERRADA"
                 EXIT PARAGRAPH
              END-IF
              PERFORM PASAR-RENGLON-A-REGISTRO
              MOVE SUCURSAL-REG TO IMAGEN-ANTES
              MOVE 'C' TO SUC-ESTADO
              MOVE 'C' TO ACCION-CAMBIO
              MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
              MOVE SUCURSAL-REG TO IMAGEN-DESPUES
              PERFORM ENCOLAR-CAMBIO
           END-IF.

      *---- Lista por pantalla el padron actual.
                 "UNO NUEVO"
           END-IF.

      *---- Pasa el renglon que IDX-TABLA senala al registro del
      *---- archivo, que es la imagen que viaja en la solicitud.
        PASAR-RENGLON-A-REGISTRO.
           MOVE TAB-CODIGO(IDX-TABLA) TO SUC-CODIGO.
           MOVE TAB-NOMBRE(IDX-TABLA) TO SUC-NOMBRE.
           MOVE TAB-DIRECCION(IDX-TABLA) TO SUC-DIRECCION.
           MOVE TAB-GERENTE(IDX-TABLA) TO SUC-GERENTE.
           MOVE TAB-ESTADO(IDX-TABLA) TO SUC-ESTADO.

      *---- Identifica al operador que captura la solicitud: debe
      *---- existir en OPERADORES.DAT, estar activo y no bloqueado.
      *---- Sin padron no se captura nada, porque tampoco habria
      *---- quien la aprobara.
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
      *---- antes y despues del cambio. Si ya hay una solicitud
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
