      *> local de cada moneda, y cualquier programa que deba validar
      *> un código de moneda lo valida contra este padrón. Mismo
      *> molde que MANTENIMIENTO-PAGOS: alta, cambio, baja y listado.
      *> Cada moneda lleva además el diferencial de compra y venta
      *> con que ventanilla y BATCH-BANCO cotizan el cambio de
      *> moneda entre cuentas de un mismo cliente.
      *> Ningún cambio se graba desde esta pantalla: cada alta,
      *> ajuste de tipo de cambio o de diferencial y cada baja queda
      *> como solicitud pendiente en CAMBIOS_PENDIENTES.DAT, y
      *> APROBACION-CAMBIOS reescribe TIPOS_CAMBIO.CTL cuando otro
      *> operador con facultad de supervisor la aprueba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MONEDAS-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MONEDAS.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *---- Una moneda operable: código de tres letras, tipo de
      *---- cambio contra la moneda local (la moneda local misma va
      *---- con tipo de cambio 1) y fecha de la última actualización.
      *---- El diferencial es el porcentaje que el banco resta al
      *---- tipo para comprar la moneda y suma para venderla.
       FD MONEDAS-FILE.
       01 MONEDA-REG.
           05 MON-CODIGO      PIC X(3).
           05 MON-TIPO-CAMBIO PIC 9(4)V9999.
           05 MON-FECHA       PIC 9(8).
           05 MON-DIFERENCIAL PIC 9(2)V99.

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
       01 WS-ESTADO-MONEDAS PIC X(2).
       01 WS-ESTADO-CAMBIOS    PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(3) VALUE 1.
       01 TOTAL-MONEDAS PIC 9(3) VALUE 0.
       01 EOF-MON PIC X VALUE 'N'.
          88 FIN-MON VALUE 'S'.
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 WS-FECHA-HOY PIC 9(8).

       01 CODIGO-BUSCADO PIC X(3).
       01 MONEDA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 MONEDA-HALLADA VALUE 'S'.
       01 WS-NUEVO-TIPO-CAMBIO PIC 9(4)V9999.
       01 WS-NUEVO-DIFERENCIAL PIC 9(2)V99.

      *> --- Solicitud que se encola en CAMBIOS_PENDIENTES.DAT.
       01 OPERADOR-CAPTURA PIC X(8) VALUE SPACES.
       01 CAPTURISTA-VALIDO PIC X(1) VALUE 'N'.
          88 ES-CAPTURISTA-VALIDO VALUE 'S'.
       01 MAESTRO-CAMBIO PIC X(1) VALUE 'M'.
       01 ACCION-CAMBIO  PIC X(1) VALUE SPACE.
       01 LLAVE-CAMBIO   PIC X(9) VALUE SPACES.
       01 IMAGEN-ANTES   PIC X(80) VALUE SPACES.
       01 IMAGEN-DESPUES PIC X(80) VALUE SPACES.
       01 ULTIMO-FOLIO-CAMBIO PIC 9(6) VALUE ZERO.
       01 FOLIO-EN-CONFLICTO  PIC 9(6) VALUE ZERO.

      *> Tamaño máximo del padrón de monedas en memoria; mismo
      *> criterio que los demás programas de mantenimiento.
             10 TAB-MON-CODIGO PIC X(3).
             10 TAB-MON-TIPO   PIC 9(4)V9999.
             10 TAB-MON-FECHA  PIC 9(8).
             10 TAB-MON-DIFERENCIAL PIC 9(2)V99.

       PROCEDURE DIVISION.

              DISPLAY "2.CAMBIO DE TIPO DE CAMBIO"
              DISPLAY "3.BAJA DE MONEDA"
              DISPLAY "4.LISTAR MONEDAS"
              DISPLAY "5.DIFERENCIAL DE COMPRA Y VENTA"
              DISPLAY "6.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 4
                    PERFORM LISTAR_MONEDAS
                 WHEN 5
                    PERFORM DIFERENCIAL_MONEDA
                 WHEN 6
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Alta: solicita una moneda nueva, validando que el código
      *---- no esté ya registrado (un ajuste de tipo de cambio de
      *---- una moneda existente se captura por CAMBIO).
        ALTA_MONEDA.
              IF CODIGO-BUSCADO = SPACES
                 DISPLAY "CODIGO INVALIDO, MONEDA NO AGREGADA"
              ELSE
                 MOVE CODIGO-BUSCADO TO MON-CODIGO
                 DISPLAY "INGRESE TIPO DE CAMBIO CONTRA MONEDA LOCAL"
                 ACCEPT MON-TIPO-CAMBIO
                 IF MON-TIPO-CAMBIO = 0
                    DISPLAY "TIPO DE CAMBIO INVALIDO, NO AGREGADA"
                 ELSE
                    MOVE WS-FECHA-HOY TO MON-FECHA
                    DISPLAY "INGRESE DIFERENCIAL DE COMPRA Y VENTA (%)"
                    ACCEPT MON-DIFERENCIAL
                    MOVE 'A' TO ACCION-CAMBIO
                    MOVE SPACES TO IMAGEN-ANTES
                    MOVE MONEDA-REG TO IMAGEN-DESPUES
                    MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
                    PERFORM ENCOLAR-CAMBIO
                 END-IF
              END-IF
           END-IF.

      *---- Cambio: solicita el tipo de cambio del día de una
      *---- moneda registrada, con la fecha de actualización.
        CAMBIO_MONEDA.
           DISPLAY "INGRESE CODIGO DE MONEDA (3 LETRAS)".
           ACCEPT CODIGO-BUSCADO.
              DISPLAY "INGRESE NUEVO TIPO DE CAMBIO (0 NO CAMBIA)"
              ACCEPT WS-NUEVO-TIPO-CAMBIO
              IF WS-NUEVO-TIPO-CAMBIO > 0
                 PERFORM PASAR-RENGLON-A-REGISTRO
                 MOVE MONEDA-REG TO IMAGEN-ANTES
                 MOVE WS-NUEVO-TIPO-CAMBIO TO MON-TIPO-CAMBIO
                 MOVE WS-FECHA-HOY TO MON-FECHA
                 MOVE 'C' TO ACCION-CAMBIO
                 MOVE MONEDA-REG TO IMAGEN-DESPUES
                 MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
                 PERFORM ENCOLAR-CAMBIO
              END-IF
           END-IF.

      *---- Diferencial: solicita el porcentaje de compra y venta
      *---- de una moneda registrada; cero deja el cambio a tipo
      *---- medio (la moneda local siempre va así).
        DIFERENCIAL_MONEDA.
           DISPLAY "INGRESE CODIGO DE MONEDA (3 LETRAS)".
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_MONEDA.
           IF NOT MONEDA-HALLADA
              DISPLAY "LA MONEDA NO ESTA REGISTRADA"
           ELSE
              DISPLAY "DIFERENCIAL ACTUAL: "
                 TAB-MON-DIFERENCIAL(IDX-TABLA) " %"
              DISPLAY "INGRESE NUEVO DIFERENCIAL DE COMPRA Y VENTA (%)"
              ACCEPT WS-NUEVO-DIFERENCIAL
              IF WS-NUEVO-DIFERENCIAL >= 50
                 DISPLAY "DIFERENCIAL INVALIDO, NO CAMBIA"
              ELSE
                 PERFORM PASAR-RENGLON-A-REGISTRO
                 MOVE MONEDA-REG TO IMAGEN-ANTES
                 MOVE WS-NUEVO-DIFERENCIAL TO MON-DIFERENCIAL
                 MOVE WS-FECHA-HOY TO MON-FECHA
                 MOVE 'C' TO ACCION-CAMBIO
                 MOVE MONEDA-REG TO IMAGEN-DESPUES
                 MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
                 PERFORM ENCOLAR-CAMBIO
              END-IF
           END-IF.

      *---- Baja: solicita sacar una moneda del padrón.
        BAJA_MONEDA.
           DISPLAY "INGRESE CODIGO DE MONEDA (3 LETRAS)".
           ACCEPT CODIGO-BUSCADO.
           IF NOT MONEDA-HALLADA
              DISPLAY "LA MONEDA NO ESTA REGISTRADA"
           ELSE
              PERFORM PASAR-RENGLON-A-REGISTRO
              MOVE MONEDA-REG TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO ACCION-CAMBIO
              MOVE CODIGO-BUSCADO TO LLAVE-CAMBIO
              PERFORM ENCOLAR-CAMBIO
           END-IF.

      *---- Lista el padrón vigente de monedas.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-MONEDAS
              DISPLAY "MONEDA " TAB-MON-CODIGO(IDX)
                 " TIPO DE CAMBIO " TAB-MON-TIPO(IDX)
                 " DIFERENCIAL " TAB-MON-DIFERENCIAL(IDX)
                 " ACTUALIZADO " TAB-MON-FECHA(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE MONEDAS: " TOTAL-MONEDAS.
                          MOVE 1 TO TAB-MON-TIPO(TOTAL-MONEDAS)
                       END-IF
                       MOVE MON-FECHA TO TAB-MON-FECHA(TOTAL-MONEDAS)
                       IF MON-DIFERENCIAL NUMERIC
                          MOVE MON-DIFERENCIAL
                            TO TAB-MON-DIFERENCIAL(TOTAL-MONEDAS)
                       ELSE
                          MOVE ZERO
                            TO TAB-MON-DIFERENCIAL(TOTAL-MONEDAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MONEDAS-FILE
                 "SE CREARA UNO NUEVO"
           END-IF.

      *---- Pasa el renglón que IDX-TABLA señala al registro del
      *---- archivo, que es la imagen que viaja en la solicitud.
        PASAR-RENGLON-A-REGISTRO.
           MOVE TAB-MON-CODIGO(IDX-TABLA) TO MON-CODIGO.
           MOVE TAB-MON-TIPO(IDX-TABLA) TO MON-TIPO-CAMBIO.
           MOVE TAB-MON-FECHA(IDX-TABLA) TO MON-FECHA.
           MOVE TAB-MON-DIFERENCIAL(IDX-TABLA) TO MON-DIFERENCIAL.

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
