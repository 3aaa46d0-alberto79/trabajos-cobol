      *> --- Mantenimiento de TASAS_HISTORIA.CTL, la historia de
      *> tasas con fecha de vigencia: cada cambio de tasa queda como
      *> una entrada nueva (tipo 'I' interes de ahorro, 'S' interes
      *> deudor de sobregiro, 'P' penalizacion por cancelar un plazo
      *> fijo antes de tiempo, como fraccion del capital) con su
      *> fecha desde, la tasa, quien la capturo y cuando, y ademas
      *> refresca el archivo de tasa vigente (TASA_INTERES.CTL,
      *> TASA_SOBREGIRO.CTL o PENALIZACION_PLAZOS.CTL) cuando la
      *> vigencia ya llego. Cada alta deja su renglon en
      *> AUDITORIA.LOG: el regulador pregunta "que tasa pagaban en
      *> marzo" y ahora hay con que responder.
      *> La alta ya no se aplica desde esta pantalla: queda como
      *> solicitud pendiente en CAMBIOS_PENDIENTES.DAT y la graba
      *> APROBACION-CAMBIOS cuando otro operador con facultad de
      *> supervisor la aprueba; la bitacora y el refresco de la
      *> tasa vigente ocurren en ese momento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TASAS-HIST-FILE ASSIGN TO 'TASAS_HISTORIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS-HIST.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
           05 TSH-OPERADOR PIC X(8).
           05 TSH-CAPTURA  PIC 9(8).

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
       01 WS-ESTADO-TASAS-HIST PIC X(2).
       01 WS-ESTADO-CAMBIOS    PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).

       01 EOF-TSH PIC X VALUE 'N'.
          88 FIN-TSH VALUE 'S'.
       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.

       01 TIPO-CAPTURADO  PIC X(1) VALUE 'I'.
       01 DESDE-CAPTURADO PIC 9(8) VALUE ZERO.
       01 TASA-CAPTURADA  PIC V999 VALUE ZERO.
       01 OPERADOR-CAPTURA PIC X(8) VALUE SPACES.
       01 CAPTURISTA-VALIDO PIC X(1) VALUE 'N'.
          88 ES-CAPTURISTA-VALIDO VALUE 'S'.

      *> --- Solicitud que se encola en CAMBIOS_PENDIENTES.DAT.
       01 MAESTRO-CAMBIO PIC X(1) VALUE 'T'.
       01 ACCION-CAMBIO  PIC X(1) VALUE 'A'.
       01 LLAVE-CAMBIO   PIC X(9) VALUE SPACES.
       01 IMAGEN-ANTES   PIC X(80) VALUE SPACES.
       01 IMAGEN-DESPUES PIC X(80) VALUE SPACES.
       01 ULTIMO-FOLIO-CAMBIO PIC 9(6) VALUE ZERO.
       01 FOLIO-EN-CONFLICTO  PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.


            STOP RUN.

      *---- Alta de una tasa con vigencia: se valida la captura y
      *---- se encola como solicitud; APROBACION-CAMBIOS la agrega a
      *---- la historia, refresca el archivo de tasa vigente si la
      *---- vigencia ya llegó y deja en la bitácora quién la cambió.
        ALTA_TASA.
           DISPLAY "TIPO (I=INTERES AHORRO, S=SOBREGIRO, "
              "P=PENALIZACION CANCELACION PLAZO)".
           ACCEPT TIPO-CAPTURADO.
           IF TIPO-CAPTURADO NOT = 'I' AND TIPO-CAPTURADO NOT = 'S'
                 AND TIPO-CAPTURADO NOT = 'P'
              DISPLAY "TIPO INVALIDO"
              EXIT PARAGRAPH
           END-IF.
              DISPLAY "FECHA INVALIDA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TASA (FRACCION, EJ 015 = 1.5%; MENSUAL EN I Y S)".
           ACCEPT TASA-CAPTURADA.
           IF TASA-CAPTURADA = 0
              DISPLAY "TASA INVALIDA"
              EXIT PARAGRAPH
           END-IF.
           MOVE TIPO-CAPTURADO TO TSH-TIPO.
           MOVE DESDE-CAPTURADO TO TSH-DESDE.
           MOVE TASA-CAPTURADA TO TSH-TASA.
           MOVE SPACES TO TSH-OPERADOR.
           MOVE WS-FECHA-HOY TO TSH-CAPTURA.
           MOVE SPACES TO LLAVE-CAMBIO.
           STRING TIPO-CAPTURADO DELIMITED BY SIZE
                  DESDE-CAPTURADO DELIMITED BY SIZE
                  INTO LLAVE-CAMBIO.
           MOVE SPACES TO IMAGEN-ANTES.
           MOVE TASA-HIST-REG TO IMAGEN-DESPUES.
           PERFORM ENCOLAR-CAMBIO.

        LISTAR_HISTORIA.
           MOVE 'N' TO EOF-TSH.
           END-PERFORM.
           CLOSE TASAS-HIST-FILE.


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
