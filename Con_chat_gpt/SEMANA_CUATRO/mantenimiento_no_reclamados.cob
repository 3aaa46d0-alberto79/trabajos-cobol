       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-NO-RECLAMADOS.

      *> --- Atención al cliente que se presenta a reclamar los fondos
      *> de una cuenta que FONDOS-NO-RECLAMADOS traspasó a la
      *> concentradora para la Beneficencia. Se le ubica en el
      *> registro FONDOS_NO_RECLAMADOS.DAT por número de cliente,
      *> documento de identidad o cuenta; al devolver, el documento
      *> que presenta debe coincidir con el asentado al traspasar, el
      *> importe se abona a una cuenta suya abierta en la misma
      *> moneda (puede ser la original) y, con visto bueno de
      *> supervisor, se encola la 'T' de la concentradora a esa
      *> cuenta con referencia del rango 92xxxxxx, compartido con
      *> FONDOS-NO-RECLAMADOS. El renglón del registro pasa a 'R'
      *> (reclamada) con la fecha, la cuenta, la referencia y quién
      *> autorizó, y la devolución queda en AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO 'FONDOS_NO_RECLAMADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGISTRO.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'BENEFICENCIA_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
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
       FD REGISTRO-FILE.
           COPY NORECLAMADOREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

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
       01 WS-ESTADO-REGISTRO    PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS      PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9(2).
       01 IDX PIC 9(4) VALUE 1.

       01 EOF-NRC PIC X VALUE 'N'.
          88 FIN-NRC VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.

       01 OPERADOR-SESION PIC X(8) VALUE SPACES.
       01 OPERADOR-VALIDO PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.

       01 FUENTE-RANGO PIC X(12) VALUE "BENEFICENCIA".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 RANGO-AGOTADO PIC X(1) VALUE 'N'.
          88 ES-RANGO-AGOTADO VALUE 'S'.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Captura.
       01 CRITERIO PIC X(1) VALUE SPACE.
       01 CLIENTE-CAPTURA PIC 9(5) VALUE 0.
       01 DOCUMENTO-CAPTURA PIC X(18) VALUE SPACES.
       01 CUENTA-CAPTURA PIC 9(6) VALUE 0.
       01 CUENTA-PAGO PIC 9(6) VALUE 0.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 MONEDA-PAGO PIC X(3) VALUE SPACES.
       01 IMPORTE-EDITADO PIC Z,ZZZ,ZZ9.99.
       01 TOTAL-LISTADOS PIC 9(4) VALUE 0.
       01 RENGLON-COINCIDE PIC X(1) VALUE 'N'.
          88 ES-COINCIDENCIA VALUE 'S'.
       01 REGISTRO-ENCONTRADO PIC X(1) VALUE 'N'.
          88 REGISTRO-HALLADO VALUE 'S'.
       01 CUENTA-PAGO-VALIDA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-PAGO-VALIDA VALUE 'S'.

      *> --- Registro completo en memoria, renglón tal cual, para
      *> regrabarlo con las devoluciones estampadas.
       01 TOTAL-REGISTROS PIC 9(4) VALUE 0.
       01 REGISTRO-TABLA.
          05 REGISTRO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-REGISTROS
                INDEXED BY IDX-NRC.
             10 TAB-NRC-REG PIC X(183).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "INGRESE SU ID DE OPERADOR".
            ACCEPT OPERADOR-SESION.
            PERFORM VALIDAR-OPERADOR-SESION.
            IF OPERADOR-VALIDO NOT = 'S'
               DISPLAY "OPERADOR NO RECONOCIDO O INACTIVO"
               STOP RUN
            END-IF.
            PERFORM CARGAR_REGISTRO.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "FONDOS NO RECLAMADOS"
              DISPLAY "1.BUSCAR EN EL REGISTRO"
              DISPLAY "2.DEVOLVER FONDOS AL CLIENTE"
              DISPLAY "3.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM BUSCAR_NO_RECLAMADOS
                 WHEN 2
                    PERFORM DEVOLVER_FONDOS
                 WHEN 3
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Lista los renglones del registro que coinciden con el
      *---- cliente, el documento o la cuenta que se capture.
        BUSCAR_NO_RECLAMADOS.
           DISPLAY "BUSCAR POR (C=CLIENTE, D=DOCUMENTO, N=CUENTA)".
           MOVE SPACE TO CRITERIO.
           ACCEPT CRITERIO.
           EVALUATE CRITERIO
              WHEN 'C'
                 DISPLAY "NUMERO DE CLIENTE"
                 MOVE 0 TO CLIENTE-CAPTURA
                 ACCEPT CLIENTE-CAPTURA
              WHEN 'D'
                 DISPLAY "NUMERO DE DOCUMENTO DE IDENTIDAD"
                 MOVE SPACES TO DOCUMENTO-CAPTURA
                 ACCEPT DOCUMENTO-CAPTURA
              WHEN 'N'
                 DISPLAY "NUMERO DE CUENTA"
                 MOVE 0 TO CUENTA-CAPTURA
                 ACCEPT CUENTA-CAPTURA
              WHEN OTHER
                 DISPLAY "CRITERIO INVALIDO"
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 0 TO TOTAL-LISTADOS.
           PERFORM VARYING IDX-NRC FROM 1 BY 1
                   UNTIL IDX-NRC > TOTAL-REGISTROS
              MOVE TAB-NRC-REG(IDX-NRC) TO NO-RECLAMADO-REG
              MOVE 'N' TO RENGLON-COINCIDE
              EVALUATE CRITERIO
                 WHEN 'C'
                    IF NRC-CLIENTE = CLIENTE-CAPTURA
                       MOVE 'S' TO RENGLON-COINCIDE
                    END-IF
                 WHEN 'D'
                    IF NRC-DOC-NUMERO = DOCUMENTO-CAPTURA
                          AND DOCUMENTO-CAPTURA NOT = SPACES
                       MOVE 'S' TO RENGLON-COINCIDE
                    END-IF
                 WHEN 'N'
                    IF NRC-CUENTA = CUENTA-CAPTURA
                       MOVE 'S' TO RENGLON-COINCIDE
                    END-IF
              END-EVALUATE
              IF ES-COINCIDENCIA
                 ADD 1 TO TOTAL-LISTADOS
                 PERFORM MOSTRAR-NO-RECLAMADO
              END-IF
           END-PERFORM.
           DISPLAY "RENGLONES ENCONTRADOS: " TOTAL-LISTADOS.

      *---- Devuelve al cliente el importe traspasado de una cuenta:
      *---- identidad contra el registro, cuenta de abono suya en la
      *---- misma moneda, visto bueno de supervisor y 'T' de la
      *---- concentradora a esa cuenta.
        DEVOLVER_FONDOS.
           DISPLAY "CUENTA TRASPASADA QUE SE RECLAMA".
           MOVE 0 TO CUENTA-CAPTURA.
           ACCEPT CUENTA-CAPTURA.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           PERFORM VARYING IDX-NRC FROM 1 BY 1
                   UNTIL IDX-NRC > TOTAL-REGISTROS
              MOVE TAB-NRC-REG(IDX-NRC) TO NO-RECLAMADO-REG
              IF NRC-CUENTA = CUENTA-CAPTURA AND NRC-ESTADO = 'T'
                 MOVE 'S' TO REGISTRO-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT REGISTRO-HALLADO
              DISPLAY "LA CUENTA NO TIENE FONDOS PENDIENTES DE "
                 "RECLAMO EN EL REGISTRO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-NO-RECLAMADO.
           IF NRC-DOC-NUMERO = SPACES
              DISPLAY "EL REGISTRO NO TIENE DOCUMENTO; VERIFIQUE LA "
                 "IDENTIDAD CONTRA EL EXPEDIENTE DE LA CUENTA"
           ELSE
              DISPLAY "NUMERO DEL DOCUMENTO QUE PRESENTA EL CLIENTE"
              MOVE SPACES TO DOCUMENTO-CAPTURA
              ACCEPT DOCUMENTO-CAPTURA
              IF DOCUMENTO-CAPTURA NOT = NRC-DOC-NUMERO
                 DISPLAY "EL DOCUMENTO NO COINCIDE CON EL DEL TITULAR"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "CUENTA DONDE SE ABONA (0 = LA MISMA CUENTA)".
           MOVE 0 TO CUENTA-PAGO.
           ACCEPT CUENTA-PAGO.
           IF CUENTA-PAGO = 0
              MOVE NRC-CUENTA TO CUENTA-PAGO
           END-IF.
           PERFORM VALIDAR-CUENTA-PAGO.
           IF NOT ES-CUENTA-PAGO-VALIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE NRC-IMPORTE TO IMPORTE-EDITADO.
           DISPLAY "SE ABONARAN " IMPORTE-EDITADO " " NRC-MONEDA
              " A LA CUENTA " CUENTA-PAGO ". CONFIRMA (S/N)".
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S'
              DISPLAY "DEVOLUCION CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, REGISTRO SIN CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-ULTIMA-REFERENCIA.
           PERFORM VERIFICAR-RANGO-REFERENCIA.
           IF ES-RANGO-AGOTADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENCOLAR-DEVOLUCION.
           PERFORM GRABAR-ULTIMA-REFERENCIA.
           MOVE 'R' TO NRC-ESTADO.
           MOVE WS-FECHA-HOY TO NRC-FECHA-RECLAMO.
           MOVE CUENTA-PAGO TO NRC-CUENTA-RECLAMO.
           MOVE ULTIMA-REFERENCIA TO NRC-REF-RECLAMO.
           MOVE SUPERVISOR-ID TO NRC-AUTORIZO.
           MOVE NO-RECLAMADO-REG TO TAB-NRC-REG(IDX-NRC).
           PERFORM GRABAR_REGISTRO.
           PERFORM GRABAR-AUDITORIA-DEVOLUCION.
           DISPLAY "DEVOLUCION ENCOLADA, REFERENCIA " ULTIMA-REFERENCIA.
           IF CUENTA-PAGO = NRC-CUENTA
              DISPLAY "LA CUENTA SIGUE DORMIDA; REACTIVELA EN "
                 "VENTANILLA SI EL CLIENTE LA VA A OPERAR"
           END-IF.

        MOSTRAR-NO-RECLAMADO.
           MOVE NRC-IMPORTE TO IMPORTE-EDITADO.
           DISPLAY "CUENTA " NRC-CUENTA " " NRC-NOMBRE-CUENTA
              " CLIENTE " NRC-CLIENTE.
           DISPLAY "TITULAR: " NRC-NOMBRE " " NRC-APELLIDO1 " "
              NRC-APELLIDO2.
           DISPLAY "DOCUMENTO " NRC-DOC-TIPO " " NRC-DOC-NUMERO
              " NACIMIENTO " NRC-FECHA-NAC.
           DISPLAY "IMPORTE " IMPORTE-EDITADO " " NRC-MONEDA
              " ULTIMO MOVIMIENTO " NRC-ULTIMO-MOVTO.
           DISPLAY "TRASPASADA EL " NRC-FECHA-TRASPASO " A LA "
              NRC-CONCENTRADORA " REF " NRC-REFERENCIA
              " ESTADO " NRC-ESTADO.
           IF NRC-ESTADO = 'R'
              DISPLAY "RECLAMADA EL " NRC-FECHA-RECLAMO " ABONO A "
                 NRC-CUENTA-RECLAMO " REF " NRC-REF-RECLAMO
                 " AUTORIZO " NRC-AUTORIZO
           END-IF.

      *---- La cuenta de abono debe existir, no estar cerrada, estar
      *---- en la moneda de los fondos y ser del mismo titular; si
      *---- el traspaso no tenía cliente ligado sólo se admite la
      *---- cuenta original.
        VALIDAR-CUENTA-PAGO.
           MOVE 'N' TO CUENTA-PAGO-VALIDA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-PAGO TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE ZERO TO NUMERO-CUENTA
           END-READ.
           CLOSE CUENTAS-FILE.
           IF NUMERO-CUENTA = ZERO
              DISPLAY "LA CUENTA DE ABONO NO EXISTE"
              EXIT PARAGRAPH
           END-IF.
           IF STATUS-CUENTA = 'C'
              DISPLAY "LA CUENTA DE ABONO ESTA CERRADA"
              EXIT PARAGRAPH
           END-IF.
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
              MOVE "MXN" TO MONEDA-PAGO
           ELSE
              MOVE CUENTA-MONEDA TO MONEDA-PAGO
           END-IF.
           IF MONEDA-PAGO NOT = NRC-MONEDA
              DISPLAY "LA CUENTA DE ABONO ES EN " MONEDA-PAGO
                 " Y LOS FONDOS EN " NRC-MONEDA
              EXIT PARAGRAPH
           END-IF.
           IF NRC-CLIENTE = 0
              IF CUENTA-PAGO NOT = NRC-CUENTA
                 DISPLAY "SIN CLIENTE LIGADO SOLO SE ABONA A LA "
                    "CUENTA ORIGINAL"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF CUENTA-CLIENTE NOT = NRC-CLIENTE
                 DISPLAY "LA CUENTA DE ABONO NO ES DEL TITULAR"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'S' TO CUENTA-PAGO-VALIDA.

      *---- Encola la 'T' de la concentradora a la cuenta del
      *---- cliente con referencia fresca del rango 92xxxxxx.
        ENCOLAR-DEVOLUCION.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE NRC-CONCENTRADORA TO MOV-CUENTA.
           MOVE 'T' TO OPERACION.
           MOVE NRC-IMPORTE TO IMPORTE.
           MOVE CUENTA-PAGO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE NRC-REFERENCIA TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

        GRABAR-AUDITORIA-DEVOLUCION.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-NO-RECLAM" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE CUENTA-PAGO TO AUD-CUENTA.
           MOVE 'T' TO AUD-OPERACION.
           MOVE NRC-IMPORTE TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           STRING "RECLAMO FONDOS CTA " DELIMITED BY SIZE
                  NRC-CUENTA DELIMITED BY SIZE
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

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si está agotado.
        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO RANGO-AGOTADO.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
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
           END-PERFORM.
           CLOSE RANGOS-FILE.
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF.
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF.
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO ", AVISE A OPERACIONES ***"
              MOVE 'S' TO RANGO-AGOTADO
           END-IF.

      *---- Referencias del rango 92xxxxxx compartidas con
      *---- FONDOS-NO-RECLAMADOS.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
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
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.

        CARGAR_REGISTRO.
           OPEN INPUT REGISTRO-FILE.
           IF WS-ESTADO-REGISTRO = '00'
              PERFORM UNTIL FIN-NRC
                 READ REGISTRO-FILE
                    AT END MOVE 'S' TO EOF-NRC
                    NOT AT END
                       IF NO-RECLAMADO-REG NOT = SPACES
                             AND TOTAL-REGISTROS < 9999
                          ADD 1 TO TOTAL-REGISTROS
                          MOVE NO-RECLAMADO-REG
                            TO TAB-NRC-REG(TOTAL-REGISTROS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-FILE
           ELSE
              DISPLAY "FONDOS_NO_RECLAMADOS.DAT NO ENCONTRADO, SIN "
                 "CUENTAS TRASPASADAS"
           END-IF.

      *---- Reescribe FONDOS_NO_RECLAMADOS.DAT completo en cuanto se
      *---- encola una devolución, para que no pueda pagarse dos
      *---- veces aunque la sesión se corte.
        GRABAR_REGISTRO.
           OPEN OUTPUT REGISTRO-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-REGISTROS
              MOVE TAB-NRC-REG(IDX) TO NO-RECLAMADO-REG
              WRITE NO-RECLAMADO-REG
           END-PERFORM.
           CLOSE REGISTRO-FILE.
