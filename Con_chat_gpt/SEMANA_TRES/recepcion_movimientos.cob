           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT REDIRECCIONES-FILE
               ASSIGN TO 'CUENTAS_REDIRECCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REDIRECCIONES.

       DATA DIVISION.
       FILE SECTION.
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

      *---- Cuentas cerradas por cambio de número o consolidación y
      *---- la cuenta a la que pasó todo lo suyo.
       FD REDIRECCIONES-FILE.
           COPY REDIRECCIONREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-EXTERNOS    PIC X(2).
       01 REFERENCIA-RESERVADA PIC X(1) VALUE 'N'.
          88 ES-REFERENCIA-RESERVADA VALUE 'S'.

      *> --- Redirecciones de cuentas cerradas: el movimiento que el
      *> canal todavía manda al número anterior se encola ya con la
      *> cuenta nueva en lugar de rechazarse por cuenta cerrada.
       01 WS-ESTADO-REDIRECCIONES PIC X(2).
       01 EOF-RDR PIC X VALUE 'N'.
          88 FIN-RDR VALUE 'S'.
       01 REDIRECCIONES-TABLA.
          05 REDIRECCION-REN OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-REDIRECCIONES
                INDEXED BY IDX-RDR.
             10 TAB-RDR-ANTERIOR PIC 9(6).
             10 TAB-RDR-NUEVA    PIC 9(6).
       01 TOTAL-REDIRECCIONES PIC 9(4) VALUE 0.
       01 CUENTA-REDIRIGIR PIC 9(6) VALUE ZERO.

      *> --- Dígito verificador, misma ponderación que en PROYECTO1.
       01 CUENTA-BASE PIC 9(6).
       01 FILLER REDEFINES CUENTA-BASE.
       01 TOTAL-RECIBIDOS PIC 9(5) VALUE 0.
       01 TOTAL-ACEPTADOS PIC 9(5) VALUE 0.
       01 TOTAL-RECHAZOS  PIC 9(5) VALUE 0.
       01 TOTAL-REDIRIGIDOS PIC 9(5) VALUE 0.

      *> --- Verificación del archivo completo contra su encabezado
      *> y su cola, antes de aceptar un solo renglón.
            PERFORM CARGAR-SUCURSALES
            PERFORM CARGAR-RANGOS
            PERFORM CARGAR-REFERENCIAS
            PERFORM CARGAR-REDIRECCIONES
            PERFORM PROCESAR-EXTERNOS
            PERFORM GRABAR-CONTROL-SECUENCIA

            DISPLAY "MOVIMIENTOS EXTERNOS RECIBIDOS: " TOTAL-RECIBIDOS
            DISPLAY "ACEPTADOS EN MOVIMIENTOS.DAT: "   TOTAL-ACEPTADOS
            DISPLAY "RECHAZADOS: "                      TOTAL-RECHAZOS
            DISPLAY "REDIRIGIDOS A CUENTA NUEVA: " TOTAL-REDIRIGIDOS
            DISPLAY "--------------------------------".

           GOBACK.
              PERFORM VERIFICAR-DIGITOS-EXTERNOS
           END-IF

           IF MOTIVO-RECHAZO = SPACES
              PERFORM REDIRIGIR-EXTERNO
           END-IF

           IF MOTIVO-RECHAZO = SPACES
              PERFORM VERIFICAR-CUENTA-EXTERNA
           END-IF
      *---- verificada en la puerta; así BATCH-BANCO no depende de
      *---- que el canal la haya mandado.
              MOVE MONEDA-CUENTA-EXT TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              IF EXT-OPERACION = '-' OR EXT-OPERACION = 'T'
                 MOVE EXT-CUENTA TO CUENTA-LIMITE
                 MOVE EXT-IMPORTE TO IMPORTE-LIMITE
              END-IF
           END-IF.

      *---- Con los dígitos ya verificados contra el número que mandó
      *---- el canal, la cuenta (y la destino de una transferencia)
      *---- cerrada por cambio de número o consolidación se cambia
      *---- por su cuenta nueva; las validaciones que siguen se
      *---- hacen ya sobre la cuenta nueva.
        REDIRIGIR-EXTERNO.
           IF TOTAL-REDIRECCIONES = 0
              EXIT PARAGRAPH
           END-IF
           MOVE EXT-CUENTA TO CUENTA-REDIRIGIR
           PERFORM REDIRIGIR-NUMERO
           IF CUENTA-REDIRIGIR NOT = EXT-CUENTA
              DISPLAY "MOVIMIENTO " EXT-REFERENCIA " DE CUENTA "
                 EXT-CUENTA " REDIRIGIDO A " CUENTA-REDIRIGIR
              MOVE CUENTA-REDIRIGIR TO EXT-CUENTA
              ADD 1 TO TOTAL-REDIRIGIDOS
           END-IF
           IF EXT-OPERACION = 'T'
              MOVE EXT-CUENTA-DESTINO TO CUENTA-REDIRIGIR
              PERFORM REDIRIGIR-NUMERO
              IF CUENTA-REDIRIGIR NOT = EXT-CUENTA-DESTINO
                 DISPLAY "MOVIMIENTO " EXT-REFERENCIA
                    " DE CUENTA DESTINO " EXT-CUENTA-DESTINO
                    " REDIRIGIDO A " CUENTA-REDIRIGIR
                 MOVE CUENTA-REDIRIGIR TO EXT-CUENTA-DESTINO
                 ADD 1 TO TOTAL-REDIRIGIDOS
              END-IF
           END-IF.

      *---- Cambia CUENTA-REDIRIGIR por su cuenta nueva si tiene
      *---- redirección; las redirecciones nunca se encadenan.
        REDIRIGIR-NUMERO.
           PERFORM VARYING IDX-RDR FROM 1 BY 1
                   UNTIL IDX-RDR > TOTAL-REDIRECCIONES
              IF TAB-RDR-ANTERIOR(IDX-RDR) = CUENTA-REDIRIGIR
                 MOVE TAB-RDR-NUEVA(IDX-RDR) TO CUENTA-REDIRIGIR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Carga CUENTAS_REDIRECCION.DAT; sin archivo no hay cuentas
      *---- redirigidas.
        CARGAR-REDIRECCIONES.
           OPEN INPUT REDIRECCIONES-FILE
           IF WS-ESTADO-REDIRECCIONES = '00'
              PERFORM UNTIL FIN-RDR
                 READ REDIRECCIONES-FILE
                    AT END MOVE 'S' TO EOF-RDR
                    NOT AT END
                       IF RDR-CUENTA-ANTERIOR NUMERIC
                             AND RDR-CUENTA-NUEVA NUMERIC
                          ADD 1 TO TOTAL-REDIRECCIONES
                          MOVE RDR-CUENTA-ANTERIOR
                            TO TAB-RDR-ANTERIOR(TOTAL-REDIRECCIONES)
                          MOVE RDR-CUENTA-NUEVA
                            TO TAB-RDR-NUEVA(TOTAL-REDIRECCIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REDIRECCIONES-FILE
           END-IF.

      *---- Misma ponderación (2 a 7 módulo 10) que calculan
      *---- PROYECTO1 y MANTENIMIENTO-CUENTAS.
        CALCULAR-DIGITO.
