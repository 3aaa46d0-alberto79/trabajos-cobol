       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFA-OPERACION.

      *> --- Comisión por operación: cotiza contra el tarifario
      *> TARIFAS_OPERACION.CTL la comisión del evento según el
      *> TIPO-CUENTA, respeta las cuentas exentas de
      *> EXENCIONES_COMISION.DAT y las operaciones libres de cada
      *> mes que lleva USO_COMISIONES.DAT, le da a la comisión su
      *> referencia del rango 71xxxxxx y la deja en la bitácora
      *> COMISIONES_OPERACION.DAT ligada a la operación que la
      *> disparó, para que el extorno o la anulación de esa
      *> operación la devuelva. La llaman BATCH-BANCO al postear una
      *> transferencia, la ventanilla de PROYECTO1 al pagar un
      *> retiro, transferir o reimprimir la libreta, y
      *> MANTENIMIENTO-CHEQUES, CAMARA-COMPENSACION y ESTADO-CUENTA,
      *> que la encolan en MOVIMIENTOS.DAT para el siguiente corte,
      *> con los parámetros de TARIFAPARREG. El tarifario y las
      *> exenciones se leen en cada llamada, como el catálogo de
      *> VALIDA-REFERENCIA. Una operación ya registrada que vuelve a
      *> llegar (corrida relanzada) devuelve la misma comisión sin
      *> contar otra vez el uso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS-FILE ASSIGN TO 'TARIFAS_OPERACION.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARIFAS.
           SELECT EXENCIONES-FILE ASSIGN TO 'EXENCIONES_COMISION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXENCIONES.
           SELECT USOS-FILE ASSIGN TO 'USO_COMISIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USO-LLAVE
               FILE STATUS IS WS-ESTADO-USOS.
           SELECT BITACORA-FILE ASSIGN TO 'COMISIONES_OPERACION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMO-REF-ORIGEN
               FILE STATUS IS WS-ESTADO-BITACORA.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'COMISION_OP_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS-FILE.
           COPY TARIFAOPREG.

       FD EXENCIONES-FILE.
           COPY EXENCIONREG.

      *---- Operaciones de cada evento que lleva cada cuenta en cada
      *---- mes calendario, para descontar las libres.
       FD USOS-FILE.
       01 USO-REG.
           05 USO-LLAVE.
              10 USO-CUENTA  PIC 9(6).
              10 USO-EVENTO  PIC X(1).
              10 USO-PERIODO PIC 9(6).
           05 USO-CANTIDAD   PIC 9(5).

       FD BITACORA-FILE.
           COPY COMISIONOPREG.

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

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-TARIFAS     PIC X(2).
       01 WS-ESTADO-EXENCIONES  PIC X(2).
       01 WS-ESTADO-USOS        PIC X(2).
       01 WS-ESTADO-BITACORA    PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS      PIC X(2).
       01 EOF-TAR PIC X VALUE 'N'.
          88 FIN-TAR VALUE 'S'.
       01 EOF-EXC PIC X VALUE 'N'.
          88 FIN-EXC VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "COMISION-OP".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

      *> --- Tarifa que aplica: la del tipo de la cuenta gana sobre
      *> la genérica '*' del mismo evento.
       01 TARIFA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 HAY-TARIFA VALUE 'S'.
       01 TARIFA-EXACTA PIC X(1) VALUE 'N'.
          88 ES-TARIFA-EXACTA VALUE 'S'.
       01 IMPORTE-TARIFA PIC 9(3)V99 VALUE ZERO.
       01 LIBRES-TARIFA  PIC 9(3) VALUE ZERO.

       01 CUENTA-EXENTA PIC X(1) VALUE 'N'.
          88 ES-CUENTA-EXENTA VALUE 'S'.
       01 USO-EXISTENTE PIC X(1) VALUE 'N'.
          88 HAY-USO VALUE 'S'.
       01 BITACORA-ABIERTA PIC X(1) VALUE 'N'.
          88 HAY-BITACORA VALUE 'S'.
       01 COMISION-REGISTRADA PIC X(1) VALUE 'N'.
          88 ES-COMISION-REGISTRADA VALUE 'S'.
       01 PERIODO-USO PIC 9(6) VALUE ZERO.
       01 LLAVE-BITACORA PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
           COPY TARIFAPARREG.

       PROCEDURE DIVISION USING TARIFA-PARAMETROS.

            MOVE 'N' TO TFP-RESULTADO
            MOVE ZERO TO TFP-USOS
            IF TFP-ACCION = 'C' OR TFP-ACCION = 'E'
               MOVE ZERO TO TFP-COMISION
               MOVE ZERO TO TFP-REFERENCIA
               MOVE SPACE TO TFP-ESTADO
            END-IF

            EVALUATE TFP-ACCION
               WHEN 'C'
               WHEN 'E'
                  PERFORM COTIZAR-COMISION
               WHEN 'Q'
                  PERFORM CONSULTAR-COMISION
               WHEN 'P'
                  PERFORM MARCAR-COMISION-CARGADA
               WHEN 'D'
                  PERFORM DEVOLVER-COMISION
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            GOBACK.

      *---- Cotiza y registra la comisión del evento. Una operación
      *---- ya registrada y no devuelta regresa lo que se registró;
      *---- la cuenta exenta y el evento sin tarifa no cuentan uso;
      *---- dentro de las libres del mes el uso se cuenta sin cargo.
        COTIZAR-COMISION.
           IF TFP-REF-ORIGEN > 0
              PERFORM ABRIR-BITACORA
              IF NOT HAY-BITACORA
                 EXIT PARAGRAPH
              END-IF
              MOVE TFP-REF-ORIGEN TO CMO-REF-ORIGEN
              PERFORM LEER-BITACORA
              CLOSE BITACORA-FILE
              IF ES-COMISION-REGISTRADA AND NOT CMO-DEVUELTA
                 MOVE CMO-IMPORTE TO TFP-COMISION
                 MOVE CMO-REFERENCIA TO TFP-REFERENCIA
                 MOVE CMO-ESTADO TO TFP-ESTADO
                 IF CMO-IMPORTE > 0
                    MOVE 'C' TO TFP-RESULTADO
                 ELSE
                    MOVE 'L' TO TFP-RESULTADO
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM BUSCAR-EXENCION
           IF ES-CUENTA-EXENTA
              MOVE 'X' TO TFP-RESULTADO
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TARIFA
           IF NOT HAY-TARIFA OR IMPORTE-TARIFA = 0
              MOVE 'N' TO TFP-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-FECHA(1:6) TO PERIODO-USO
           PERFORM ABRIR-USOS
           IF WS-ESTADO-USOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-CUENTA TO USO-CUENTA
           MOVE TFP-EVENTO TO USO-EVENTO
           MOVE PERIODO-USO TO USO-PERIODO
           PERFORM LEER-USO
           ADD 1 TO USO-CANTIDAD
           MOVE USO-CANTIDAD TO TFP-USOS
           IF USO-CANTIDAD > LIBRES-TARIFA
              PERFORM TOMAR-REFERENCIA
              IF TFP-RANGO-AGOTADO
                 CLOSE USOS-FILE
                 EXIT PARAGRAPH
              END-IF
              MOVE IMPORTE-TARIFA TO TFP-COMISION
              MOVE 'C' TO TFP-RESULTADO
              IF TFP-ACCION = 'E'
                 MOVE 'E' TO TFP-ESTADO
              ELSE
                 MOVE 'C' TO TFP-ESTADO
              END-IF
           ELSE
              MOVE 'L' TO TFP-RESULTADO
              MOVE 'L' TO TFP-ESTADO
           END-IF
           PERFORM GRABAR-USO
           CLOSE USOS-FILE
      *---- Un uso libre sin operación que lo identifique no deja
      *---- renglón: no hay nada que devolver ni que relanzar.
           IF TFP-LIBRE AND TFP-REF-ORIGEN = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRAR-COMISION
           IF TFP-ACCION = 'E' AND TFP-COBRAR
              PERFORM ENCOLAR-COMISION
           END-IF.

      *---- Deja la comisión en la bitácora bajo la referencia de
      *---- la operación, o bajo la suya si la operación no trae.
        REGISTRAR-COMISION.
           PERFORM ABRIR-BITACORA
           IF NOT HAY-BITACORA
              EXIT PARAGRAPH
           END-IF
           IF TFP-REF-ORIGEN > 0
              MOVE TFP-REF-ORIGEN TO LLAVE-BITACORA
           ELSE
              MOVE TFP-REFERENCIA TO LLAVE-BITACORA
           END-IF
           MOVE LLAVE-BITACORA TO CMO-REF-ORIGEN
           PERFORM LEER-BITACORA
           MOVE LLAVE-BITACORA TO CMO-REF-ORIGEN
           MOVE TFP-REFERENCIA TO CMO-REFERENCIA
           MOVE TFP-CUENTA TO CMO-CUENTA
           MOVE TFP-SUCURSAL TO CMO-SUCURSAL
           MOVE TFP-EVENTO TO CMO-EVENTO
           MOVE TFP-TIPO-CUENTA TO CMO-TIPO-CUENTA
           MOVE TFP-COMISION TO CMO-IMPORTE
           MOVE TFP-FECHA TO CMO-FECHA
           MOVE TFP-ESTADO TO CMO-ESTADO
           MOVE ZERO TO CMO-FECHA-REVERSO
           MOVE ZERO TO CMO-REF-REVERSO
      *---- Una operación devuelta que vuelve a postearse (extorno
      *---- de una corrida muerta) reemplaza su renglón.
           IF ES-COMISION-REGISTRADA
              REWRITE COMISION-OP-REG
           ELSE
              WRITE COMISION-OP-REG
           END-IF
           CLOSE BITACORA-FILE.

      *---- Encola el cargo de la comisión para que BATCH-BANCO lo
      *---- aplique en el siguiente corte, como cualquier retiro.
        ENCOLAR-COMISION.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           MOVE TFP-REFERENCIA TO MOV-REFERENCIA
           MOVE TFP-CUENTA TO MOV-CUENTA
           MOVE '-' TO OPERACION
           MOVE TFP-COMISION TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE TFP-FECHA TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE TFP-SUCURSAL TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           CLOSE MOVIMIENTOS-FILE.

      *---- Consulta por llave la comisión ligada a TFP-REF-ORIGEN.
        CONSULTAR-COMISION.
           MOVE 'F' TO TFP-RESULTADO
           PERFORM ABRIR-BITACORA
           IF NOT HAY-BITACORA
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-REF-ORIGEN TO CMO-REF-ORIGEN
           PERFORM LEER-BITACORA
           IF ES-COMISION-REGISTRADA
              PERFORM DEVOLVER-DATOS-COMISION
              MOVE 'H' TO TFP-RESULTADO
           END-IF
           CLOSE BITACORA-FILE.

      *---- BATCH-BANCO posteó la comisión encolada: queda cobrada.
        MARCAR-COMISION-CARGADA.
           MOVE 'F' TO TFP-RESULTADO
           PERFORM ABRIR-BITACORA
           IF NOT HAY-BITACORA
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-REF-ORIGEN TO CMO-REF-ORIGEN
           PERFORM LEER-BITACORA
           IF ES-COMISION-REGISTRADA
              IF CMO-ENCOLADA
                 MOVE 'C' TO CMO-ESTADO
                 REWRITE COMISION-OP-REG
              END-IF
              PERFORM DEVOLVER-DATOS-COMISION
              MOVE 'H' TO TFP-RESULTADO
           END-IF
           CLOSE BITACORA-FILE.

      *---- Devuelve la comisión de una operación extornada o
      *---- anulada: la marca devuelta con el extorno que la
      *---- devolvió y regresa el uso al mes en que se contó. El
      *---- resultado 'D' pide a BATCH-BANCO abonarla, porque la
      *---- cobró aparte de la operación; 'M' sólo la marca (el
      *---- extorno fue de la comisión misma, era uso libre o la
      *---- ventanilla la abona por su cuenta). Un extorno relanzado
      *---- que ya la había devuelto repite el resultado sin volver
      *---- a descontar el uso. Sin referencia, sólo regresa el uso
      *---- libre que la ventanilla contó.
        DEVOLVER-COMISION.
           IF TFP-REF-ORIGEN = 0
              MOVE 'M' TO TFP-RESULTADO
              MOVE TFP-FECHA(1:6) TO PERIODO-USO
              PERFORM DESCONTAR-USO
              EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO TFP-RESULTADO
           PERFORM ABRIR-BITACORA
           IF NOT HAY-BITACORA
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-REF-ORIGEN TO CMO-REF-ORIGEN
           PERFORM LEER-BITACORA
           IF NOT ES-COMISION-REGISTRADA
              CLOSE BITACORA-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM DEVOLVER-DATOS-COMISION
           IF CMO-IMPORTE > 0 AND CMO-REFERENCIA NOT = CMO-REF-ORIGEN
                 AND NOT CMO-ENCOLADA
              MOVE 'D' TO TFP-RESULTADO
           ELSE
              MOVE 'M' TO TFP-RESULTADO
           END-IF
           IF CMO-DEVUELTA
              IF CMO-REF-REVERSO NOT = TFP-REF-REVERSO
                    OR TFP-REF-REVERSO = 0
                 MOVE 'M' TO TFP-RESULTADO
              END-IF
              CLOSE BITACORA-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO CMO-ESTADO
           MOVE TFP-FECHA TO CMO-FECHA-REVERSO
           MOVE TFP-REF-REVERSO TO CMO-REF-REVERSO
           REWRITE COMISION-OP-REG
           CLOSE BITACORA-FILE
           MOVE CMO-FECHA(1:6) TO PERIODO-USO
           PERFORM DESCONTAR-USO.

        DEVOLVER-DATOS-COMISION.
           MOVE CMO-IMPORTE TO TFP-COMISION
           MOVE CMO-REFERENCIA TO TFP-REFERENCIA
           MOVE CMO-CUENTA TO TFP-CUENTA
           MOVE CMO-EVENTO TO TFP-EVENTO
           MOVE CMO-ESTADO TO TFP-ESTADO.

      *---- Regresa un uso de TFP-CUENTA y TFP-EVENTO al mes
      *---- PERIODO-USO, sin bajar de cero.
        DESCONTAR-USO.
           PERFORM ABRIR-USOS
           IF WS-ESTADO-USOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE TFP-CUENTA TO USO-CUENTA
           MOVE TFP-EVENTO TO USO-EVENTO
           MOVE PERIODO-USO TO USO-PERIODO
           PERFORM LEER-USO
           IF HAY-USO AND USO-CANTIDAD > 0
              SUBTRACT 1 FROM USO-CANTIDAD
              REWRITE USO-REG
           END-IF
           MOVE USO-CANTIDAD TO TFP-USOS
           CLOSE USOS-FILE.

      *---- La cuenta está marcada exenta en el padrón.
        BUSCAR-EXENCION.
           MOVE 'N' TO CUENTA-EXENTA
           MOVE 'N' TO EOF-EXC
           OPEN INPUT EXENCIONES-FILE
           IF WS-ESTADO-EXENCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-EXC
              READ EXENCIONES-FILE
                 AT END MOVE 'S' TO EOF-EXC
                 NOT AT END
                    IF EXC-CUENTA NUMERIC
                          AND EXC-CUENTA = TFP-CUENTA
                       MOVE 'S' TO CUENTA-EXENTA
                       MOVE 'S' TO EOF-EXC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXENCIONES-FILE.

      *---- Ubica la tarifa del evento para el tipo de la cuenta; a
      *---- falta de renglón propio del tipo, vale la genérica '*'.
        BUSCAR-TARIFA.
           MOVE 'N' TO TARIFA-ENCONTRADA
           MOVE 'N' TO TARIFA-EXACTA
           MOVE ZERO TO IMPORTE-TARIFA
           MOVE ZERO TO LIBRES-TARIFA
           MOVE 'N' TO EOF-TAR
           OPEN INPUT TARIFAS-FILE
           IF WS-ESTADO-TARIFAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-TAR
              READ TARIFAS-FILE
                 AT END MOVE 'S' TO EOF-TAR
                 NOT AT END
                    IF TOP-EVENTO = TFP-EVENTO
                          AND TOP-IMPORTE NUMERIC
                       IF TOP-TIPO-CUENTA = TFP-TIPO-CUENTA
                          MOVE 'S' TO TARIFA-EXACTA
                          MOVE 'S' TO EOF-TAR
                          PERFORM TOMAR-TARIFA
                       ELSE
                          IF TOP-TIPO-CUENTA = '*'
                             PERFORM TOMAR-TARIFA
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TARIFAS-FILE.

        TOMAR-TARIFA.
           MOVE 'S' TO TARIFA-ENCONTRADA
           MOVE TOP-IMPORTE TO IMPORTE-TARIFA
           IF TOP-LIBRES NUMERIC
              MOVE TOP-LIBRES TO LIBRES-TARIFA
           ELSE
              MOVE ZERO TO LIBRES-TARIFA
           END-IF.

      *---- Abre la bitácora; la primera vez se crea vacía.
        ABRIR-BITACORA.
           MOVE 'N' TO BITACORA-ABIERTA
           OPEN I-O BITACORA-FILE
           IF WS-ESTADO-BITACORA = '35'
                 OR WS-ESTADO-BITACORA = '05'
              OPEN OUTPUT BITACORA-FILE
              CLOSE BITACORA-FILE
              OPEN I-O BITACORA-FILE
           END-IF
           IF WS-ESTADO-BITACORA = '00'
              MOVE 'S' TO BITACORA-ABIERTA
           ELSE
              DISPLAY "NO SE PUDO ABRIR COMISIONES_OPERACION.DAT "
                 "(ESTADO " WS-ESTADO-BITACORA ")"
           END-IF.

        LEER-BITACORA.
           MOVE 'N' TO COMISION-REGISTRADA
           READ BITACORA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO COMISION-REGISTRADA
           END-READ.

      *---- Abre el contador de usos; la primera vez se crea vacío.
        ABRIR-USOS.
           OPEN I-O USOS-FILE
           IF WS-ESTADO-USOS = '35' OR WS-ESTADO-USOS = '05'
              OPEN OUTPUT USOS-FILE
              CLOSE USOS-FILE
              OPEN I-O USOS-FILE
           END-IF
           IF WS-ESTADO-USOS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR USO_COMISIONES.DAT (ESTADO "
                 WS-ESTADO-USOS ")"
           END-IF.

      *---- Lee el uso de la llave armada; sin renglón, cero.
        LEER-USO.
           MOVE 'N' TO USO-EXISTENTE
           READ USOS-FILE
              INVALID KEY
                 MOVE ZERO TO USO-CANTIDAD
              NOT INVALID KEY
                 MOVE 'S' TO USO-EXISTENTE
           END-READ.

        GRABAR-USO.
           IF HAY-USO
              REWRITE USO-REG
           ELSE
              WRITE USO-REG
           END-IF.

      *---- Toma la siguiente referencia del rango de la comisión y
      *---- la deja grabada, alineada al rango registrado; con el
      *---- rango agotado no hay comisión.
        TOMAR-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 AT END MOVE 71000000 TO CTL-ULTIMA-REFERENCIA
              END-READ
              MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 71000000 TO ULTIMA-REFERENCIA
           END-IF
           PERFORM VERIFICAR-RANGO-REFERENCIA
           IF TFP-RANGO-AGOTADO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO TFP-REFERENCIA
           OPEN OUTPUT REFERENCIA-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.

        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO EOF-RNG
           MOVE ZERO TO RANGO-DESDE
           MOVE ZERO TO RANGO-HASTA
           OPEN INPUT RANGOS-FILE
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
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
           END-PERFORM
           CLOSE RANGOS-FILE
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL; LA "
                 "COMISION NO SE COBRA"
              MOVE 'A' TO TFP-RESULTADO
           END-IF.
