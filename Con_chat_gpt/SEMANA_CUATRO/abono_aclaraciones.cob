       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABONO-ACLARACIONES.

      *> --- Abono provisional de las aclaraciones de clientes. Toda
      *> aclaración abierta sin abono (ACLARACIONES.DAT, estado 'A')
      *> cuyo día de abono provisional ya llegó recibe el abono del
      *> importe reclamado: se encola un '+' en MOVIMIENTOS.DAT con
      *> referencia del rango 90xxxxxx y la aclaración pasa a 'P'
      *> con la referencia del abono, que es la que se extorna si
      *> al resolver el dictamen sale en contra del cliente. Lo
      *> corre PROCESO-NOCTURNO antes de BATCH-BANCO para que el
      *> abono se postee la misma noche.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACLARACIONES-FILE ASSIGN TO 'ACLARACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACLARACIONES.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'ACLARACIONES_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.

       DATA DIVISION.
       FILE SECTION.
       FD ACLARACIONES-FILE.
           COPY ACLARACIONREG.

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
       01 WS-ESTADO-ACLARACIONES PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-REFERENCIA   PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).

       01 EOF-ACL PIC X VALUE 'N'.
          88 FIN-ACL VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "ACLARACION".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.

      *> --- Aclaraciones completas en memoria, renglón tal cual,
      *> para regrabarlas con los abonos estampados.
       01 ACLARACIONES-TABLA.
          05 ACLARACION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ACLARACIONES
                INDEXED BY IDX-ACL.
             10 TAB-ACLARACION-REG PIC X(150).
       01 TOTAL-ACLARACIONES PIC 9(4) VALUE 0.

       01 TOTAL-ABONADAS PIC 9(4) VALUE 0.
       01 TOTAL-EN-ESPERA PIC 9(4) VALUE 0.
       01 IMPORTE-ABONADO PIC 9(11)V99 VALUE ZERO.
       01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            OPEN INPUT ACLARACIONES-FILE
            IF WS-ESTADO-ACLARACIONES NOT = '00'
               DISPLAY "ACLARACIONES.DAT NO ENCONTRADO, SIN "
                  "ACLARACIONES QUE ABONAR"
               GOBACK
            END-IF
            PERFORM UNTIL FIN-ACL
               READ ACLARACIONES-FILE
                  AT END MOVE 'S' TO EOF-ACL
                  NOT AT END
                     IF ACLARACION-REG NOT = SPACES
                           AND TOTAL-ACLARACIONES < 9999
                        ADD 1 TO TOTAL-ACLARACIONES
                        MOVE ACLARACION-REG
                          TO TAB-ACLARACION-REG(TOTAL-ACLARACIONES)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ACLARACIONES-FILE

            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA

            PERFORM VARYING IDX-ACL FROM 1 BY 1
                    UNTIL IDX-ACL > TOTAL-ACLARACIONES
               MOVE TAB-ACLARACION-REG(IDX-ACL) TO ACLARACION-REG
               IF ACL-ESTADO = 'A'
                  IF ACL-FECHA-PROVISIONAL <= WS-FECHA-HOY
                     PERFORM ABONAR-ACLARACION
                  ELSE
                     ADD 1 TO TOTAL-EN-ESPERA
                  END-IF
               END-IF
            END-PERFORM

            IF TOTAL-ABONADAS > 0
               OPEN OUTPUT ACLARACIONES-FILE
               PERFORM VARYING IDX-ACL FROM 1 BY 1
                       UNTIL IDX-ACL > TOTAL-ACLARACIONES
                  MOVE TAB-ACLARACION-REG(IDX-ACL) TO ACLARACION-REG
                  WRITE ACLARACION-REG
               END-PERFORM
               CLOSE ACLARACIONES-FILE
               PERFORM GRABAR-ULTIMA-REFERENCIA
            END-IF

            MOVE IMPORTE-ABONADO TO IMPORTE-EDITADO
            DISPLAY "--------------------------------"
            DISPLAY "ABONOS PROVISIONALES: " TOTAL-ABONADAS
            DISPLAY "IMPORTE ABONADO:      " IMPORTE-EDITADO
            DISPLAY "ABIERTAS EN ESPERA:   " TOTAL-EN-ESPERA
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Encola el abono provisional de la aclaración en turno y
      *---- la deja en 'P' con la referencia del abono.
        ABONAR-ACLARACION.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE ACL-CUENTA TO MOV-CUENTA
           MOVE '+' TO OPERACION
           MOVE ACL-IMPORTE TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           CLOSE MOVIMIENTOS-FILE
           MOVE 'P' TO ACL-ESTADO
           MOVE ULTIMA-REFERENCIA TO ACL-REF-ABONO
           MOVE WS-FECHA-HOY TO ACL-FECHA-ABONO
           MOVE ACLARACION-REG TO TAB-ACLARACION-REG(IDX-ACL)
           ADD 1 TO TOTAL-ABONADAS
           ADD ACL-IMPORTE TO IMPORTE-ABONADO.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si el rango está
      *---- agotado. Sin archivo de rangos todo sigue como antes.
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
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *---- Referencias del rango 90xxxxxx compartidas con
      *---- MANTENIMIENTO-ACLARACIONES.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 90000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.
