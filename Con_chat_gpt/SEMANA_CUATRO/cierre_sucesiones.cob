       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-SUCESIONES.

      *> --- Paso batch que cierra las cuentas de las sucesiones ya
      *> liquidadas en SUCESION-CLIENTES. Corre detrás de BATCH-BANCO:
      *> toda sucesión encolada ('E') cuyas cuentas quedaron en saldo
      *> cero tras el posteo del reparto las pasa a STATUS 'C' en
      *> CUENTAS.DAT (CIERRE-CUENTAS-INACTIVAS las archiva después),
      *> y cuando ya no le queda ninguna cuenta abierta la sucesión
      *> pasa a 'C' con la fecha de cierre. Una cuenta que sigue con
      *> saldo (algún movimiento del reparto rebotó) se lista como
      *> remanente y la sucesión se queda en 'E' hasta que se aclare.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCESIONES-FILE ASSIGN TO 'SUCESIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCESIONES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CERROJO-FILE ASSIGN TO 'CUENTAS_LOCK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERROJO.

       DATA DIVISION.
       FILE SECTION.
       FD SUCESIONES-FILE.
           COPY SUCESIONREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

      *---- Cerrojo de CUENTAS.DAT, convención entre todos los que
      *---- escriben el maestro: se toma antes de cargar, se suelta
      *---- después de regrabar, y lleva quién lo tiene y desde
      *---- cuándo para el mensaje de "EN USO POR".
       FD CERROJO-FILE.
       01 CERROJO-REG.
           05 LCK-PROGRAMA PIC X(15).
           05 LCK-FECHA    PIC 9(8).
           05 LCK-HORA     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-SUCESIONES PIC X(2).
       01 WS-ESTADO-CUENTAS    PIC X(2).
       01 WS-ESTADO-CERROJO    PIC X(2).
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.
       01 WS-FECHA-HOY PIC 9(8).

       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.

      *> --- Sucesiones completas en memoria, renglón tal cual, para
      *> regrabarlas con el estado al día.
       01 SUCESIONES-TABLA.
          05 SUCESION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-SUCESIONES
                INDEXED BY IDX-SUC.
             10 TAB-SUCESION-REG PIC X(128).
       01 TOTAL-SUCESIONES PIC 9(4) VALUE 0.

       01 IDX PIC 9(2) VALUE 1.
       01 CUENTAS-ABIERTAS PIC 9(2) VALUE 0.
       01 TOTAL-PENDIENTES   PIC 9(4) VALUE 0.
       01 TOTAL-CERRADAS     PIC 9(4) VALUE 0.
       01 TOTAL-CUENTAS-CERRADAS PIC 9(5) VALUE 0.
       01 TOTAL-REMANENTES   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            OPEN INPUT SUCESIONES-FILE
            IF WS-ESTADO-SUCESIONES NOT = '00'
               DISPLAY "SUCESIONES.DAT NO ENCONTRADO, SIN SUCESIONES "
                  "QUE CERRAR"
               GOBACK
            END-IF
            PERFORM UNTIL FIN-SUC
               READ SUCESIONES-FILE
                  AT END MOVE 'S' TO EOF-SUC
                  NOT AT END
                     IF SUCESION-REG NOT = SPACES
                           AND TOTAL-SUCESIONES < 9999
                        ADD 1 TO TOTAL-SUCESIONES
                        MOVE SUCESION-REG
                          TO TAB-SUCESION-REG(TOTAL-SUCESIONES)
                        IF SUC-ESTADO = 'E'
                           ADD 1 TO TOTAL-PENDIENTES
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUCESIONES-FILE

            IF TOTAL-PENDIENTES = 0
               DISPLAY "SIN SUCESIONES PENDIENTES DE CIERRE"
               GOBACK
            END-IF

            PERFORM TOMAR-CERROJO
            IF NOT TIENE-CERROJO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               PERFORM SOLTAR-CERROJO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCESIONES
               MOVE TAB-SUCESION-REG(IDX-SUC) TO SUCESION-REG
               IF SUC-ESTADO = 'E'
                  PERFORM CERRAR-CUENTAS-SUCESION
               END-IF
            END-PERFORM

            CLOSE CUENTAS-FILE
            PERFORM SOLTAR-CERROJO

            OPEN OUTPUT SUCESIONES-FILE
            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCESIONES
               MOVE TAB-SUCESION-REG(IDX-SUC) TO SUCESION-REG
               WRITE SUCESION-REG
            END-PERFORM
            CLOSE SUCESIONES-FILE

            DISPLAY "--------------------------------"
            DISPLAY "SUCESIONES PENDIENTES:  " TOTAL-PENDIENTES
            DISPLAY "SUCESIONES CERRADAS:    " TOTAL-CERRADAS
            DISPLAY "CUENTAS CERRADAS:       " TOTAL-CUENTAS-CERRADAS
            DISPLAY "CUENTAS CON REMANENTE:  " TOTAL-REMANENTES
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Cierra las cuentas en cero de la sucesión en turno; una
      *---- cuenta que ya no está en el maestro cuenta como cerrada.
        CERRAR-CUENTAS-SUCESION.
           MOVE 0 TO CUENTAS-ABIERTAS
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SUC-TOTAL-CUENTAS OR IDX > 10
              MOVE SUC-CUENTA(IDX) TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM CERRAR-CUENTA
              END-READ
           END-PERFORM
           IF CUENTAS-ABIERTAS = 0
              MOVE 'C' TO SUC-ESTADO
              MOVE WS-FECHA-HOY TO SUC-FECHA-CIERRE
              MOVE SUCESION-REG TO TAB-SUCESION-REG(IDX-SUC)
              ADD 1 TO TOTAL-CERRADAS
              DISPLAY "SUCESION DEL CLIENTE " SUC-CLIENTE " CERRADA"
           END-IF.

        CERRAR-CUENTA.
           IF STATUS-CUENTA = 'C'
              EXIT PARAGRAPH
           END-IF
           IF SALDO NOT = 0
              ADD 1 TO CUENTAS-ABIERTAS
              ADD 1 TO TOTAL-REMANENTES
              DISPLAY "SUCESION " SUC-CLIENTE " CUENTA " NUMERO-CUENTA
                 " CON REMANENTE " SALDO ", REVISE RECHAZOS"
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO STATUS-CUENTA
           REWRITE CUENTA-REG
              INVALID KEY
                 ADD 1 TO CUENTAS-ABIERTAS
                 DISPLAY "NO SE PUDO CERRAR LA CUENTA " NUMERO-CUENTA
              NOT INVALID KEY
                 ADD 1 TO TOTAL-CUENTAS-CERRADAS
           END-REWRITE.

      *---- Toma el cerrojo de CUENTAS.DAT: si otro programa lo
      *---- tiene, se avisa quién es y no se toca el maestro.
        TOMAR-CERROJO.
           MOVE 'N' TO CERROJO-TOMADO
           OPEN INPUT CERROJO-FILE
           IF WS-ESTADO-CERROJO = '00'
              READ CERROJO-FILE
                 AT END MOVE SPACES TO LCK-PROGRAMA
              END-READ
              CLOSE CERROJO-FILE
              IF LCK-PROGRAMA NOT = SPACES
                 DISPLAY "ARCHIVO DE CUENTAS EN USO POR " LCK-PROGRAMA
                 DISPLAY "REINTENTE MAS TARDE; SI ESE PROGRAMA YA NO "
                    "CORRE, BORRE CUENTAS_LOCK.CTL"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           OPEN OUTPUT CERROJO-FILE
           MOVE "CIERRE-SUCESION" TO LCK-PROGRAMA
           ACCEPT LCK-FECHA FROM DATE YYYYMMDD
           ACCEPT LCK-HORA FROM TIME
           WRITE CERROJO-REG
           CLOSE CERROJO-FILE
           MOVE 'S' TO CERROJO-TOMADO.

      *---- Suelta el cerrojo dejando el archivo sin dueño.
        SOLTAR-CERROJO.
           OPEN OUTPUT CERROJO-FILE
           MOVE SPACES TO CERROJO-REG
           WRITE CERROJO-REG
           CLOSE CERROJO-FILE
           MOVE 'N' TO CERROJO-TOMADO.
