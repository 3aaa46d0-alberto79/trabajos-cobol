       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICADOS-CLIENTES.

      *> --- Busca en clientes.txt a la misma persona registrada con
      *> dos números de cliente (altas de ventanilla, cargas masivas
      *> y mantenimiento que no se vieron entre sí). Coteja cada
      *> pareja de clientes por tres criterios:
      *>   D  mismo número de documento de identidad
      *>   N  mismo nombre y apellidos con la misma fecha de
      *>      nacimiento
      *>   T  mismo teléfono
      *> y lista en DUPLICADOS_CLIENTES.RPT las parejas que cumplen
      *> alguno, con los criterios que cumplió; entre más criterios,
      *> más segura la duplicidad. Las parejas que un supervisor ya
      *> revisó y descartó (CLIENTES_NO_DUPLICADOS.DAT) no se
      *> vuelven a listar. No toca nada: la fusión la hace el
      *> supervisor en MANTENIMIENTO-CLIENTES. Lo corre
      *> PROCESO-NOCTURNO después de CRIBA-PADRON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT NO-DUPLICADOS-FILE
               ASSIGN TO 'CLIENTES_NO_DUPLICADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NO-DUPLICADOS.
           SELECT REPORTE-FILE ASSIGN TO 'DUPLICADOS_CLIENTES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD NO-DUPLICADOS-FILE.
           COPY NODUPLICADOREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CLIENTES      PIC X(2).
       01 WS-ESTADO-NO-DUPLICADOS PIC X(2).
       01 WS-ESTADO-REPORTE       PIC X(2).

       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-NDP PIC X VALUE 'N'.
          88 FIN-NDP VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      *> --- Sólo los datos que se cotejan y los que se imprimen.
       01 PADRON-TABLA.
          05 PADRON-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PADRON
                INDEXED BY IDX-PAD.
             10 TAB-PAD-NUMERO    PIC 9(5).
             10 TAB-PAD-NOMBRE    PIC X(20).
             10 TAB-PAD-APELLIDO1 PIC X(15).
             10 TAB-PAD-APELLIDO2 PIC X(15).
             10 TAB-PAD-TELEFONO  PIC X(10).
             10 TAB-PAD-DOC-NUM   PIC X(18).
             10 TAB-PAD-NAC       PIC 9(8).
       01 TOTAL-PADRON PIC 9(4) VALUE 0.

       01 NO-DUPLICADOS-TABLA.
          05 NO-DUPLICADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-NO-DUPLICADOS
                INDEXED BY IDX-NDP.
             10 TAB-NDP-CLIENTE-A PIC 9(5).
             10 TAB-NDP-CLIENTE-B PIC 9(5).
       01 TOTAL-NO-DUPLICADOS PIC 9(4) VALUE 0.

       01 IDX-A PIC 9(4) VALUE 0.
       01 IDX-B PIC 9(4) VALUE 0.
       01 INICIO-B PIC 9(4) VALUE 0.
       01 CLIENTE-MENOR PIC 9(5) VALUE 0.
       01 CLIENTE-MAYOR PIC 9(5) VALUE 0.
       01 CRITERIOS PIC X(3) VALUE SPACES.
       01 CRITERIOS-CUMPLIDOS PIC 9(1) VALUE 0.
       01 COINCIDE-DOC PIC X(1) VALUE 'N'.
       01 COINCIDE-NOM PIC X(1) VALUE 'N'.
       01 COINCIDE-TEL PIC X(1) VALUE 'N'.
       01 PAREJA-DESCARTADA PIC X(1) VALUE 'N'.
          88 YA-DESCARTADA VALUE 'S'.

       01 TOTAL-PAREJAS     PIC 9(5) VALUE 0.
       01 TOTAL-POR-DOC     PIC 9(5) VALUE 0.
       01 TOTAL-POR-NOMBRE  PIC 9(5) VALUE 0.
       01 TOTAL-POR-TEL     PIC 9(5) VALUE 0.
       01 TOTAL-OMITIDAS    PIC 9(5) VALUE 0.

       01 ENCABEZADO-1.
          05 FILLER PIC X(40)
             VALUE "POSIBLES CLIENTES DUPLICADOS      FECHA ".
          05 ENC-FECHA PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER PIC X(40)
             VALUE "CRIT CLIENTE NOMBRE               APELLI".
          05 FILLER PIC X(40)
             VALUE "DO        CLIENTE NOMBRE               A".
          05 FILLER PIC X(7) VALUE "PELLIDO".

       01 ENCABEZADO-3.
          05 FILLER PIC X(30) VALUE "CRIT: D DOCUMENTO, N NOMBRE Y ".
          05 FILLER PIC X(30) VALUE "NACIMIENTO, T TELEFONO".

       01 LINEA-DETALLE.
          05 DET-CRITERIOS  PIC X(3).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 DET-CLIENTE-A  PIC 9(5).
          05 FILLER         PIC X(3) VALUE SPACES.
          05 DET-NOMBRE-A   PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-APELLIDO-A PIC X(15).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-CLIENTE-B  PIC 9(5).
          05 FILLER         PIC X(3) VALUE SPACES.
          05 DET-NOMBRE-B   PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-APELLIDO-B PIC X(15).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            OPEN INPUT CLIENTES-FILE
            IF WS-ESTADO-CLIENTES NOT = '00'
               DISPLAY "CLIENTES.TXT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CLIENTES "), NADA QUE COTEJAR"
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CLI
               READ CLIENTES-FILE
                  AT END MOVE 'S' TO EOF-CLI
                  NOT AT END
                     IF CLIENTE-REG NOT = SPACES
                           AND TOTAL-PADRON < 9999
                        PERFORM AGREGAR-CLIENTE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CLIENTES-FILE

            PERFORM CARGAR-NO-DUPLICADOS

            OPEN OUTPUT REPORTE-FILE
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR DUPLICADOS_CLIENTES.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WS-FECHA-HOY TO ENC-FECHA
            WRITE LINEA-REPORTE FROM ENCABEZADO-1
            WRITE LINEA-REPORTE FROM ENCABEZADO-3
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            WRITE LINEA-REPORTE FROM ENCABEZADO-2

            PERFORM VARYING IDX-A FROM 1 BY 1
                    UNTIL IDX-A >= TOTAL-PADRON
               COMPUTE INICIO-B = IDX-A + 1
               PERFORM VARYING IDX-B FROM INICIO-B BY 1
                       UNTIL IDX-B > TOTAL-PADRON
                  PERFORM COTEJAR-PAREJA
               END-PERFORM
            END-PERFORM

            IF TOTAL-PAREJAS = 0
               MOVE "SIN POSIBLES DUPLICADOS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
            END-IF
            CLOSE REPORTE-FILE

            DISPLAY "--------------------------------"
            DISPLAY "CLIENTES COTEJADOS:     " TOTAL-PADRON
            DISPLAY "PAREJAS A REVISAR:      " TOTAL-PAREJAS
            DISPLAY "  POR DOCUMENTO:        " TOTAL-POR-DOC
            DISPLAY "  POR NOMBRE Y NACIM.:  " TOTAL-POR-NOMBRE
            DISPLAY "  POR TELEFONO:         " TOTAL-POR-TEL
            DISPLAY "YA DESCARTADAS:         " TOTAL-OMITIDAS
            DISPLAY "REPORTE EN DUPLICADOS_CLIENTES.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Coteja al cliente IDX-A con el IDX-B (siempre
      *---- posterior), de modo que cada pareja se vea una vez.
        COTEJAR-PAREJA.
           MOVE 'N' TO COINCIDE-DOC
           MOVE 'N' TO COINCIDE-NOM
           MOVE 'N' TO COINCIDE-TEL
           IF TAB-PAD-DOC-NUM(IDX-A) NOT = SPACES
                 AND TAB-PAD-DOC-NUM(IDX-A) = TAB-PAD-DOC-NUM(IDX-B)
              MOVE 'S' TO COINCIDE-DOC
           END-IF
           IF TAB-PAD-NAC(IDX-A) > 0
                 AND TAB-PAD-NAC(IDX-A) = TAB-PAD-NAC(IDX-B)
                 AND TAB-PAD-NOMBRE(IDX-A) = TAB-PAD-NOMBRE(IDX-B)
                 AND TAB-PAD-APELLIDO1(IDX-A)
                    = TAB-PAD-APELLIDO1(IDX-B)
                 AND TAB-PAD-APELLIDO2(IDX-A)
                    = TAB-PAD-APELLIDO2(IDX-B)
              MOVE 'S' TO COINCIDE-NOM
           END-IF
           IF TAB-PAD-TELEFONO(IDX-A) NOT = SPACES
                 AND TAB-PAD-TELEFONO(IDX-A) NOT = ZEROS
                 AND TAB-PAD-TELEFONO(IDX-A) = TAB-PAD-TELEFONO(IDX-B)
              MOVE 'S' TO COINCIDE-TEL
           END-IF
           IF COINCIDE-DOC = 'N' AND COINCIDE-NOM = 'N'
                 AND COINCIDE-TEL = 'N'
              EXIT PARAGRAPH
           END-IF

           IF TAB-PAD-NUMERO(IDX-A) < TAB-PAD-NUMERO(IDX-B)
              MOVE TAB-PAD-NUMERO(IDX-A) TO CLIENTE-MENOR
              MOVE TAB-PAD-NUMERO(IDX-B) TO CLIENTE-MAYOR
           ELSE
              MOVE TAB-PAD-NUMERO(IDX-B) TO CLIENTE-MENOR
              MOVE TAB-PAD-NUMERO(IDX-A) TO CLIENTE-MAYOR
           END-IF
           MOVE 'N' TO PAREJA-DESCARTADA
           PERFORM VARYING IDX-NDP FROM 1 BY 1
                   UNTIL IDX-NDP > TOTAL-NO-DUPLICADOS
              IF TAB-NDP-CLIENTE-A(IDX-NDP) = CLIENTE-MENOR
                    AND TAB-NDP-CLIENTE-B(IDX-NDP) = CLIENTE-MAYOR
                 MOVE 'S' TO PAREJA-DESCARTADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF YA-DESCARTADA
              ADD 1 TO TOTAL-OMITIDAS
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO TOTAL-PAREJAS
           MOVE SPACES TO CRITERIOS
           MOVE 0 TO CRITERIOS-CUMPLIDOS
           IF COINCIDE-DOC = 'S'
              ADD 1 TO TOTAL-POR-DOC
              ADD 1 TO CRITERIOS-CUMPLIDOS
              MOVE 'D' TO CRITERIOS(CRITERIOS-CUMPLIDOS:1)
           END-IF
           IF COINCIDE-NOM = 'S'
              ADD 1 TO TOTAL-POR-NOMBRE
              ADD 1 TO CRITERIOS-CUMPLIDOS
              MOVE 'N' TO CRITERIOS(CRITERIOS-CUMPLIDOS:1)
           END-IF
           IF COINCIDE-TEL = 'S'
              ADD 1 TO TOTAL-POR-TEL
              ADD 1 TO CRITERIOS-CUMPLIDOS
              MOVE 'T' TO CRITERIOS(CRITERIOS-CUMPLIDOS:1)
           END-IF
           MOVE CRITERIOS TO DET-CRITERIOS
           MOVE TAB-PAD-NUMERO(IDX-A) TO DET-CLIENTE-A
           MOVE TAB-PAD-NOMBRE(IDX-A) TO DET-NOMBRE-A
           MOVE TAB-PAD-APELLIDO1(IDX-A) TO DET-APELLIDO-A
           MOVE TAB-PAD-NUMERO(IDX-B) TO DET-CLIENTE-B
           MOVE TAB-PAD-NOMBRE(IDX-B) TO DET-NOMBRE-B
           MOVE TAB-PAD-APELLIDO1(IDX-B) TO DET-APELLIDO-B
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

        AGREGAR-CLIENTE.
           ADD 1 TO TOTAL-PADRON
           SET IDX-PAD TO TOTAL-PADRON
           IF CLI-NUMERO NUMERIC
              MOVE CLI-NUMERO TO TAB-PAD-NUMERO(IDX-PAD)
           ELSE
              MOVE ZERO TO TAB-PAD-NUMERO(IDX-PAD)
           END-IF
           MOVE CLI-NOMBRE TO TAB-PAD-NOMBRE(IDX-PAD)
           MOVE CLI-APELLIDO1 TO TAB-PAD-APELLIDO1(IDX-PAD)
           MOVE CLI-APELLIDO2 TO TAB-PAD-APELLIDO2(IDX-PAD)
           MOVE CLI-TELEFONO TO TAB-PAD-TELEFONO(IDX-PAD)
           MOVE CLI-DOC-NUMERO TO TAB-PAD-DOC-NUM(IDX-PAD)
           IF CLI-FECHA-NAC NUMERIC
              MOVE CLI-FECHA-NAC TO TAB-PAD-NAC(IDX-PAD)
           ELSE
              MOVE ZERO TO TAB-PAD-NAC(IDX-PAD)
           END-IF.

        CARGAR-NO-DUPLICADOS.
           OPEN INPUT NO-DUPLICADOS-FILE
           IF WS-ESTADO-NO-DUPLICADOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-NDP
              READ NO-DUPLICADOS-FILE
                 AT END MOVE 'S' TO EOF-NDP
                 NOT AT END
                    IF NDP-CLIENTE-A NUMERIC AND NDP-CLIENTE-B NUMERIC
                          AND TOTAL-NO-DUPLICADOS < 9999
                       ADD 1 TO TOTAL-NO-DUPLICADOS
                       MOVE NDP-CLIENTE-A
                         TO TAB-NDP-CLIENTE-A(TOTAL-NO-DUPLICADOS)
                       MOVE NDP-CLIENTE-B
                         TO TAB-NDP-CLIENTE-B(TOTAL-NO-DUPLICADOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NO-DUPLICADOS-FILE.
