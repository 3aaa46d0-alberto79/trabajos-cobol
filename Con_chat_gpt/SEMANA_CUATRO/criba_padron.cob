       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-PADRON.

      *> --- Criba nocturna del padrón completo (clientes.txt) contra
      *> la lista de vigilancia. Sólo trabaja cuando CARGA-LISTAS
      *> dejó una versión de la lista más nueva que la última
      *> cribada (LISTAS_CRIBA.CTL); cualquier otra noche termina
      *> sin tocar nada. Cada cliente se coteja con CRIBA-LISTAS, el
      *> mismo cotejo que se hace al capturarlo, y el que coincide queda
      *> retenido para revisión de cumplimiento (CLI-KYC-ESTADO 'R'),
      *> lo que impide abrirle cuentas hasta que un supervisor lo
      *> libere en MANTENIMIENTO-CLIENTES. Los que ya estaban
      *> retenidos no se vuelven a cotejar. Las coincidencias quedan
      *> en CRIBA_COINCIDENCIAS.RPT para cumplimiento. Lo corre
      *> PROCESO-NOCTURNO después de INACTIVIDAD-CUENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT VERSION-FILE ASSIGN TO 'LISTAS_VERSION.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VERSION.
           SELECT CRIBA-FILE ASSIGN TO 'LISTAS_CRIBA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CRIBA.
           SELECT REPORTE-FILE ASSIGN TO 'CRIBA_COINCIDENCIAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD VERSION-FILE.
       01 VERSION-REG.
           05 VER-NUMERO PIC 9(4).
           05 VER-FECHA  PIC 9(8).
           05 VER-UMBRAL PIC 9(3).

      *---- Última versión de la lista contra la que se cribó el
      *---- padrón y la fecha en que se hizo.
       FD CRIBA-FILE.
       01 CRIBA-REG.
           05 CRI-VERSION PIC 9(4).
           05 CRI-FECHA   PIC 9(8).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CLIENTES PIC X(2).
       01 WS-ESTADO-VERSION  PIC X(2).
       01 WS-ESTADO-CRIBA    PIC X(2).
       01 WS-ESTADO-REPORTE  PIC X(2).

       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 VERSION-LISTA PIC 9(4) VALUE ZERO.
       01 VERSION-CRIBADA PIC 9(4) VALUE ZERO.

      *> --- Padrón completo en memoria, renglón tal cual, para
      *> volver a grabarlo con los retenidos marcados.
       01 PADRON-TABLA.
          05 PADRON-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PADRON
                INDEXED BY IDX-PAD.
             10 TAB-CLIENTE-REG PIC X(185).
       01 TOTAL-PADRON PIC 9(4) VALUE 0.

           COPY CRIBAREG.

       01 TOTAL-CRIBADOS    PIC 9(5) VALUE 0.
       01 TOTAL-YA-RETENIDOS PIC 9(5) VALUE 0.
       01 TOTAL-RETENIDOS   PIC 9(5) VALUE 0.

       01 ENCABEZADO-1.
          05 FILLER PIC X(44)
             VALUE "CRIBA DEL PADRON CONTRA LISTA DE VIGILANCIA ".
          05 FILLER PIC X(10) VALUE "  VERSION ".
          05 ENC-VERSION PIC 9(4).
          05 FILLER PIC X(8) VALUE "  FECHA ".
          05 ENC-FECHA PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER PIC X(45) VALUE
             "CLIENTE NOMBRE               APELLIDO        ".
          05 FILLER PIC X(38) VALUE
             "APELLIDO        LISTA CLAVE  TIPO     ".
          05 FILLER PIC X(7) VALUE "PUNTAJE".

       01 LINEA-DETALLE.
          05 DET-CLIENTE   PIC 9(5).
          05 FILLER        PIC X(3) VALUE SPACES.
          05 DET-NOMBRE    PIC X(20).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-APELLIDO1 PIC X(15).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-APELLIDO2 PIC X(15).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-LISTA     PIC X(3).
          05 FILLER        PIC X(3) VALUE SPACES.
          05 DET-CLAVE     PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-TIPO      PIC X(9).
          05 DET-PUNTAJE   PIC ZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM LEER-VERSIONES
            IF VERSION-LISTA = 0
               DISPLAY "LISTAS_VERSION.CTL NO ENCONTRADO, SIN LISTA "
                  "DE VIGILANCIA QUE CRIBAR"
               GOBACK
            END-IF
            IF VERSION-LISTA = VERSION-CRIBADA
               DISPLAY "PADRON YA CRIBADO CONTRA LA VERSION "
                  VERSION-LISTA ", NADA QUE HACER"
               GOBACK
            END-IF

            OPEN INPUT CLIENTES-FILE
            IF WS-ESTADO-CLIENTES NOT = '00'
               DISPLAY "CLIENTES.TXT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CLIENTES "), NADA QUE CRIBAR"
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CLI
               READ CLIENTES-FILE
                  AT END MOVE 'S' TO EOF-CLI
                  NOT AT END
                     IF CLIENTE-REG NOT = SPACES
                           AND TOTAL-PADRON < 9999
                        ADD 1 TO TOTAL-PADRON
                        MOVE CLIENTE-REG
                          TO TAB-CLIENTE-REG(TOTAL-PADRON)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CLIENTES-FILE

            OPEN OUTPUT REPORTE-FILE
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CRIBA_COINCIDENCIAS.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE VERSION-LISTA TO ENC-VERSION
            MOVE WS-FECHA-HOY TO ENC-FECHA
            WRITE LINEA-REPORTE FROM ENCABEZADO-1
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            WRITE LINEA-REPORTE FROM ENCABEZADO-2

            PERFORM VARYING IDX-PAD FROM 1 BY 1
                    UNTIL IDX-PAD > TOTAL-PADRON
               MOVE TAB-CLIENTE-REG(IDX-PAD) TO CLIENTE-REG
               PERFORM CRIBAR-CLIENTE
            END-PERFORM

            IF TOTAL-RETENIDOS = 0
               MOVE "SIN COINCIDENCIAS NUEVAS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
            END-IF
            CLOSE REPORTE-FILE

            IF TOTAL-RETENIDOS > 0
               PERFORM GRABAR-PADRON
            END-IF
            PERFORM GRABAR-VERSION-CRIBADA

            DISPLAY "--------------------------------"
            DISPLAY "VERSION DE LA LISTA:  " VERSION-LISTA
            DISPLAY "CLIENTES CRIBADOS:    " TOTAL-CRIBADOS
            DISPLAY "YA RETENIDOS:         " TOTAL-YA-RETENIDOS
            DISPLAY "RETENIDOS HOY:        " TOTAL-RETENIDOS
            DISPLAY "REPORTE EN CRIBA_COINCIDENCIAS.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Coteja al cliente en turno y, si coincide, lo retiene y
      *---- lo lista.
        CRIBAR-CLIENTE.
           IF CLI-KYC-ESTADO = 'R'
              ADD 1 TO TOTAL-YA-RETENIDOS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-CRIBADOS
           INITIALIZE CRIBA-PARAMETROS
           IF CLI-NUMERO NUMERIC
              MOVE CLI-NUMERO TO CRB-CLIENTE
           END-IF
           MOVE "CRIBA-PADRON" TO CRB-ORIGEN
           MOVE CLI-NOMBRE TO CRB-NOMBRE
           MOVE CLI-APELLIDO1 TO CRB-APELLIDO1
           MOVE CLI-APELLIDO2 TO CRB-APELLIDO2
           MOVE CLI-DOC-TIPO TO CRB-DOC-TIPO
           MOVE CLI-DOC-NUMERO TO CRB-DOC-NUMERO
           CALL 'CRIBA-LISTAS' USING CRIBA-PARAMETROS
           IF CRB-COINCIDE-DOCUMENTO OR CRB-COINCIDE-NOMBRE
              MOVE 'R' TO CLI-KYC-ESTADO
              MOVE CLIENTE-REG TO TAB-CLIENTE-REG(IDX-PAD)
              ADD 1 TO TOTAL-RETENIDOS
              MOVE CRB-CLIENTE TO DET-CLIENTE
              MOVE CLI-NOMBRE TO DET-NOMBRE
              MOVE CLI-APELLIDO1 TO DET-APELLIDO1
              MOVE CLI-APELLIDO2 TO DET-APELLIDO2
              MOVE CRB-LISTA TO DET-LISTA
              MOVE CRB-CLAVE TO DET-CLAVE
              IF CRB-COINCIDE-DOCUMENTO
                 MOVE "DOCUMENTO" TO DET-TIPO
              ELSE
                 MOVE "NOMBRE" TO DET-TIPO
              END-IF
              MOVE CRB-PUNTAJE TO DET-PUNTAJE
              WRITE LINEA-REPORTE FROM LINEA-DETALLE
           END-IF.

        LEER-VERSIONES.
           OPEN INPUT VERSION-FILE
           IF WS-ESTADO-VERSION = '00'
              READ VERSION-FILE
                 NOT AT END
                    IF VER-NUMERO NUMERIC
                       MOVE VER-NUMERO TO VERSION-LISTA
                    END-IF
              END-READ
              CLOSE VERSION-FILE
           END-IF
           OPEN INPUT CRIBA-FILE
           IF WS-ESTADO-CRIBA = '00'
              READ CRIBA-FILE
                 NOT AT END
                    IF CRI-VERSION NUMERIC
                       MOVE CRI-VERSION TO VERSION-CRIBADA
                    END-IF
              END-READ
              CLOSE CRIBA-FILE
           END-IF.

        GRABAR-PADRON.
           OPEN OUTPUT CLIENTES-FILE
           PERFORM VARYING IDX-PAD FROM 1 BY 1
                   UNTIL IDX-PAD > TOTAL-PADRON
              MOVE TAB-CLIENTE-REG(IDX-PAD) TO CLIENTE-REG
              WRITE CLIENTE-REG
           END-PERFORM
           CLOSE CLIENTES-FILE.

        GRABAR-VERSION-CRIBADA.
           OPEN OUTPUT CRIBA-FILE
           MOVE VERSION-LISTA TO CRI-VERSION
           MOVE WS-FECHA-HOY TO CRI-FECHA
           WRITE CRIBA-REG
           CLOSE CRIBA-FILE.
