       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ACLARACIONES.

      *> --- Plazo de respuesta de las aclaraciones de clientes
      *> (ACLARACIONES.DAT). Por cada aclaración abierta ('A' o 'P')
      *> da los días hábiles transcurridos desde el registro y los
      *> que faltan para el día límite, y la clasifica EN PLAZO, POR
      *> VENCER (cinco días hábiles o menos) o VENCIDA; luego lista
      *> las resueltas este mes después del día límite, que son las
      *> que el regulador multa. Días hábiles con CALENDARIO.CTL,
      *> igual que BATCH-BANCO. Sale en ACLARACIONES_PLAZOS.RPT; lo
      *> corre PROCESO-NOCTURNO antes de ARCHIVO-REPORTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACLARACIONES-FILE ASSIGN TO 'ACLARACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACLARACIONES.
           SELECT CALENDARIO-FILE ASSIGN TO 'CALENDARIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALENDARIO.
           SELECT REPORTE-FILE ASSIGN TO 'ACLARACIONES_PLAZOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD ACLARACIONES-FILE.
           COPY ACLARACIONREG.

       FD CALENDARIO-FILE.
       01 CALENDARIO-REG.
           05 CAL-FECHA PIC 9(8).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ACLARACIONES PIC X(2).
       01 WS-ESTADO-CALENDARIO   PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).

       01 EOF-ACL PIC X VALUE 'N'.
          88 FIN-ACL VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-PERIODO PIC 9(6).
          05 FILLER         PIC 9(2).
       01 FECHA-RESOLUCION PIC 9(8).
       01 FILLER REDEFINES FECHA-RESOLUCION.
          05 FR-PERIODO PIC 9(6).
          05 FILLER     PIC 9(2).

      *> --- Conteo de días hábiles entre dos fechas; el tope evita
      *> recorrer años en una aclaración con fecha dañada.
       01 FECHA-DESDE PIC 9(8).
       01 FECHA-HASTA PIC 9(8).
       01 HABILES-CONTADOS PIC 9(3) VALUE 0.
       01 DIAS-RECORRIDOS PIC 9(4) VALUE 0.
       01 HABILES-TRANSCURRIDOS PIC 9(3) VALUE 0.
       01 HABILES-RESTANTES PIC 9(3) VALUE 0.
       01 SITUACION PIC X(10) VALUE SPACES.

       01 TOTAL-ABIERTAS   PIC 9(5) VALUE 0.
       01 TOTAL-EN-PLAZO   PIC 9(5) VALUE 0.
       01 TOTAL-POR-VENCER PIC 9(5) VALUE 0.
       01 TOTAL-VENCIDAS   PIC 9(5) VALUE 0.
       01 TOTAL-TARDIAS    PIC 9(5) VALUE 0.

       01 ENCABEZADO-1.
          05 FILLER PIC X(44)
             VALUE "PLAZOS DE RESPUESTA DE ACLARACIONES AL ".
          05 ENC-FECHA PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER PIC X(44) VALUE
             "FOLIO  CUENTA      IMPORTE ALTA     LIMITE  ".
          05 FILLER PIC X(30) VALUE
             "  EDO TRANSC RESTAN SITUACION ".

       01 LINEA-DETALLE.
          05 DET-FOLIO     PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-CUENTA    PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-IMPORTE   PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-ALTA      PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-LIMITE    PIC 9(8).
          05 FILLER        PIC X(4) VALUE SPACES.
          05 DET-ESTADO    PIC X(1).
          05 FILLER        PIC X(4) VALUE SPACES.
          05 DET-TRANSC    PIC ZZ9.
          05 FILLER        PIC X(4) VALUE SPACES.
          05 DET-RESTAN    PIC ZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DET-SITUACION PIC X(10).

       01 LINEA-TARDIA.
          05 DTA-FOLIO     PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTA-CUENTA    PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTA-IMPORTE   PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(8) VALUE " LIMITE ".
          05 DTA-LIMITE    PIC 9(8).
          05 FILLER        PIC X(10) VALUE " RESUELTA ".
          05 DTA-RESUELTA  PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTA-ESTADO    PIC X(1).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DTA-ATRASO    PIC ZZ9.
          05 FILLER        PIC X(14) VALUE " HABILES TARDE".

      *> --- Calendario de días no hábiles y congruencia de Zeller,
      *> los mismos de BATCH-BANCO.
       01 EOF-CAL PIC X VALUE 'N'.
          88 FIN-CAL VALUE 'S'.
       01 FERIADOS-TABLA.
          05 FERIADO OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-FERIADOS
                INDEXED BY IDX-FER.
             10 TAB-FER-FECHA PIC 9(8).
       01 TOTAL-FERIADOS PIC 9(3) VALUE 0.
       01 FECHA-EVAL PIC 9(8).
       01 FILLER REDEFINES FECHA-EVAL.
          05 FE-ANO PIC 9(4).
          05 FE-MES PIC 9(2).
          05 FE-DIA PIC 9(2).
       01 DIA-HABIL PIC X(1) VALUE 'S'.
          88 ES-DIA-HABIL VALUE 'S'.
       01 ZEL-ANO   PIC 9(4) VALUE 0.
       01 ZEL-MES   PIC 9(2) VALUE 0.
       01 ZEL-SIGLO PIC 9(2) VALUE 0.
       01 ZEL-RESTO PIC 9(2) VALUE 0.
       01 ZEL-SUMA  PIC 9(5) VALUE 0.
       01 ZEL-COCIENTE PIC 9(4) VALUE 0.
       01 ZEL-DIA-SEMANA PIC 9(1) VALUE 0.
       01 DIAS-DEL-MES PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            PERFORM CARGAR-CALENDARIO

            OPEN OUTPUT REPORTE-FILE
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR ACLARACIONES_PLAZOS.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WS-FECHA-HOY TO ENC-FECHA
            WRITE LINEA-REPORTE FROM ENCABEZADO-1
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "ACLARACIONES ABIERTAS" TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            WRITE LINEA-REPORTE FROM ENCABEZADO-2

      *---- Primera pasada: las abiertas con su situación de plazo.
            OPEN INPUT ACLARACIONES-FILE
            IF WS-ESTADO-ACLARACIONES = '00'
               PERFORM UNTIL FIN-ACL
                  READ ACLARACIONES-FILE
                     AT END MOVE 'S' TO EOF-ACL
                     NOT AT END
                        IF ACL-ESTADO = 'A' OR ACL-ESTADO = 'P'
                           PERFORM REPORTAR-ABIERTA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE ACLARACIONES-FILE
            ELSE
               DISPLAY "ACLARACIONES.DAT NO ENCONTRADO, SIN "
                  "ACLARACIONES"
            END-IF
            IF TOTAL-ABIERTAS = 0
               MOVE "SIN ACLARACIONES ABIERTAS" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
            END-IF

      *---- Segunda pasada: resueltas este mes fuera del plazo.
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE "RESUELTAS ESTE MES FUERA DE PLAZO" TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE 'N' TO EOF-ACL
            OPEN INPUT ACLARACIONES-FILE
            IF WS-ESTADO-ACLARACIONES = '00'
               PERFORM UNTIL FIN-ACL
                  READ ACLARACIONES-FILE
                     AT END MOVE 'S' TO EOF-ACL
                     NOT AT END
                        IF (ACL-ESTADO = 'F' OR ACL-ESTADO = 'C')
                              AND ACL-FECHA-RESOLUCION NUMERIC
                           PERFORM REPORTAR-TARDIA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE ACLARACIONES-FILE
            END-IF
            IF TOTAL-TARDIAS = 0
               MOVE "NINGUNA" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
            END-IF
            CLOSE REPORTE-FILE

            DISPLAY "--------------------------------"
            DISPLAY "ACLARACIONES ABIERTAS: " TOTAL-ABIERTAS
            DISPLAY "EN PLAZO:              " TOTAL-EN-PLAZO
            DISPLAY "POR VENCER:            " TOTAL-POR-VENCER
            DISPLAY "VENCIDAS:              " TOTAL-VENCIDAS
            DISPLAY "RESUELTAS TARDE (MES): " TOTAL-TARDIAS
            DISPLAY "REPORTE EN ACLARACIONES_PLAZOS.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

        REPORTAR-ABIERTA.
           ADD 1 TO TOTAL-ABIERTAS
           MOVE ACL-FECHA-ALTA TO FECHA-DESDE
           MOVE WS-FECHA-HOY TO FECHA-HASTA
           PERFORM CONTAR-DIAS-HABILES
           MOVE HABILES-CONTADOS TO HABILES-TRANSCURRIDOS
           IF ACL-FECHA-LIMITE < WS-FECHA-HOY
              MOVE 0 TO HABILES-RESTANTES
              MOVE "VENCIDA" TO SITUACION
              ADD 1 TO TOTAL-VENCIDAS
           ELSE
              MOVE WS-FECHA-HOY TO FECHA-DESDE
              MOVE ACL-FECHA-LIMITE TO FECHA-HASTA
              PERFORM CONTAR-DIAS-HABILES
              MOVE HABILES-CONTADOS TO HABILES-RESTANTES
              IF HABILES-RESTANTES <= 5
                 MOVE "POR VENCER" TO SITUACION
                 ADD 1 TO TOTAL-POR-VENCER
              ELSE
                 MOVE "EN PLAZO" TO SITUACION
                 ADD 1 TO TOTAL-EN-PLAZO
              END-IF
           END-IF
           MOVE ACL-FOLIO TO DET-FOLIO
           MOVE ACL-CUENTA TO DET-CUENTA
           MOVE ACL-IMPORTE TO DET-IMPORTE
           MOVE ACL-FECHA-ALTA TO DET-ALTA
           MOVE ACL-FECHA-LIMITE TO DET-LIMITE
           MOVE ACL-ESTADO TO DET-ESTADO
           MOVE HABILES-TRANSCURRIDOS TO DET-TRANSC
           MOVE HABILES-RESTANTES TO DET-RESTAN
           MOVE SITUACION TO DET-SITUACION
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.

        REPORTAR-TARDIA.
           MOVE ACL-FECHA-RESOLUCION TO FECHA-RESOLUCION
           IF FR-PERIODO NOT = WS-HOY-PERIODO
                 OR ACL-FECHA-RESOLUCION <= ACL-FECHA-LIMITE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-TARDIAS
           MOVE ACL-FECHA-LIMITE TO FECHA-DESDE
           MOVE ACL-FECHA-RESOLUCION TO FECHA-HASTA
           PERFORM CONTAR-DIAS-HABILES
           MOVE ACL-FOLIO TO DTA-FOLIO
           MOVE ACL-CUENTA TO DTA-CUENTA
           MOVE ACL-IMPORTE TO DTA-IMPORTE
           MOVE ACL-FECHA-LIMITE TO DTA-LIMITE
           MOVE ACL-FECHA-RESOLUCION TO DTA-RESUELTA
           MOVE ACL-ESTADO TO DTA-ESTADO
           MOVE HABILES-CONTADOS TO DTA-ATRASO
           WRITE LINEA-REPORTE FROM LINEA-TARDIA.

      *---- Días hábiles después de FECHA-DESDE y hasta FECHA-HASTA
      *---- inclusive; cero si la segunda no es posterior.
        CONTAR-DIAS-HABILES.
           MOVE 0 TO HABILES-CONTADOS
           MOVE 0 TO DIAS-RECORRIDOS
           IF FECHA-DESDE NOT NUMERIC OR FECHA-DESDE = 0
                 OR FECHA-HASTA <= FECHA-DESDE
              EXIT PARAGRAPH
           END-IF
           MOVE FECHA-DESDE TO FECHA-EVAL
           PERFORM UNTIL FECHA-EVAL >= FECHA-HASTA
                   OR DIAS-RECORRIDOS >= 1400
              PERFORM SIGUIENTE-DIA-CALENDARIO
              ADD 1 TO DIAS-RECORRIDOS
              PERFORM VERIFICAR-DIA-HABIL
              IF ES-DIA-HABIL AND HABILES-CONTADOS < 999
                 ADD 1 TO HABILES-CONTADOS
              END-IF
           END-PERFORM.

      *---- Carga los feriados de CALENDARIO.CTL; sin archivo sólo
      *---- los fines de semana cuentan como no hábiles.
        CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-ESTADO-CALENDARIO = '00'
              PERFORM UNTIL FIN-CAL
                 READ CALENDARIO-FILE
                    AT END MOVE 'S' TO EOF-CAL
                    NOT AT END
                       IF CAL-FECHA NUMERIC AND CAL-FECHA > 0
                             AND TOTAL-FERIADOS < 999
                          ADD 1 TO TOTAL-FERIADOS
                          MOVE CAL-FECHA
                            TO TAB-FER-FECHA(TOTAL-FERIADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDARIO-FILE
           END-IF.

      *---- Decide si FECHA-EVAL es día hábil, igual que BATCH-BANCO.
        VERIFICAR-DIA-HABIL.
           MOVE 'S' TO DIA-HABIL
           MOVE FE-ANO TO ZEL-ANO
           MOVE FE-MES TO ZEL-MES
           IF ZEL-MES < 3
              ADD 12 TO ZEL-MES
              SUBTRACT 1 FROM ZEL-ANO
           END-IF
           COMPUTE ZEL-SIGLO = ZEL-ANO / 100
           COMPUTE ZEL-RESTO = ZEL-ANO - ZEL-SIGLO * 100
           COMPUTE ZEL-SUMA = FE-DIA
              + (13 * (ZEL-MES + 1)) / 5
              + ZEL-RESTO + ZEL-RESTO / 4
              + ZEL-SIGLO / 4 + 5 * ZEL-SIGLO
           COMPUTE ZEL-COCIENTE = ZEL-SUMA / 7
           COMPUTE ZEL-DIA-SEMANA = ZEL-SUMA - ZEL-COCIENTE * 7
           IF ZEL-DIA-SEMANA = 0 OR ZEL-DIA-SEMANA = 1
              MOVE 'N' TO DIA-HABIL
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > TOTAL-FERIADOS
              IF TAB-FER-FECHA(IDX-FER) = FECHA-EVAL
                 MOVE 'N' TO DIA-HABIL
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Avanza FECHA-EVAL un día de calendario real.
        SIGUIENTE-DIA-CALENDARIO.
           EVALUATE FE-MES
              WHEN 1
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 3
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 5
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 7
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 8
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 10
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 12
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 2
                 COMPUTE ZEL-COCIENTE = FE-ANO / 4
                 IF FE-ANO = ZEL-COCIENTE * 4
                    MOVE 29 TO DIAS-DEL-MES
                 ELSE
                    MOVE 28 TO DIAS-DEL-MES
                 END-IF
              WHEN OTHER
                 MOVE 30 TO DIAS-DEL-MES
           END-EVALUATE
           IF FE-DIA < DIAS-DEL-MES
              ADD 1 TO FE-DIA
           ELSE
              MOVE 1 TO FE-DIA
              IF FE-MES = 12
                 MOVE 1 TO FE-MES
                 ADD 1 TO FE-ANO
              ELSE
                 ADD 1 TO FE-MES
              END-IF
           END-IF.
