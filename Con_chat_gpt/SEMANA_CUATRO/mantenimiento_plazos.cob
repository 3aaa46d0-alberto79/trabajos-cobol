       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PLAZOS.

      *> --- Consulta de plazos fijos para Operaciones: lista
      *> PLAZOS_FIJOS.DAT con su estado ('V' vigente, 'L' liquidado,
      *> 'X' cancelado antes del vencimiento), lista las
      *> cancelaciones anticipadas de PLAZOS_CANCELADOS.DAT, y
      *> cancela un plazo llamando a CANCELACION-PLAZOS, el mismo
      *> programa que usa la ventanilla de PROYECTO1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT CANCELADOS-FILE ASSIGN TO 'PLAZOS_CANCELADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANCELADOS.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo trazado que captura PROYECTO1 al abrir el plazo.
       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 PFJ-CUENTA            PIC 9(6).
           05 PFJ-CAPITAL           PIC 9(5)V99.
           05 PFJ-TASA              PIC V999.
           05 PFJ-PLAZO-DIAS        PIC 9(3).
           05 PFJ-FECHA-APERTURA    PIC 9(8).
           05 PFJ-FECHA-VENCIMIENTO PIC 9(8).
           05 PFJ-INSTRUCCION       PIC X(1).
           05 PFJ-ESTADO            PIC X(1).

      *---- Mismo trazado que escribe CANCELACION-PLAZOS.
       FD CANCELADOS-FILE.
       01 CANCELADO-REG.
           05 CAN-FOLIO            PIC 9(6).
           05 CAN-CUENTA           PIC 9(6).
           05 CAN-FECHA            PIC 9(8).
           05 CAN-VENCIMIENTO      PIC 9(8).
           05 CAN-DIAS-PACTADOS    PIC 9(3).
           05 CAN-DIAS-TRANSCURRIDOS PIC 9(3).
           05 CAN-CAPITAL          PIC 9(5)V99.
           05 CAN-INTERES          PIC 9(5)V99.
           05 CAN-TASA-PENALIZACION PIC V999.
           05 CAN-PENALIZACION     PIC 9(5)V99.
           05 CAN-NETO             PIC 9(6)V99.
           05 CAN-REFERENCIA       PIC 9(8).
           05 CAN-AUTORIZO         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PLAZOS     PIC X(2).
       01 WS-ESTADO-CANCELADOS PIC X(2).

       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-CAN PIC X VALUE 'N'.
          88 FIN-CAN VALUE 'S'.
       01 TOTAL-LISTADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "MANTENIMIENTO DE PLAZOS FIJOS"
              DISPLAY "1.LISTAR PLAZOS FIJOS"
              DISPLAY "2.LISTAR CANCELACIONES ANTICIPADAS"
              DISPLAY "3.CANCELAR PLAZO ANTES DEL VENCIMIENTO"
              DISPLAY "4.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM LISTAR_PLAZOS
                 WHEN 2
                    PERFORM LISTAR_CANCELACIONES
                 WHEN 3
                    CALL 'CANCELACION-PLAZOS'
                 WHEN 4
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

        LISTAR_PLAZOS.
           MOVE 0 TO TOTAL-LISTADOS.
           MOVE 'N' TO EOF-PFJ.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS NOT = '00'
              DISPLAY "PLAZOS_FIJOS.DAT NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    ADD 1 TO TOTAL-LISTADOS
                    DISPLAY "PLAZO " PFJ-FOLIO
                       " CUENTA " PFJ-CUENTA
                       " CAPITAL " PFJ-CAPITAL
                       " TASA " PFJ-TASA
                       " DIAS " PFJ-PLAZO-DIAS
                       " APERTURA " PFJ-FECHA-APERTURA
                       " VENCE " PFJ-FECHA-VENCIMIENTO
                       " INSTR " PFJ-INSTRUCCION
                       " ESTADO " PFJ-ESTADO
              END-READ
           END-PERFORM.
           CLOSE PLAZOS-FILE.
           DISPLAY "TOTAL DE PLAZOS: " TOTAL-LISTADOS.

        LISTAR_CANCELACIONES.
           MOVE 0 TO TOTAL-LISTADOS.
           MOVE 'N' TO EOF-CAN.
           OPEN INPUT CANCELADOS-FILE.
           IF WS-ESTADO-CANCELADOS NOT = '00'
              DISPLAY "SIN CANCELACIONES ANTICIPADAS REGISTRADAS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CAN
              READ CANCELADOS-FILE
                 AT END MOVE 'S' TO EOF-CAN
                 NOT AT END
                    ADD 1 TO TOTAL-LISTADOS
                    DISPLAY "PLAZO " CAN-FOLIO
                       " CANCELADO " CAN-FECHA
                       " VENCIA " CAN-VENCIMIENTO
                       " DIAS " CAN-DIAS-TRANSCURRIDOS
                       "/" CAN-DIAS-PACTADOS
                       " INTERES " CAN-INTERES
                       " PENALIZACION " CAN-PENALIZACION
                       " NETO " CAN-NETO
                       " REF " CAN-REFERENCIA
                       " AUTORIZO " CAN-AUTORIZO
              END-READ
           END-PERFORM.
           CLOSE CANCELADOS-FILE.
           DISPLAY "TOTAL DE CANCELACIONES: " TOTAL-LISTADOS.
