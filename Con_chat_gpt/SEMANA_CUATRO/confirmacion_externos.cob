               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECIBIDOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZOS-HIST-FILE ASSIGN TO 'RECHAZOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       01 REF-RECHAZADA PIC X(1) VALUE 'N'.
          88 ES-RECHAZADA VALUE 'S'.
       01 MOTIVO-POSTEO PIC X(30) VALUE SPACES.
      *> Cifras de control de MOVS_POSTEADOS.DAT.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.


            PERFORM CARGAR-RECIBIDOS.
            PERFORM CARGAR-POSTEADOS.
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE CONFIRMA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM CARGAR-RECHAZOS-POSTEO.

            OPEN OUTPUT CONFIRMACIONES-FILE.
           END-PERFORM.
           CLOSE RECIBIDOS-FILE.

      *---- Carga las referencias ya posteadas por BATCH-BANCO,
      *---- verificándolas contra sus cifras de control.
        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION.
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO.
           MOVE "CONFIRMACION-EXTERNOS" TO EPA-PROGRAMA.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.
           MOVE 'R' TO EPA-OPERACION.
           MOVE ZERO TO EPA-IMPORTE.
           OPEN INPUT POSTEADOS-FILE.
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                       ADD 1 TO TOTAL-POSTEADOS
                       MOVE PST-REFERENCIA
                         TO TAB-PST-REFERENCIA(TOTAL-POSTEADOS)
                       MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF.
           MOVE 'V' TO EPA-OPERACION.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Carga los rechazos de posteo, de cualquier fecha, con
      *---- su motivo.
