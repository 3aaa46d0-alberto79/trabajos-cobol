               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ARCHIVO-MOVS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT MES-FILE ASSIGN TO 'ESTADOS_MES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADOS PIC 9(5) VALUE 0.
      *> Cifras de control de MOVS_POSTEADOS.DAT.
           COPY ENTREGAPARREG.
       01 REF-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-POSTEADA VALUE 'S'.

            PERFORM CARGAR-APERTURAS.
            PERFORM CARGAR-BITACORA-DEL-MES.
            PERFORM CARGAR-POSTEADOS.
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE EMITEN ESTADOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM CARGAR-HISTORICO-MOVS.

            OPEN OUTPUT REPORTE-FILE.
           END-PERFORM.
           CLOSE AUDITORIA-FILE.

      *---- Carga las referencias posteadas, verificándolas contra
      *---- sus cifras de control.
        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION.
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO.
           MOVE "ESTADOS-MENSUALES" TO EPA-PROGRAMA.
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

      *---- Carga sólo los movimientos archivados cuya fecha cae en
      *---- el mes pedido; el archivo queda abierto para resolver
