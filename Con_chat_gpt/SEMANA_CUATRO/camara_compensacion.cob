      *> libera la retencion del importe al confirmar o al cumplirse
      *> el plazo sin devolucion, y ante una devolucion encola el
      *> extorno 'R' del abono original en MOVIMIENTOS.DAT para que
      *> BATCH-BANCO lo reverse con su maquinaria de extornos. Al
      *> cheque devuelto se le encola ademas la comision del
      *> tarifario (TARIFA-OPERACION, evento 'D'). Las
      *> devoluciones quedan en CAMARA.RPT para la sucursal. Lo
      *> corre PROCESO-NOCTURNO despues de BATCH-BANCO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTA.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           05 RSP-MOTIVO     PIC X(20).

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.
       01 WS-ESTADO-CAMARA      PIC X(2).
       01 WS-ESTADO-RESPUESTA   PIC X(2).
       01 WS-ESTADO-RETENCIONES PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-CAMARA-REF  PIC X(2).
       01 WS-ESTADO-RANGOS PIC X(2).
       01 TOTAL-CONFIRMADOS PIC 9(4) VALUE 0.
       01 TOTAL-DEVUELTOS   PIC 9(4) VALUE 0.
       01 TOTAL-LIBERADOS   PIC 9(4) VALUE 0.
       01 TOTAL-COMISIONES  PIC 9(4) VALUE 0.
       01 IMPORTE-COMISIONES PIC 9(7)V99 VALUE 0.

      *> --- Comision por cheque devuelto del tarifario.
           COPY TARIFAPARREG.

      *> --- Renglon del reporte de devoluciones.
       01 DET-DEVOLUCION.
       01 DIAS-DEL-MES PIC 9(2) VALUE 0.
       01 HABILES-SUMADOS PIC 9(2) VALUE 0.

      *> --- Cifras de control de CAMARA_SALIDA.DAT, que se verifica
      *> al cargarlo y se vuelve a controlar al reescribirlo.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-CAMARA
            IF EPA-NO-CUADRA
               DISPLAY "CAMARA_SALIDA.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE PROCESA LA CAMARA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            IF TOTAL-CAMARA = 0
               DISPLAY "SIN CHEQUES EN CAMARA, NADA QUE PROCESAR"
               GOBACK
            DISPLAY "CHEQUES CONFIRMADOS: " TOTAL-CONFIRMADOS
            DISPLAY "CHEQUES DEVUELTOS:   " TOTAL-DEVUELTOS
            DISPLAY "LIBERADOS POR PLAZO: " TOTAL-LIBERADOS
            IF TOTAL-COMISIONES > 0
               DISPLAY "COMISIONES ENCOLADAS: " TOTAL-COMISIONES
                  " POR " IMPORTE-COMISIONES
            END-IF
            DISPLAY "--------------------------------"

            GOBACK.
              MOVE 'D' TO TAB-CAM-ESTADO(RENGLON-CAMARA)
              PERFORM LIBERAR-RETENCION-CHEQUE
              PERFORM EXTORNAR-ABONO-CHEQUE
              PERFORM COBRAR-CHEQUE-DEVUELTO
              PERFORM REPORTAR-DEVOLUCION
              ADD 1 TO TOTAL-DEVUELTOS
           ELSE
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           CLOSE MOVIMIENTOS-FILE.

      *---- Encola la comision por cheque devuelto del tarifario;
      *---- el tipo y la sucursal de la cuenta deciden la tarifa y
      *---- la sucursal a la que se abona el ingreso. Una cuenta
      *---- que ya no esta en el padron no se cobra.
        COBRAR-CHEQUE-DEVUELTO.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-CUENTAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CAM-CUENTA(IDX-CAM) TO NUMERO-CUENTA
           READ CUENTAS-FILE KEY IS NUMERO-CUENTA
              INVALID KEY
                 CLOSE CUENTAS-FILE
                 EXIT PARAGRAPH
           END-READ
           CLOSE CUENTAS-FILE
           MOVE 'E' TO TFP-ACCION
           MOVE 'D' TO TFP-EVENTO
           MOVE TAB-CAM-CUENTA(IDX-CAM) TO TFP-CUENTA
           MOVE TIPO-CUENTA TO TFP-TIPO-CUENTA
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO TFP-SUCURSAL
           ELSE
              MOVE ZERO TO TFP-SUCURSAL
           END-IF
           MOVE WS-FECHA-HOY TO TFP-FECHA
           MOVE ZERO TO TFP-REF-ORIGEN
           MOVE ZERO TO TFP-REF-REVERSO
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS
           IF TFP-COBRAR
              ADD 1 TO TOTAL-COMISIONES
              ADD TFP-COMISION TO IMPORTE-COMISIONES
           END-IF.

        REPORTAR-DEVOLUCION.
           MOVE TAB-CAM-CUENTA(IDX-CAM) TO DD-CUENTA
           MOVE TAB-CAM-CHEQUE(IDX-CAM) TO DD-CHEQUE
              END-IF
           END-PERFORM.

      *---- Carga CAMARA_SALIDA.DAT completo a memoria, verificándolo
      *---- contra sus cifras de control.
        CARGAR-CAMARA.
           MOVE 'I' TO EPA-OPERACION
           MOVE "CAMARA_SALIDA.DAT" TO EPA-ARCHIVO
           MOVE "CAMARA-COMPENSACION" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           OPEN INPUT CAMARA-FILE
           IF WS-ESTADO-CAMARA = '00'
              PERFORM UNTIL FIN-CAM
                       END-IF
                       MOVE CAM-ESTADO
                         TO TAB-CAM-ESTADO(TOTAL-CAMARA)
                       MOVE CAM-REFERENCIA TO EPA-REFERENCIA
                       MOVE CAM-IMPORTE TO EPA-IMPORTE
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE CAMARA-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Reescribe CAMARA_SALIDA.DAT con los estados del dia.
        GRABAR-CAMARA.
           OPEN OUTPUT CAMARA-FILE
           MOVE 'A' TO EPA-OPERACION
           MOVE 'N' TO EPA-MODO
           MOVE "CAMARA_SALIDA.DAT" TO EPA-ARCHIVO
           MOVE "CAMARA-COMPENSACION" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > TOTAL-CAMARA
              MOVE TAB-CAM-REFERENCIA(IDX-CAM) TO CAM-REFERENCIA
                TO CAM-FECHA-DISPONIBLE
              MOVE TAB-CAM-ESTADO(IDX-CAM) TO CAM-ESTADO
              WRITE CAMARA-REG
              MOVE CAM-REFERENCIA TO EPA-REFERENCIA
              MOVE CAM-IMPORTE TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           END-PERFORM
           CLOSE CAMARA-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Carga RETENCIONES.DAT completo a memoria.
        CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE
           IF WS-ESTADO-RETENCIONES = '00'
              PERFORM UNTIL FIN-RET
                 READ RETENCIONES-FILE NEXT
                    AT END MOVE 'S' TO EOF-RET
                    NOT AT END
                       ADD 1 TO TOTAL-RETENCIONES
              MOVE TAB-RET-MOTIVO(IDX-RET) TO RET-MOTIVO
              MOVE TAB-RET-FECHA(IDX-RET) TO RET-FECHA
              WRITE RETENCION-REG
                 INVALID KEY
                    DISPLAY "RETENCION DUPLICADA NO GRABADA: CUENTA "
                       RET-CUENTA " MOTIVO " RET-MOTIVO
              END-WRITE
           END-PERFORM
           CLOSE RETENCIONES-FILE.

