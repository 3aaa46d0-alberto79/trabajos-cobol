      *> cada cambio de salario deja rastro en SALARIOS_HIST.DAT
      *> (fecha, empleado, salario anterior y nuevo) para responder
      *> el "cuándo cambió y desde cuánto" de cada revisión anual.
      *> La fecha de ingreso se captura en el alta y se corrige en
      *> el cambio; de ella sale la antigüedad de NOMINA-ESPECIAL.
      *> Se acabó el editar EMPLEADOS.DAT con editor de texto.

       ENVIRONMENT DIVISION.
             PIC 9(6)V99.
       01 WS-CAPTURA-CUENTA    PIC X(6).
       01 WS-CAPTURA-CUENTA-9 REDEFINES WS-CAPTURA-CUENTA PIC 9(6).
       01 WS-CAPTURA-FECHA     PIC X(8).
       01 WS-CAPTURA-FECHA-9 REDEFINES WS-CAPTURA-FECHA PIC 9(8).
       01 WS-NUEVO-NOMBRE PIC X(20).
       01 SALARIO-ANTERIOR PIC 9(5)V99 VALUE ZERO.

          05 MALFORMADO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-MALFORMADOS
                INDEXED BY IDX-MAL.
             10 TAB-MAL-RENGLON PIC X(45).
       01 TOTAL-MALFORMADOS PIC 9(3) VALUE 0.

      *> Nómina completa en memoria, reescrita al salir.
             10 TAB-EMP-NOMBRE  PIC X(20).
             10 TAB-EMP-SALARIO PIC 9(5)V99.
             10 TAB-EMP-CUENTA  PIC 9(6).
             10 TAB-EMP-INGRESO PIC 9(8).

       PROCEDURE DIVISION.

              DISPLAY "CUENTA NO NUMERICA, ALTA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE FECHA DE INGRESO (AAAAMMDD)".
           ACCEPT WS-CAPTURA-FECHA.
           IF WS-CAPTURA-FECHA NOT NUMERIC
                 OR WS-CAPTURA-FECHA-9 > WS-FECHA-HOY
              DISPLAY "FECHA DE INGRESO INVALIDA, ALTA CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EMPLEADOS.
           MOVE NUMERO-BUSCADO TO TAB-EMP-NUMERO(TOTAL-EMPLEADOS).
           DISPLAY "INGRESE NOMBRE DEL EMPLEADO".
             TO TAB-EMP-SALARIO(TOTAL-EMPLEADOS).
           MOVE WS-CAPTURA-CUENTA-9
             TO TAB-EMP-CUENTA(TOTAL-EMPLEADOS).
           MOVE WS-CAPTURA-FECHA-9
             TO TAB-EMP-INGRESO(TOTAL-EMPLEADOS).
           PERFORM GRABAR-HISTORIA-ALTA.
           DISPLAY "EMPLEADO AGREGADO".

      *---- Cambio: corrige nombre, salario, cuenta o fecha de
      *---- ingreso; un cambio de salario deja su renglón en la
      *---- historia salarial.
        CAMBIO_EMPLEADO.
           DISPLAY "INGRESE NUMERO DE EMPLEADO A CORREGIR".
           ACCEPT NUMERO-BUSCADO.
                   TO TAB-EMP-CUENTA(IDX-TABLA)
              END-IF
           END-IF.
           MOVE SPACES TO WS-CAPTURA-FECHA.
           DISPLAY "FECHA DE INGRESO ACTUAL: "
              TAB-EMP-INGRESO(IDX-TABLA).
           DISPLAY "INGRESE NUEVA FECHA (ENTER PARA NO CAMBIAR)".
           ACCEPT WS-CAPTURA-FECHA.
           IF WS-CAPTURA-FECHA NOT = SPACES
              IF WS-CAPTURA-FECHA NOT NUMERIC
                    OR WS-CAPTURA-FECHA-9 > WS-FECHA-HOY
                 DISPLAY "FECHA INVALIDA, SE DEJA LA ACTUAL"
              ELSE
                 MOVE WS-CAPTURA-FECHA-9
                   TO TAB-EMP-INGRESO(IDX-TABLA)
              END-IF
           END-IF.
           DISPLAY "EMPLEADO CORREGIDO".

      *---- Baja: elimina al empleado desplazando los siguientes.
              DISPLAY TAB-EMP-NUMERO(IDX) " " TAB-EMP-NOMBRE(IDX)
                 " SALARIO " TAB-EMP-SALARIO(IDX)
                 " CUENTA " TAB-EMP-CUENTA(IDX)
                 " INGRESO " TAB-EMP-INGRESO(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE EMPLEADOS: " TOTAL-EMPLEADOS.

                             MOVE ZERO
                               TO TAB-EMP-CUENTA(TOTAL-EMPLEADOS)
                          END-IF
                          IF EMP-FECHA-INGRESO NUMERIC
                             MOVE EMP-FECHA-INGRESO
                               TO TAB-EMP-INGRESO(TOTAL-EMPLEADOS)
                          ELSE
                             MOVE ZERO
                               TO TAB-EMP-INGRESO(TOTAL-EMPLEADOS)
                          END-IF
                       ELSE
                          ADD 1 TO TOTAL-MALFORMADOS
                          MOVE EMPLEADO-REG
              MOVE TAB-EMP-NOMBRE(IDX) TO EMP-NOMBRE
              MOVE TAB-EMP-SALARIO(IDX) TO EMP-SALARIO
              MOVE TAB-EMP-CUENTA(IDX) TO EMP-CUENTA
              MOVE TAB-EMP-INGRESO(IDX) TO EMP-FECHA-INGRESO
              WRITE EMPLEADO-REG
           END-PERFORM.
      *---- Los renglones malformados regresan tal cual al final
