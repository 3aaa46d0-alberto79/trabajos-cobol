      *> dentro de MOVIMIENTOS.DAT cuando llega el día del mes
      *> programado. Mismo molde que MANTENIMIENTO-CUENTAS: alta,
      *> cambio, baja y listado, con el renglón identificado por su
      *> número de lugar en el listado. Un pago puede ir a otra
      *> cuenta o ser el recibo domiciliado de un servicio (luz,
      *> agua, teléfono...), con el emisor y la referencia del
      *> recibo validados por VALIDA-REFERENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PAG-DIA            PIC 9(2).
           05 PAG-ACTIVO         PIC X(1).
           05 PAG-REINTENTOS     PIC 9(2).
      *---- Pago de servicio: clave del emisor en
      *---- EMISORES_SERVICIO.CTL y referencia del recibo; el pago
      *---- sale a ese emisor y no lleva cuenta destino. Cero (o en
      *---- blanco) es un pago entre cuentas.
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD CUENTAS-FILE.
           COPY CUENTAREG.
       01 CUENTA-BUSCADA PIC 9(6).
       01 CUENTA-VALIDA PIC X(1) VALUE 'N'.
          88 CUENTA-EXISTE VALUE 'S'.
       01 TIPO-PAGO PIC X(1) VALUE SPACE.

      *> --- Validación del emisor y la referencia del recibo.
           COPY REFSERVPARREG.

      *> Tamaño máximo del padrón de pagos en memoria; mismo criterio
      *> que las tablas de los demás programas de mantenimiento.
             10 TAB-PAG-DIA     PIC 9(2).
             10 TAB-PAG-ACTIVO  PIC X(1).
             10 TAB-PAG-REINTENTOS PIC 9(2).
             10 TAB-PAG-EMISOR  PIC 9(4).
             10 TAB-PAG-REF-SERVICIO PIC X(20).

       PROCEDURE DIVISION.

            STOP RUN.

      *---- Alta: agrega un pago programado nuevo, validando que la
      *---- cuenta que paga y la que recibe existan en CUENTAS.DAT;
      *---- en un pago de servicio, en lugar de la cuenta que recibe
      *---- se validan el emisor y la referencia del recibo.
        ALTA_PAGO.
           DISPLAY "INGRESE CUENTA QUE PAGA".
           ACCEPT CUENTA-BUSCADA.
           ELSE
              ADD 1 TO TOTAL-PAGOS
              MOVE CUENTA-BUSCADA TO TAB-PAG-CUENTA(TOTAL-PAGOS)
              MOVE ZERO TO TAB-PAG-EMISOR(TOTAL-PAGOS)
              MOVE SPACES TO TAB-PAG-REF-SERVICIO(TOTAL-PAGOS)
              DISPLAY "TIPO DE PAGO: C=A OTRA CUENTA S=SERVICIO"
              MOVE 'C' TO TIPO-PAGO
              ACCEPT TIPO-PAGO
              IF TIPO-PAGO = 'S'
                 PERFORM CAPTURAR_SERVICIO
              ELSE
                 DISPLAY "INGRESE CUENTA QUE RECIBE"
                 ACCEPT CUENTA-BUSCADA
                 PERFORM VALIDAR_CUENTA_MAESTRO
                 IF NOT CUENTA-EXISTE
                    DISPLAY "CUENTA DESTINO NO ENCONTRADA EN "
                       "CUENTAS.DAT"
                 END-IF
              END-IF
              IF NOT CUENTA-EXISTE
                 SUBTRACT 1 FROM TOTAL-PAGOS
              ELSE
                 MOVE CUENTA-BUSCADA TO TAB-PAG-DESTINO(TOTAL-PAGOS)
              END-IF
           END-IF.

      *---- Pago de servicio: emisor y referencia del recibo
      *---- validados contra el catálogo de emisores. El pago no
      *---- tiene cuenta destino; CUENTA-VALIDA queda en 'S' sólo si
      *---- la referencia es buena, para que el alta siga.
        CAPTURAR_SERVICIO.
           MOVE 'N' TO CUENTA-VALIDA.
           DISPLAY "INGRESE CLAVE DEL EMISOR".
           ACCEPT RSP-EMISOR.
           DISPLAY "INGRESE REFERENCIA DEL RECIBO".
           MOVE SPACES TO RSP-REFERENCIA.
           ACCEPT RSP-REFERENCIA.
           CALL 'VALIDA-REFERENCIA' USING REFERENCIA-PARAMETROS.
           IF NOT RSP-VALIDA
              DISPLAY "REFERENCIA NO ACEPTADA: " RSP-MOTIVO
           ELSE
              DISPLAY "EMISOR: " RSP-NOMBRE
                 " COMISION POR PAGO: " RSP-COMISION
              MOVE RSP-EMISOR TO TAB-PAG-EMISOR(TOTAL-PAGOS)
              MOVE RSP-REFERENCIA TO TAB-PAG-REF-SERVICIO(TOTAL-PAGOS)
              MOVE ZERO TO CUENTA-BUSCADA
              MOVE 'S' TO CUENTA-VALIDA
           END-IF.

      *---- Cambio: corrige el importe, el día o el estado activo de
      *---- un pago existente, señalado por su número de renglón.
        CAMBIO_PAGO.
                 " DIA " TAB-PAG-DIA(IDX)
                 " ACTIVO " TAB-PAG-ACTIVO(IDX)
                 " REINT " TAB-PAG-REINTENTOS(IDX)
              IF TAB-PAG-EMISOR(IDX) > 0
                 DISPLAY "     SERVICIO EMISOR " TAB-PAG-EMISOR(IDX)
                    " REFERENCIA " TAB-PAG-REF-SERVICIO(IDX)
              END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE PAGOS PROGRAMADOS: " TOTAL-PAGOS.

                          MOVE ZERO
                            TO TAB-PAG-REINTENTOS(TOTAL-PAGOS)
                       END-IF
                       IF PAG-EMISOR NUMERIC
                          MOVE PAG-EMISOR
                            TO TAB-PAG-EMISOR(TOTAL-PAGOS)
                       ELSE
                          MOVE ZERO TO TAB-PAG-EMISOR(TOTAL-PAGOS)
                       END-IF
                       MOVE PAG-REF-SERVICIO
                         TO TAB-PAG-REF-SERVICIO(TOTAL-PAGOS)
                 END-READ
              END-PERFORM
              CLOSE PAGOS-FILE
              MOVE TAB-PAG-DIA(IDX)     TO PAG-DIA
              MOVE TAB-PAG-ACTIVO(IDX)  TO PAG-ACTIVO
              MOVE TAB-PAG-REINTENTOS(IDX) TO PAG-REINTENTOS
              MOVE TAB-PAG-EMISOR(IDX) TO PAG-EMISOR
              MOVE TAB-PAG-REF-SERVICIO(IDX) TO PAG-REF-SERVICIO
              WRITE PAGO-REG
           END-PERFORM.
           CLOSE PAGOS-FILE.
