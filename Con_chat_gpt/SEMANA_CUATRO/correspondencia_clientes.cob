       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCIA-CLIENTES.

      *> --- Generador nocturno de cartas a clientes: toma los
      *> eventos pendientes de CARTAS_EVENTOS.DAT (documento KYC por
      *> vencer, cuenta por dormirse, sobregiro, plazo fijo vencido,
      *> cuota de préstamo rebotada), los combina con la plantilla
      *> de su tipo (CARTA_<tipo>.TXT; sin archivo, la plantilla de
      *> omisión que trae el programa) sustituyendo <NOMBRE>,
      *> <DIRECCION>, <CUENTA>, <IMPORTE>, <FECHA> y <HOY>, e imprime
      *> las cartas del día en CARTAS.RPT agrupadas por sucursal,
      *> con la lista de envío en CARTAS_ENVIO.RPT. Cada carta
      *> emitida queda en la historia del cliente (CARTAS_HIST.DAT)
      *> con su folio de CARTAS_FOLIO.CTL. No se repite la misma
      *> carta al mismo cliente y cuenta dentro de la ventana de
      *> reenvío de CARTAS.CTL (30 días sin archivo), ni se le
      *> escribe a un titular fallecido o sin domicilio. La cola se
      *> reescribe con lo pendiente y con lo resuelto hoy. Lo corre
      *> PROCESO-NOCTURNO al final de la cadena diaria, después de
      *> todos los pasos que encolan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-FILE ASSIGN TO 'CARTAS_EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EVENTOS.
           SELECT PLANTILLA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-PLANTILLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLANTILLA.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT HISTORIA-FILE ASSIGN TO 'CARTAS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIA.
           SELECT CONTROL-FILE ASSIGN TO 'CARTAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT FOLIO-FILE ASSIGN TO 'CARTAS_FOLIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT CARTAS-FILE ASSIGN TO 'CARTAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.
           SELECT ENVIO-FILE ASSIGN TO 'CARTAS_ENVIO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENVIO.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS-FILE.
           COPY CARTAEVENTOREG.

      *---- Plantilla de un tipo de carta, un renglón por línea.
       FD PLANTILLA-FILE.
       01 PLANTILLA-REG PIC X(80).

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD HISTORIA-FILE.
           COPY CARTAHISTREG.

      *---- Días que deben pasar antes de repetir la misma carta.
       FD CONTROL-FILE.
       01 CTL-REG.
           05 CTL-DIAS-REENVIO PIC 9(3).

       FD FOLIO-FILE.
       01 FOLIO-REG.
           05 CTL-ULTIMO-FOLIO PIC 9(6).

       FD CARTAS-FILE.
       01 LINEA-CARTAS PIC X(100).

       FD ENVIO-FILE.
       01 LINEA-ENVIO PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EVENTOS   PIC X(2).
       01 WS-ESTADO-PLANTILLA PIC X(2).
       01 WS-ESTADO-CUENTAS   PIC X(2).
       01 WS-ESTADO-CLIENTES  PIC X(2).
       01 WS-ESTADO-HISTORIA  PIC X(2).
       01 WS-ESTADO-CONTROL   PIC X(2).
       01 WS-ESTADO-FOLIO     PIC X(2).
       01 WS-ESTADO-CARTAS    PIC X(2).
       01 WS-ESTADO-ENVIO     PIC X(2).
       01 WS-NOMBRE-PLANTILLA PIC X(30) VALUE SPACES.

       01 EOF-EVT PIC X VALUE 'N'.
          88 FIN-EVT VALUE 'S'.
       01 EOF-PLA PIC X VALUE 'N'.
          88 FIN-PLA VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-CHI PIC X VALUE 'N'.
          88 FIN-CHI VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 DIAS-HOY PIC 9(8) VALUE 0.
       01 FECHA-HISTORIA PIC 9(8).
       01 FILLER REDEFINES FECHA-HISTORIA.
          05 FH-ANO PIC 9(4).
          05 FH-MES PIC 9(2).
          05 FH-DIA PIC 9(2).
       01 DIAS-HISTORIA PIC 9(8) VALUE 0.
      *> Ventana de reenvío si CARTAS.CTL no existe todavía.
       01 DIAS-REENVIO PIC 9(3) VALUE 30.
       01 ULTIMO-FOLIO PIC 9(6) VALUE 0.

      *> --- Cola de eventos en memoria; se reescribe al final con
      *> el estado y el folio que le tocó a cada uno. SUCURSAL y
      *> RENGLON-CLIENTE los resuelve el primer pase para los que
      *> van a carta ('X' en TAB-EVT-ESTADO mientras se imprimen).
       01 EVENTOS-TABLA.
          05 EVENTO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-EVENTOS
                INDEXED BY IDX-EVT.
             10 TAB-EVT-FECHA      PIC 9(8).
             10 TAB-EVT-TIPO       PIC X(10).
             10 TAB-EVT-CLIENTE    PIC 9(5).
             10 TAB-EVT-CUENTA     PIC 9(6).
             10 TAB-EVT-IMPORTE    PIC 9(9)V99.
             10 TAB-EVT-FECHA-DATO PIC 9(8).
             10 TAB-EVT-PROGRAMA   PIC X(15).
             10 TAB-EVT-ESTADO     PIC X(1).
             10 TAB-EVT-FOLIO      PIC 9(6).
             10 TAB-EVT-SUCURSAL   PIC 9(3).
             10 TAB-EVT-RENGLON-CLI PIC 9(5).
             10 TAB-EVT-RENGLON-PLA PIC 9(2).
             10 TAB-EVT-RESUELTO-HOY PIC X(1).
       01 TOTAL-EVENTOS PIC 9(5) VALUE 0.

      *> --- Padrón de clientes: nombre completo, domicilio y
      *> bloqueo.
       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO    PIC 9(5).
             10 TAB-CLI-NOMBRE    PIC X(52).
             10 TAB-CLI-DIRECCION PIC X(30).
             10 TAB-CLI-BLOQUEO   PIC X(1).
       01 TOTAL-CLIENTES PIC 9(5) VALUE 0.
       01 RENGLON-CLIENTE PIC 9(5) VALUE 0.
       01 CLIENTE-BUSCADO PIC 9(5) VALUE 0.

      *> --- Cartas mandadas dentro de la ventana de reenvío, más
      *> las que esta corrida va emitiendo.
       01 ENVIADAS-TABLA.
          05 ENVIADA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-ENVIADAS
                INDEXED BY IDX-ENV.
             10 TAB-ENV-TIPO    PIC X(10).
             10 TAB-ENV-CLIENTE PIC 9(5).
             10 TAB-ENV-CUENTA  PIC 9(6).
       01 TOTAL-ENVIADAS PIC 9(5) VALUE 0.
       01 YA-ENVIADA PIC X(1) VALUE 'N'.
          88 ES-YA-ENVIADA VALUE 'S'.

      *> --- Plantillas cargadas, una por tipo de carta.
       01 PLANTILLAS-TABLA.
          05 PLANTILLA-RENGLON OCCURS 10 TIMES INDEXED BY IDX-PLA.
             10 TAB-PLA-TIPO   PIC X(10).
             10 TAB-PLA-LINEAS PIC 9(2).
             10 TAB-PLA-LINEA  PIC X(80) OCCURS 40 TIMES.
       01 TOTAL-PLANTILLAS PIC 9(2) VALUE 0.
       01 RENGLON-PLANTILLA PIC 9(2) VALUE 0.
       01 IDX-LIN PIC 9(2) VALUE 0.

      *> --- Plantillas de omisión, por si la sucursal todavía no
      *> deja la suya: tipo y texto de cada línea.
       01 PLANTILLAS-OMISION-VAL.
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE "<HOY>".
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE "<NOMBRE>".
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE "<DIRECCION>".
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE
             "EL DOCUMENTO DE IDENTIDAD DE SU EXPEDIENTE VENCE O".
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE
             "VENCIO EL <FECHA>. LE PEDIMOS PASAR A SU SUCURSAL".
          05 FILLER PIC X(10) VALUE "KYC".
          05 FILLER PIC X(60) VALUE
             "CON UNA IDENTIFICACION VIGENTE PARA ACTUALIZARLO.".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE "<HOY>".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE "<NOMBRE>".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE "<DIRECCION>".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE
             "SU CUENTA <CUENTA> NO TIENE MOVIMIENTOS DESDE EL".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE
             "<FECHA> Y SU SALDO ES DE $<IMPORTE>. SI NO SE MUEVE".
          05 FILLER PIC X(10) VALUE "INACTIVA".
          05 FILLER PIC X(60) VALUE
             "PRONTO QUEDARA INACTIVA Y NO ADMITIRA CARGOS.".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE "<HOY>".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE "<NOMBRE>".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE "<DIRECCION>".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE
             "SU CUENTA <CUENTA> ESTA EN SOBREGIRO DESDE EL".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE
             "<FECHA> POR $<IMPORTE>. LE PEDIMOS CUBRIR EL SALDO".
          05 FILLER PIC X(10) VALUE "COBRANZA".
          05 FILLER PIC X(60) VALUE
             "O ACUDIR A SU SUCURSAL PARA CONVENIR EL PAGO.".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE "<HOY>".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE "<NOMBRE>".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE "<DIRECCION>".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE
             "SU PLAZO FIJO LIGADO A LA CUENTA <CUENTA> VENCIO EL".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE
             "<FECHA> CON UN IMPORTE DE $<IMPORTE> ENTRE CAPITAL".
          05 FILLER PIC X(10) VALUE "PLAZO".
          05 FILLER PIC X(60) VALUE
             "E INTERES, QUE SE APLICO SEGUN SU INSTRUCCION.".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE "<HOY>".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE "<NOMBRE>".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE "<DIRECCION>".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE
             "NO PUDIMOS COBRAR EN SU CUENTA <CUENTA> LA CUOTA DE".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE
             "SU PRESTAMO POR $<IMPORTE> QUE VENCIO EL <FECHA>.".
          05 FILLER PIC X(10) VALUE "PRESTAMO".
          05 FILLER PIC X(60) VALUE
             "LE PEDIMOS DEPOSITAR EL IMPORTE PARA EVITAR RECARGOS.".
       01 PLANTILLAS-OMISION REDEFINES PLANTILLAS-OMISION-VAL.
          05 LINEA-OMISION OCCURS 35 TIMES INDEXED BY IDX-OMI.
             10 OMI-TIPO  PIC X(10).
             10 OMI-TEXTO PIC X(60).
       01 TOTAL-LINEAS-OMISION PIC 9(2) VALUE 35.

      *> --- Sucursales con cartas hoy, en orden ascendente.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-NUMERO PIC 9(3).
             10 TAB-SUC-CARTAS PIC 9(5).
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.
       01 POSICION-SUCURSAL PIC 9(3) VALUE 0.
       01 IDX-MOV-SUC PIC 9(3) VALUE 0.

      *> --- Combinación de la línea en turno: posición en la
      *> plantilla, puntero en la carta y el valor de la marca.
       01 LINEA-PLANTILLA PIC X(80).
       01 LINEA-CARTA PIC X(100).
       01 POS-PLANTILLA PIC 9(3) VALUE 0.
       01 PUNTERO-CARTA PIC 9(3) VALUE 0.
       01 LONGITUD-MARCA PIC 9(2) VALUE 0.
       01 VALOR-CAMPO PIC X(60) VALUE SPACES.
       01 LONGITUD-VALOR PIC 9(2) VALUE 0.
       01 INICIO-VALOR PIC 9(2) VALUE 0.
       01 IMPORTE-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 FECHA-EDITADA.
          05 FED-DIA PIC 9(2).
          05 FILLER  PIC X(1) VALUE '/'.
          05 FED-MES PIC 9(2).
          05 FILLER  PIC X(1) VALUE '/'.
          05 FED-ANO PIC 9(4).
       01 FECHA-A-EDITAR PIC 9(8).
       01 FILLER REDEFINES FECHA-A-EDITAR.
          05 FAE-ANO PIC 9(4).
          05 FAE-MES PIC 9(2).
          05 FAE-DIA PIC 9(2).

       01 TOTAL-PENDIENTES PIC 9(5) VALUE 0.
       01 TOTAL-EMITIDAS   PIC 9(5) VALUE 0.
       01 TOTAL-OMITIDAS   PIC 9(5) VALUE 0.
       01 TOTAL-SIN-PLANTILLA PIC 9(5) VALUE 0.

      *> --- Encabezados y renglones de los reportes.
       01 LINEA-SUCURSAL.
          05 FILLER      PIC X(22) VALUE "===== CARTAS SUCURSAL ".
          05 LSU-NUMERO  PIC 9(3).
          05 FILLER      PIC X(10) VALUE " DEL DIA ".
          05 LSU-FECHA   PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 LSU-CARTAS  PIC ZZZZ9.
          05 FILLER      PIC X(13) VALUE " CARTAS =====".
       01 LINEA-FOLIO.
          05 FILLER      PIC X(11) VALUE "---- FOLIO ".
          05 LFO-FOLIO   PIC 9(6).
          05 FILLER      PIC X(6) VALUE " TIPO ".
          05 LFO-TIPO    PIC X(10).
          05 FILLER      PIC X(9) VALUE " CLIENTE ".
          05 LFO-CLIENTE PIC 9(5).
          05 FILLER      PIC X(8) VALUE " CUENTA ".
          05 LFO-CUENTA  PIC 9(6).
          05 FILLER      PIC X(5) VALUE " ----".
       01 LINEA-DESTINATARIO.
          05 LDE-SUCURSAL  PIC 9(3).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-FOLIO     PIC 9(6).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-CLIENTE   PIC 9(5).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-NOMBRE    PIC X(52).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-DIRECCION PIC X(30).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-TIPO      PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 LDE-CUENTA    PIC 9(6).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            COMPUTE DIAS-HOY
               = WS-HOY-ANO * 360 + WS-HOY-MES * 30 + WS-HOY-DIA

            PERFORM CARGAR-EVENTOS
            IF TOTAL-PENDIENTES = 0
               DISPLAY "SIN EVENTOS PENDIENTES DE CARTA"
               PERFORM GRABAR-EVENTOS
               GOBACK
            END-IF
            PERFORM LEER-CONTROL
            PERFORM LEER-FOLIO
            PERFORM CARGAR-CLIENTES
            PERFORM CARGAR-HISTORIA

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM VARYING IDX-EVT FROM 1 BY 1
                    UNTIL IDX-EVT > TOTAL-EVENTOS
               IF TAB-EVT-ESTADO(IDX-EVT) = 'P'
                  PERFORM PREPARAR-EVENTO
               END-IF
            END-PERFORM
            CLOSE CUENTAS-FILE

            OPEN OUTPUT CARTAS-FILE
            IF WS-ESTADO-CARTAS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CARTAS.RPT (ESTADO "
                  WS-ESTADO-CARTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN OUTPUT ENVIO-FILE
            OPEN EXTEND HISTORIA-FILE
            IF WS-ESTADO-HISTORIA NOT = '00'
               OPEN OUTPUT HISTORIA-FILE
            END-IF
            MOVE "LISTA DE ENVIO DE CARTAS A CLIENTES" TO LINEA-ENVIO
            WRITE LINEA-ENVIO
            MOVE SPACES TO LINEA-ENVIO
            WRITE LINEA-ENVIO

            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCURSALES
               PERFORM IMPRIMIR-SUCURSAL
            END-PERFORM

            CLOSE CARTAS-FILE
            CLOSE ENVIO-FILE
            CLOSE HISTORIA-FILE
            PERFORM GRABAR-FOLIO
            PERFORM GRABAR-EVENTOS

            DISPLAY "--------------------------------"
            DISPLAY "EVENTOS PENDIENTES:   " TOTAL-PENDIENTES
            DISPLAY "CARTAS EMITIDAS:      " TOTAL-EMITIDAS
            DISPLAY "EVENTOS OMITIDOS:     " TOTAL-OMITIDAS
            DISPLAY "SIN PLANTILLA:        " TOTAL-SIN-PLANTILLA
            DISPLAY "SUCURSALES:           " TOTAL-SUCURSALES
            DISPLAY "CARTAS EN CARTAS.RPT, LISTA EN CARTAS_ENVIO.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Carga la cola completa; lo ya resuelto en días
      *---- anteriores se descarta al reescribirla.
        CARGAR-EVENTOS.
           OPEN INPUT EVENTOS-FILE
           IF WS-ESTADO-EVENTOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-EVT
              READ EVENTOS-FILE
                 AT END MOVE 'S' TO EOF-EVT
                 NOT AT END
                    IF CEV-CUENTA NUMERIC AND CEV-CLIENTE NUMERIC
                          AND TOTAL-EVENTOS < 99999
                       ADD 1 TO TOTAL-EVENTOS
                       MOVE CEV-FECHA TO TAB-EVT-FECHA(TOTAL-EVENTOS)
                       MOVE CEV-TIPO TO TAB-EVT-TIPO(TOTAL-EVENTOS)
                       MOVE CEV-CLIENTE
                         TO TAB-EVT-CLIENTE(TOTAL-EVENTOS)
                       MOVE CEV-CUENTA TO TAB-EVT-CUENTA(TOTAL-EVENTOS)
                       MOVE CEV-IMPORTE
                         TO TAB-EVT-IMPORTE(TOTAL-EVENTOS)
                       MOVE CEV-FECHA-DATO
                         TO TAB-EVT-FECHA-DATO(TOTAL-EVENTOS)
                       MOVE CEV-PROGRAMA
                         TO TAB-EVT-PROGRAMA(TOTAL-EVENTOS)
                       MOVE CEV-ESTADO TO TAB-EVT-ESTADO(TOTAL-EVENTOS)
                       MOVE CEV-FOLIO TO TAB-EVT-FOLIO(TOTAL-EVENTOS)
                       MOVE ZERO TO TAB-EVT-SUCURSAL(TOTAL-EVENTOS)
                       MOVE ZERO TO TAB-EVT-RENGLON-CLI(TOTAL-EVENTOS)
                       MOVE ZERO TO TAB-EVT-RENGLON-PLA(TOTAL-EVENTOS)
                       MOVE 'N'
                         TO TAB-EVT-RESUELTO-HOY(TOTAL-EVENTOS)
                       IF CEV-PENDIENTE
                          ADD 1 TO TOTAL-PENDIENTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTOS-FILE.

        LEER-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-ESTADO-CONTROL = '00'
              READ CONTROL-FILE
                 NOT AT END
                    IF CTL-DIAS-REENVIO NUMERIC
                       MOVE CTL-DIAS-REENVIO TO DIAS-REENVIO
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

        LEER-FOLIO.
           OPEN INPUT FOLIO-FILE
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 NOT AT END
                    IF CTL-ULTIMO-FOLIO NUMERIC
                       MOVE CTL-ULTIMO-FOLIO TO ULTIMO-FOLIO
                    END-IF
              END-READ
              CLOSE FOLIO-FILE
           END-IF.

        GRABAR-FOLIO.
           OPEN OUTPUT FOLIO-FILE
           MOVE ULTIMO-FOLIO TO CTL-ULTIMO-FOLIO
           WRITE FOLIO-REG
           CLOSE FOLIO-FILE.

      *---- Nombre completo armado de nombre y apellidos, como lo
      *---- imprime el sobre.
        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC AND TOTAL-CLIENTES < 9999
                       ADD 1 TO TOTAL-CLIENTES
                       MOVE CLI-NUMERO
                         TO TAB-CLI-NUMERO(TOTAL-CLIENTES)
                       MOVE SPACES TO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                       STRING CLI-NOMBRE DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              CLI-APELLIDO1 DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              CLI-APELLIDO2 DELIMITED BY "  "
                          INTO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                       END-STRING
                       MOVE CLI-DIRECCION
                         TO TAB-CLI-DIRECCION(TOTAL-CLIENTES)
                       MOVE CLI-BLOQUEO
                         TO TAB-CLI-BLOQUEO(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

      *---- Sólo interesan las cartas de la ventana de reenvío;
      *---- las más viejas ya no detienen una carta nueva.
        CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF WS-ESTADO-HISTORIA NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CHI
              READ HISTORIA-FILE
                 AT END MOVE 'S' TO EOF-CHI
                 NOT AT END
                    IF CHI-FECHA NUMERIC
                       MOVE CHI-FECHA TO FECHA-HISTORIA
                       COMPUTE DIAS-HISTORIA
                          = FH-ANO * 360 + FH-MES * 30 + FH-DIA
                       IF DIAS-HISTORIA + DIAS-REENVIO > DIAS-HOY
                             AND TOTAL-ENVIADAS < 99999
                          ADD 1 TO TOTAL-ENVIADAS
                          MOVE CHI-TIPO
                            TO TAB-ENV-TIPO(TOTAL-ENVIADAS)
                          MOVE CHI-CLIENTE
                            TO TAB-ENV-CLIENTE(TOTAL-ENVIADAS)
                          MOVE CHI-CUENTA
                            TO TAB-ENV-CUENTA(TOTAL-ENVIADAS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORIA-FILE.

      *---- Primer pase sobre el evento pendiente IDX-EVT: resuelve
      *---- cliente y sucursal por la cuenta, decide si va a carta
      *---- ('X') o se omite ('O'), y ubica su plantilla. Sin
      *---- plantilla el evento sigue pendiente para mañana.
        PREPARAR-EVENTO.
           IF TAB-EVT-CUENTA(IDX-EVT) > 0
              MOVE TAB-EVT-CUENTA(IDX-EVT) TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUENTA-SUCURSAL NUMERIC
                       MOVE CUENTA-SUCURSAL
                         TO TAB-EVT-SUCURSAL(IDX-EVT)
                    END-IF
                    IF TAB-EVT-CLIENTE(IDX-EVT) = 0
                          AND CUENTA-CLIENTE NUMERIC
                       MOVE CUENTA-CLIENTE
                         TO TAB-EVT-CLIENTE(IDX-EVT)
                    END-IF
              END-READ
           END-IF

           MOVE TAB-EVT-CLIENTE(IDX-EVT) TO CLIENTE-BUSCADO
           PERFORM BUSCAR-CLIENTE
           IF RENGLON-CLIENTE = 0
              PERFORM OMITIR-EVENTO
              EXIT PARAGRAPH
           END-IF
           IF TAB-CLI-BLOQUEO(RENGLON-CLIENTE) = 'D'
                 OR TAB-CLI-DIRECCION(RENGLON-CLIENTE) = SPACES
              PERFORM OMITIR-EVENTO
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ENVIADA
           IF ES-YA-ENVIADA
              PERFORM OMITIR-EVENTO
              EXIT PARAGRAPH
           END-IF

           PERFORM UBICAR-PLANTILLA
           IF RENGLON-PLANTILLA = 0
              ADD 1 TO TOTAL-SIN-PLANTILLA
              DISPLAY "SIN PLANTILLA PARA CARTA "
                 TAB-EVT-TIPO(IDX-EVT) ", EL EVENTO QUEDA PENDIENTE"
              EXIT PARAGRAPH
           END-IF

           MOVE 'X' TO TAB-EVT-ESTADO(IDX-EVT)
           MOVE RENGLON-CLIENTE TO TAB-EVT-RENGLON-CLI(IDX-EVT)
           MOVE RENGLON-PLANTILLA TO TAB-EVT-RENGLON-PLA(IDX-EVT)
           IF TOTAL-ENVIADAS < 99999
              ADD 1 TO TOTAL-ENVIADAS
              MOVE TAB-EVT-TIPO(IDX-EVT)
                TO TAB-ENV-TIPO(TOTAL-ENVIADAS)
              MOVE TAB-EVT-CLIENTE(IDX-EVT)
                TO TAB-ENV-CLIENTE(TOTAL-ENVIADAS)
              MOVE TAB-EVT-CUENTA(IDX-EVT)
                TO TAB-ENV-CUENTA(TOTAL-ENVIADAS)
           END-IF
           PERFORM ANOTAR-SUCURSAL.

        OMITIR-EVENTO.
           MOVE 'O' TO TAB-EVT-ESTADO(IDX-EVT)
           MOVE 'S' TO TAB-EVT-RESUELTO-HOY(IDX-EVT)
           ADD 1 TO TOTAL-OMITIDAS.

        BUSCAR-CLIENTE.
           MOVE 0 TO RENGLON-CLIENTE
           IF CLIENTE-BUSCADO = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = CLIENTE-BUSCADO
                 SET RENGLON-CLIENTE TO IDX-CLI
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- La misma carta al mismo cliente y cuenta ya salió dentro
      *---- de la ventana (o en esta misma corrida).
        BUSCAR-ENVIADA.
           MOVE 'N' TO YA-ENVIADA
           PERFORM VARYING IDX-ENV FROM 1 BY 1
                   UNTIL IDX-ENV > TOTAL-ENVIADAS
              IF TAB-ENV-TIPO(IDX-ENV) = TAB-EVT-TIPO(IDX-EVT)
                    AND TAB-ENV-CLIENTE(IDX-ENV)
                        = TAB-EVT-CLIENTE(IDX-EVT)
                    AND TAB-ENV-CUENTA(IDX-ENV)
                        = TAB-EVT-CUENTA(IDX-EVT)
                 MOVE 'S' TO YA-ENVIADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Deja en RENGLON-PLANTILLA la plantilla del tipo del
      *---- evento, cargándola la primera vez: CARTA_<tipo>.TXT si
      *---- existe, si no la de omisión; 0 si no hay ninguna.
        UBICAR-PLANTILLA.
           MOVE 0 TO RENGLON-PLANTILLA
           PERFORM VARYING IDX-PLA FROM 1 BY 1
                   UNTIL IDX-PLA > TOTAL-PLANTILLAS
              IF TAB-PLA-TIPO(IDX-PLA) = TAB-EVT-TIPO(IDX-EVT)
                 SET RENGLON-PLANTILLA TO IDX-PLA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-PLANTILLA > 0
              IF TAB-PLA-LINEAS(RENGLON-PLANTILLA) = 0
                 MOVE 0 TO RENGLON-PLANTILLA
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF TOTAL-PLANTILLAS >= 10
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO TOTAL-PLANTILLAS
           MOVE TOTAL-PLANTILLAS TO RENGLON-PLANTILLA
           MOVE TAB-EVT-TIPO(IDX-EVT) TO TAB-PLA-TIPO(RENGLON-PLANTILLA)
           MOVE 0 TO TAB-PLA-LINEAS(RENGLON-PLANTILLA)
           MOVE SPACES TO WS-NOMBRE-PLANTILLA
           STRING "CARTA_" DELIMITED BY SIZE
                  TAB-EVT-TIPO(IDX-EVT) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
              INTO WS-NOMBRE-PLANTILLA
           END-STRING
           OPEN INPUT PLANTILLA-FILE
           IF WS-ESTADO-PLANTILLA = '00'
              MOVE 'N' TO EOF-PLA
              PERFORM UNTIL FIN-PLA
                 READ PLANTILLA-FILE
                    AT END MOVE 'S' TO EOF-PLA
                    NOT AT END
                       IF TAB-PLA-LINEAS(RENGLON-PLANTILLA) < 40
                          ADD 1 TO TAB-PLA-LINEAS(RENGLON-PLANTILLA)
                          MOVE TAB-PLA-LINEAS(RENGLON-PLANTILLA)
                            TO IDX-LIN
                          MOVE PLANTILLA-REG
                            TO TAB-PLA-LINEA(RENGLON-PLANTILLA,
                                             IDX-LIN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANTILLA-FILE
           ELSE
              PERFORM VARYING IDX-OMI FROM 1 BY 1
                      UNTIL IDX-OMI > TOTAL-LINEAS-OMISION
                 IF OMI-TIPO(IDX-OMI) = TAB-EVT-TIPO(IDX-EVT)
                    ADD 1 TO TAB-PLA-LINEAS(RENGLON-PLANTILLA)
                    MOVE TAB-PLA-LINEAS(RENGLON-PLANTILLA) TO IDX-LIN
                    MOVE OMI-TEXTO(IDX-OMI)
                      TO TAB-PLA-LINEA(RENGLON-PLANTILLA, IDX-LIN)
                 END-IF
              END-PERFORM
           END-IF
           IF TAB-PLA-LINEAS(RENGLON-PLANTILLA) = 0
              MOVE 0 TO RENGLON-PLANTILLA
           END-IF.

      *---- Agrega la sucursal del evento a la lista ordenada, o le
      *---- cuenta una carta más si ya está.
        ANOTAR-SUCURSAL.
           MOVE 0 TO POSICION-SUCURSAL
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-NUMERO(IDX-SUC) >= TAB-EVT-SUCURSAL(IDX-EVT)
                 SET POSICION-SUCURSAL TO IDX-SUC
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF POSICION-SUCURSAL > 0
              IF TAB-SUC-NUMERO(POSICION-SUCURSAL)
                    = TAB-EVT-SUCURSAL(IDX-EVT)
                 ADD 1 TO TAB-SUC-CARTAS(POSICION-SUCURSAL)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF TOTAL-SUCURSALES >= 999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-SUCURSALES
           IF POSICION-SUCURSAL = 0
              MOVE TOTAL-SUCURSALES TO POSICION-SUCURSAL
           ELSE
              PERFORM VARYING IDX-MOV-SUC FROM TOTAL-SUCURSALES BY -1
                      UNTIL IDX-MOV-SUC <= POSICION-SUCURSAL
                 MOVE SUCURSAL-RENGLON(IDX-MOV-SUC - 1)
                   TO SUCURSAL-RENGLON(IDX-MOV-SUC)
              END-PERFORM
           END-IF
           MOVE TAB-EVT-SUCURSAL(IDX-EVT)
             TO TAB-SUC-NUMERO(POSICION-SUCURSAL)
           MOVE 1 TO TAB-SUC-CARTAS(POSICION-SUCURSAL).

      *---- Las cartas de la sucursal IDX-SUC, detrás de su
      *---- encabezado, en el orden en que llegaron los eventos.
        IMPRIMIR-SUCURSAL.
           MOVE TAB-SUC-NUMERO(IDX-SUC) TO LSU-NUMERO
           MOVE WS-FECHA-HOY TO FECHA-A-EDITAR
           PERFORM EDITAR-FECHA
           MOVE FECHA-EDITADA TO LSU-FECHA
           MOVE TAB-SUC-CARTAS(IDX-SUC) TO LSU-CARTAS
           WRITE LINEA-CARTAS FROM LINEA-SUCURSAL
           MOVE SPACES TO LINEA-CARTAS
           WRITE LINEA-CARTAS
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > TOTAL-EVENTOS
              IF TAB-EVT-ESTADO(IDX-EVT) = 'X'
                    AND TAB-EVT-SUCURSAL(IDX-EVT)
                        = TAB-SUC-NUMERO(IDX-SUC)
                 PERFORM EMITIR-CARTA
              END-IF
           END-PERFORM.

      *---- Folio nuevo, la carta combinada, su renglón en la lista
      *---- de envío y su asiento en la historia del cliente.
        EMITIR-CARTA.
           ADD 1 TO ULTIMO-FOLIO
           MOVE ULTIMO-FOLIO TO TAB-EVT-FOLIO(IDX-EVT)
           MOVE 'G' TO TAB-EVT-ESTADO(IDX-EVT)
           MOVE 'S' TO TAB-EVT-RESUELTO-HOY(IDX-EVT)
           MOVE TAB-EVT-RENGLON-CLI(IDX-EVT) TO RENGLON-CLIENTE
           MOVE TAB-EVT-RENGLON-PLA(IDX-EVT) TO RENGLON-PLANTILLA
           ADD 1 TO TOTAL-EMITIDAS

           MOVE ULTIMO-FOLIO TO LFO-FOLIO
           MOVE TAB-EVT-TIPO(IDX-EVT) TO LFO-TIPO
           MOVE TAB-EVT-CLIENTE(IDX-EVT) TO LFO-CLIENTE
           MOVE TAB-EVT-CUENTA(IDX-EVT) TO LFO-CUENTA
           WRITE LINEA-CARTAS FROM LINEA-FOLIO
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > TAB-PLA-LINEAS(RENGLON-PLANTILLA)
              MOVE TAB-PLA-LINEA(RENGLON-PLANTILLA, IDX-LIN)
                TO LINEA-PLANTILLA
              PERFORM COMBINAR-LINEA
              WRITE LINEA-CARTAS FROM LINEA-CARTA
           END-PERFORM
           MOVE SPACES TO LINEA-CARTAS
           WRITE LINEA-CARTAS

           MOVE TAB-EVT-SUCURSAL(IDX-EVT) TO LDE-SUCURSAL
           MOVE ULTIMO-FOLIO TO LDE-FOLIO
           MOVE TAB-EVT-CLIENTE(IDX-EVT) TO LDE-CLIENTE
           MOVE TAB-CLI-NOMBRE(RENGLON-CLIENTE) TO LDE-NOMBRE
           MOVE TAB-CLI-DIRECCION(RENGLON-CLIENTE) TO LDE-DIRECCION
           MOVE TAB-EVT-TIPO(IDX-EVT) TO LDE-TIPO
           MOVE TAB-EVT-CUENTA(IDX-EVT) TO LDE-CUENTA
           WRITE LINEA-ENVIO FROM LINEA-DESTINATARIO

           MOVE ULTIMO-FOLIO TO CHI-FOLIO
           MOVE WS-FECHA-HOY TO CHI-FECHA
           MOVE TAB-EVT-CLIENTE(IDX-EVT) TO CHI-CLIENTE
           MOVE TAB-EVT-CUENTA(IDX-EVT) TO CHI-CUENTA
           MOVE TAB-EVT-SUCURSAL(IDX-EVT) TO CHI-SUCURSAL
           MOVE TAB-EVT-TIPO(IDX-EVT) TO CHI-TIPO
           MOVE TAB-EVT-IMPORTE(IDX-EVT) TO CHI-IMPORTE
           MOVE TAB-EVT-FECHA-DATO(IDX-EVT) TO CHI-FECHA-DATO
           MOVE TAB-EVT-PROGRAMA(IDX-EVT) TO CHI-PROGRAMA
           WRITE CARTA-HIST-REG.

      *---- Copia LINEA-PLANTILLA a LINEA-CARTA sustituyendo cada
      *---- marca por su valor sin los blancos de la derecha; lo
      *---- que no es marca pasa tal cual.
        COMBINAR-LINEA.
           MOVE SPACES TO LINEA-CARTA
           MOVE 1 TO POS-PLANTILLA
           MOVE 1 TO PUNTERO-CARTA
           PERFORM UNTIL POS-PLANTILLA > 80 OR PUNTERO-CARTA > 100
              MOVE 0 TO LONGITUD-MARCA
              IF LINEA-PLANTILLA(POS-PLANTILLA:1) = '<'
                 PERFORM RESOLVER-MARCA
              END-IF
              IF LONGITUD-MARCA > 0
                 IF LONGITUD-VALOR > 0
                    STRING VALOR-CAMPO(1:LONGITUD-VALOR)
                              DELIMITED BY SIZE
                       INTO LINEA-CARTA
                       WITH POINTER PUNTERO-CARTA
                    END-STRING
                 END-IF
                 ADD LONGITUD-MARCA TO POS-PLANTILLA
              ELSE
                 MOVE LINEA-PLANTILLA(POS-PLANTILLA:1)
                   TO LINEA-CARTA(PUNTERO-CARTA:1)
                 ADD 1 TO POS-PLANTILLA
                 ADD 1 TO PUNTERO-CARTA
              END-IF
           END-PERFORM.

      *---- Reconoce la marca que empieza en POS-PLANTILLA y deja su
      *---- valor en VALOR-CAMPO; LONGITUD-MARCA queda en cero si el
      *---- '<' no abre ninguna marca conocida.
        RESOLVER-MARCA.
           MOVE SPACES TO VALOR-CAMPO
           EVALUATE TRUE
              WHEN POS-PLANTILLA <= 73
                    AND LINEA-PLANTILLA(POS-PLANTILLA:8) = "<NOMBRE>"
                 MOVE 8 TO LONGITUD-MARCA
                 MOVE TAB-CLI-NOMBRE(RENGLON-CLIENTE) TO VALOR-CAMPO
              WHEN POS-PLANTILLA <= 70
                    AND LINEA-PLANTILLA(POS-PLANTILLA:11)
                        = "<DIRECCION>"
                 MOVE 11 TO LONGITUD-MARCA
                 MOVE TAB-CLI-DIRECCION(RENGLON-CLIENTE) TO VALOR-CAMPO
              WHEN POS-PLANTILLA <= 73
                    AND LINEA-PLANTILLA(POS-PLANTILLA:8) = "<CUENTA>"
                 MOVE 8 TO LONGITUD-MARCA
                 MOVE TAB-EVT-CUENTA(IDX-EVT) TO VALOR-CAMPO(1:6)
              WHEN POS-PLANTILLA <= 72
                    AND LINEA-PLANTILLA(POS-PLANTILLA:9) = "<IMPORTE>"
                 MOVE 9 TO LONGITUD-MARCA
                 MOVE TAB-EVT-IMPORTE(IDX-EVT) TO IMPORTE-EDITADO
                 PERFORM VARYING INICIO-VALOR FROM 1 BY 1
                         UNTIL INICIO-VALOR > 13
                            OR IMPORTE-EDITADO(INICIO-VALOR:1)
                               NOT = SPACE
                    CONTINUE
                 END-PERFORM
                 MOVE IMPORTE-EDITADO(INICIO-VALOR:) TO VALOR-CAMPO
              WHEN POS-PLANTILLA <= 74
                    AND LINEA-PLANTILLA(POS-PLANTILLA:7) = "<FECHA>"
                 MOVE 7 TO LONGITUD-MARCA
                 MOVE TAB-EVT-FECHA-DATO(IDX-EVT) TO FECHA-A-EDITAR
                 PERFORM EDITAR-FECHA
                 MOVE FECHA-EDITADA TO VALOR-CAMPO
              WHEN POS-PLANTILLA <= 76
                    AND LINEA-PLANTILLA(POS-PLANTILLA:5) = "<HOY>"
                 MOVE 5 TO LONGITUD-MARCA
                 MOVE WS-FECHA-HOY TO FECHA-A-EDITAR
                 PERFORM EDITAR-FECHA
                 MOVE FECHA-EDITADA TO VALOR-CAMPO
              WHEN OTHER
                 MOVE 0 TO LONGITUD-MARCA
           END-EVALUATE
           PERFORM VARYING LONGITUD-VALOR FROM 60 BY -1
                   UNTIL LONGITUD-VALOR = 0
                      OR VALOR-CAMPO(LONGITUD-VALOR:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

        EDITAR-FECHA.
           MOVE FAE-DIA TO FED-DIA
           MOVE FAE-MES TO FED-MES
           MOVE FAE-ANO TO FED-ANO.

      *---- Reescribe la cola: lo pendiente sigue para mañana y lo
      *---- resuelto hoy se queda para consulta; lo resuelto antes
      *---- ya está en la historia y se descarta.
        GRABAR-EVENTOS.
           OPEN OUTPUT EVENTOS-FILE
           IF WS-ESTADO-EVENTOS NOT = '00'
              DISPLAY "NO SE PUDO REESCRIBIR CARTAS_EVENTOS.DAT "
                 "(ESTADO " WS-ESTADO-EVENTOS ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > TOTAL-EVENTOS
              IF TAB-EVT-ESTADO(IDX-EVT) = 'X'
                 MOVE 'P' TO TAB-EVT-ESTADO(IDX-EVT)
              END-IF
              IF TAB-EVT-ESTADO(IDX-EVT) = 'P'
                    OR TAB-EVT-RESUELTO-HOY(IDX-EVT) = 'S'
                 PERFORM GRABAR-EVENTO
              END-IF
           END-PERFORM
           CLOSE EVENTOS-FILE.

        GRABAR-EVENTO.
           MOVE TAB-EVT-FECHA(IDX-EVT) TO CEV-FECHA
           MOVE TAB-EVT-TIPO(IDX-EVT) TO CEV-TIPO
           MOVE TAB-EVT-CLIENTE(IDX-EVT) TO CEV-CLIENTE
           MOVE TAB-EVT-CUENTA(IDX-EVT) TO CEV-CUENTA
           MOVE TAB-EVT-IMPORTE(IDX-EVT) TO CEV-IMPORTE
           MOVE TAB-EVT-FECHA-DATO(IDX-EVT) TO CEV-FECHA-DATO
           MOVE TAB-EVT-PROGRAMA(IDX-EVT) TO CEV-PROGRAMA
           MOVE TAB-EVT-ESTADO(IDX-EVT) TO CEV-ESTADO
           MOVE TAB-EVT-FOLIO(IDX-EVT) TO CEV-FOLIO
           WRITE CARTA-EVENTO-REG.
