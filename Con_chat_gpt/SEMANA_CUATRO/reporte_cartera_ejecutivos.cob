       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA-EJECUTIVOS.

      *> --- Cartera mensual por ejecutivo de cuenta: con la
      *> asignación vigente a la fecha de corte en ASIGNACIONES.DAT,
      *> suma por ejecutivo sus clientes, los saldos acreedores de
      *> las cuentas ligadas en CLIENTES_CUENTAS.DAT (convertidos a
      *> moneda local con TIPOS_CAMBIO.CTL), los sobregiros de esas
      *> mismas cuentas, el saldo insoluto de los préstamos no
      *> liquidados de PRESTAMOS.DAT y los expedientes KYC
      *> pendientes, y lo compara contra la foto del mes anterior
      *> que guarda en CARTERA_EJECUTIVOS_HIST.DAT. Los clientes sin
      *> ejecutivo salen juntos bajo el código 0 para que no se
      *> pierdan del total. Lo corre PROCESO-NOCTURNO el primer día
      *> hábil del mes, como los demás pasos mensuales; si se
      *> relanza el mismo mes, la foto del mes se reemplaza.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJECUTIVOS-FILE ASSIGN TO 'EJECUTIVOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EJECUTIVOS.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'ASIGNACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT XREF-FILE ASSIGN TO 'CLIENTES_CUENTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT TIPOS-CAMBIO-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIPOS-CAMBIO.
           SELECT HISTORICO-FILE
               ASSIGN TO 'CARTERA_EJECUTIVOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT REPORTE-FILE ASSIGN TO 'CARTERA_EJECUTIVOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD EJECUTIVOS-FILE.
           COPY EJECUTIVOREG.

       FD ASIGNACIONES-FILE.
           COPY ASIGNACIONREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD XREF-FILE.
       01 XREF-REG.
           05 XRF-CLIENTE PIC 9(5).
           05 XRF-CUENTA  PIC 9(6).

      *---- Mismo trazado que mantiene MANTENIMIENTO-PRESTAMOS.
       FD PRESTAMOS-FILE.
       01 PRESTAMO-REG.
           05 PRE-FOLIO        PIC 9(6).
           05 PRE-CLIENTE      PIC 9(5).
           05 PRE-CUENTA       PIC 9(6).
           05 PRE-CAPITAL      PIC 9(5)V99.
           05 PRE-TASA         PIC V999.
           05 PRE-PLAZO-MESES  PIC 9(3).
           05 PRE-CUOTA        PIC 9(5)V99.
           05 PRE-FECHA-DESEMBOLSO PIC 9(8).
           05 PRE-SALDO-INSOLUTO PIC 9(7)V99.
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-CUOTAS-MORA    PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
           05 PRE-REESTRUCTURAS  PIC 9(2).
           05 PRE-FECHA-REESTRUCTURA PIC 9(8).

       FD TIPOS-CAMBIO-FILE.
       01 TIPO-CAMBIO-REG.
           05 TCA-CODIGO      PIC X(3).
           05 TCA-TIPO-CAMBIO PIC 9(4)V9999.
           05 TCA-FECHA       PIC 9(8).
           05 TCA-DIFERENCIAL PIC 9(2)V99.

      *---- Foto mensual de la cartera de cada ejecutivo, para la
      *---- comparación del mes siguiente.
       FD HISTORICO-FILE.
       01 HISTORICO-REG.
           05 HIS-ANOMES     PIC 9(6).
           05 HIS-EJECUTIVO  PIC 9(4).
           05 HIS-CLIENTES   PIC 9(5).
           05 HIS-SALDOS     PIC 9(11)V99.
           05 HIS-PRESTAMOS  PIC 9(11)V99.
           05 HIS-SOBREGIROS PIC 9(11)V99.
           05 HIS-KYC        PIC 9(5).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EJECUTIVOS   PIC X(2).
       01 WS-ESTADO-ASIGNACIONES PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-XREF         PIC X(2).
       01 WS-ESTADO-PRESTAMOS    PIC X(2).
       01 WS-ESTADO-TIPOS-CAMBIO PIC X(2).
       01 WS-ESTADO-HISTORICO    PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).

       01 EOF-EJE PIC X VALUE 'N'.
          88 FIN-EJE VALUE 'S'.
       01 EOF-ASG PIC X VALUE 'N'.
          88 FIN-ASG VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-XRF PIC X VALUE 'N'.
          88 FIN-XRF VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-TCA PIC X VALUE 'N'.
          88 FIN-TCA VALUE 'S'.
       01 EOF-HIS PIC X VALUE 'N'.
          88 FIN-HIS VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-ANOMES-HOY PIC 9(6).
          05 WS-DIA-HOY    PIC 9(2).
       01 ANOMES-ANTERIOR PIC 9(6) VALUE ZERO.

      *> --- Cartera por ejecutivo; el renglón 1 es el código 0,
      *> clientes sin ejecutivo vigente.
       01 EJECUTIVOS-TABLA.
          05 EJECUTIVO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-EJECUTIVOS
                INDEXED BY IDX-EJE.
             10 TAB-EJE-CODIGO     PIC 9(4).
             10 TAB-EJE-NOMBRE     PIC X(30).
             10 TAB-EJE-SUCURSAL   PIC 9(3).
             10 TAB-EJE-ESTADO     PIC X(1).
             10 TAB-EJE-CLIENTES   PIC 9(5).
             10 TAB-EJE-SALDOS     PIC 9(11)V99.
             10 TAB-EJE-PRESTAMOS  PIC 9(11)V99.
             10 TAB-EJE-SOBREGIROS PIC 9(11)V99.
             10 TAB-EJE-KYC        PIC 9(5).
             10 TAB-EJE-HAY-ANTERIOR PIC X(1).
             10 TAB-EJE-ANT-CLIENTES   PIC 9(5).
             10 TAB-EJE-ANT-SALDOS     PIC 9(11)V99.
             10 TAB-EJE-ANT-PRESTAMOS  PIC 9(11)V99.
             10 TAB-EJE-ANT-SOBREGIROS PIC 9(11)V99.
             10 TAB-EJE-ANT-KYC        PIC 9(5).
       01 TOTAL-EJECUTIVOS PIC 9(4) VALUE 0.

      *> --- Ejecutivo vigente de cada cliente a la fecha de corte.
       01 ASIGNACIONES-TABLA.
          05 ASIGNACION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ASIGNACIONES
                INDEXED BY IDX-ASG.
             10 TAB-ASG-CLIENTE   PIC 9(5).
             10 TAB-ASG-EJECUTIVO PIC 9(4).
       01 TOTAL-ASIGNACIONES PIC 9(4) VALUE 0.

       01 XREF-TABLA.
          05 XREF-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-XREF
                INDEXED BY IDX-XRF.
             10 TAB-XRF-CLIENTE PIC 9(5).
             10 TAB-XRF-CUENTA  PIC 9(6).
       01 TOTAL-XREF PIC 9(5) VALUE 0.

      *> --- Saldo insoluto de préstamos no liquidados por cliente.
       01 PRESTAMOS-TABLA.
          05 PRESTAMO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRESTAMOS
                INDEXED BY IDX-PRE.
             10 TAB-PRE-CLIENTE  PIC 9(5).
             10 TAB-PRE-INSOLUTO PIC 9(9)V99.
       01 TOTAL-PRESTAMOS PIC 9(4) VALUE 0.

       01 TIPOS-CAMBIO-TABLA.
          05 TIPO-CAMBIO-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-TIPOS-CAMBIO
                INDEXED BY IDX-TCA.
             10 TAB-TCA-CODIGO PIC X(3).
             10 TAB-TCA-TIPO   PIC 9(4)V9999.
       01 TOTAL-TIPOS-CAMBIO PIC 9(2) VALUE 0.
       01 TIPO-CAMBIO-CUENTA PIC 9(4)V9999 VALUE 1.

      *> --- Histórico completo en memoria, menos el mes en curso,
      *> para regrabarlo con la foto nueva al final.
       01 HISTORICO-TABLA.
          05 HISTORICO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-HISTORICO
                INDEXED BY IDX-HIS.
             10 TAB-HIS-REG PIC X(59).
       01 TOTAL-HISTORICO PIC 9(5) VALUE 0.

       01 EJECUTIVO-CLIENTE PIC 9(4) VALUE 0.
       01 IMPORTE-CUENTA PIC S9(11)V99 VALUE ZERO.
       01 SUMA-CLIENTES   PIC 9(6) VALUE 0.
       01 SUMA-SALDOS     PIC 9(13)V99 VALUE ZERO.
       01 SUMA-PRESTAMOS  PIC 9(13)V99 VALUE ZERO.
       01 SUMA-SOBREGIROS PIC 9(13)V99 VALUE ZERO.
       01 SUMA-KYC        PIC 9(6) VALUE 0.
       01 DIFERENCIA PIC S9(11)V99 VALUE ZERO.

      *> --- Paginado, mismo criterio que BALANCE.RPT.
       01 RENGLONES-EN-PAGINA    PIC 9(2) VALUE 0.
       01 NUMERO-PAGINA          PIC 9(3) VALUE 0.
       01 TOTAL-RENGLONES-PAGINA PIC 9(2) VALUE 20.

       01 ENCABEZADO-1.
          05 FILLER     PIC X(32)
             VALUE "CARTERA POR EJECUTIVO AL CORTE ".
          05 ENC-FECHA  PIC 9(8).
          05 FILLER     PIC X(14) VALUE "  MES ANTERIOR".
          05 FILLER     PIC X(1) VALUE SPACE.
          05 ENC-ANTERIOR PIC 9(6).
          05 FILLER     PIC X(10) VALUE "   PAGINA ".
          05 ENC-PAGINA PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER PIC X(36)
             VALUE "EJEC NOMBRE                     SUC ".
          05 FILLER PIC X(21) VALUE "CLIEN          SALDOS".
          05 FILLER PIC X(16) VALUE "       PRESTAMOS".
          05 FILLER PIC X(16) VALUE "      SOBREGIROS".
          05 FILLER PIC X(11) VALUE "   KYC PEND".

       01 LINEA-DETALLE.
          05 DET-EJECUTIVO  PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-NOMBRE     PIC X(26).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-SUCURSAL   PIC 9(3).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-CLIENTES   PIC -ZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-SALDOS     PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-PRESTAMOS  PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-SOBREGIROS PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DET-KYC        PIC -ZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-EJECUTIVOS
            PERFORM CARGAR-ASIGNACIONES
            PERFORM CARGAR-TIPOS-CAMBIO
            PERFORM CARGAR-CRUCE
            PERFORM CARGAR-PRESTAMOS

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN INPUT CLIENTES-FILE
            IF WS-ESTADO-CLIENTES NOT = '00'
               DISPLAY "CLIENTES.TXT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CLIENTES ")"
               CLOSE CUENTAS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CLI
               READ CLIENTES-FILE
                  AT END MOVE 'S' TO EOF-CLI
                  NOT AT END
                     IF CLI-NUMERO NUMERIC AND CLI-NUMERO > 0
                        PERFORM ACUMULAR-CLIENTE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CLIENTES-FILE
            CLOSE CUENTAS-FILE

            PERFORM CARGAR-HISTORICO
            PERFORM IMPRIMIR-REPORTE
            PERFORM GRABAR-HISTORICO

            DISPLAY "--------------------------------"
            DISPLAY "EJECUTIVOS EN EL REPORTE: " TOTAL-EJECUTIVOS
            DISPLAY "CLIENTES EN CARTERA:      " SUMA-CLIENTES
            IF ANOMES-ANTERIOR = 0
               DISPLAY "SIN FOTO DEL MES ANTERIOR PARA COMPARAR"
            ELSE
               DISPLAY "COMPARADO CONTRA:         " ANOMES-ANTERIOR
            END-IF
            DISPLAY "REPORTE EN CARTERA_EJECUTIVOS.RPT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Suma el cliente en turno a la cartera de su ejecutivo:
      *---- préstamos, KYC y las cuentas que tiene en el cruce.
        ACUMULAR-CLIENTE.
           MOVE 0 TO EJECUTIVO-CLIENTE
           PERFORM VARYING IDX-ASG FROM 1 BY 1
                   UNTIL IDX-ASG > TOTAL-ASIGNACIONES
              IF TAB-ASG-CLIENTE(IDX-ASG) = CLI-NUMERO
                 MOVE TAB-ASG-EJECUTIVO(IDX-ASG) TO EJECUTIVO-CLIENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              IF TAB-EJE-CODIGO(IDX-EJE) = EJECUTIVO-CLIENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-EJE > TOTAL-EJECUTIVOS
              DISPLAY "CLIENTE " CLI-NUMERO " CON EJECUTIVO "
                 EJECUTIVO-CLIENTE " FUERA DEL PADRON, VA SIN "
                 "EJECUTIVO"
              SET IDX-EJE TO 1
           END-IF
           ADD 1 TO TAB-EJE-CLIENTES(IDX-EJE)
           IF CLI-KYC-ESTADO NOT = 'C'
              ADD 1 TO TAB-EJE-KYC(IDX-EJE)
           END-IF
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-CLIENTE(IDX-PRE) = CLI-NUMERO
                 ADD TAB-PRE-INSOLUTO(IDX-PRE)
                   TO TAB-EJE-PRESTAMOS(IDX-EJE)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-XRF FROM 1 BY 1
                   UNTIL IDX-XRF > TOTAL-XREF
              IF TAB-XRF-CLIENTE(IDX-XRF) = CLI-NUMERO
                 PERFORM ACUMULAR-CUENTA
              END-IF
           END-PERFORM.

      *---- Lee la cuenta de la pareja en turno por su llave: el
      *---- saldo acreedor va a saldos y el deudor a sobregiros, en
      *---- moneda local. Las cuentas cerradas no cuentan.
        ACUMULAR-CUENTA.
           MOVE TAB-XRF-CUENTA(IDX-XRF) TO NUMERO-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF STATUS-CUENTA = 'C'
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVER-TIPO-CAMBIO
           COMPUTE IMPORTE-CUENTA ROUNDED = SALDO * TIPO-CAMBIO-CUENTA
           IF IMPORTE-CUENTA >= 0
              ADD IMPORTE-CUENTA TO TAB-EJE-SALDOS(IDX-EJE)
           ELSE
              SUBTRACT IMPORTE-CUENTA FROM TAB-EJE-SOBREGIROS(IDX-EJE)
           END-IF.

      *---- Tipo de cambio de la moneda de la cuenta; la moneda
      *---- local y las que no están en TIPOS_CAMBIO.CTL van a 1.
        RESOLVER-TIPO-CAMBIO.
           MOVE 1 TO TIPO-CAMBIO-CUENTA
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
                 OR CUENTA-MONEDA = "MXN"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TCA FROM 1 BY 1
                   UNTIL IDX-TCA > TOTAL-TIPOS-CAMBIO
              IF TAB-TCA-CODIGO(IDX-TCA) = CUENTA-MONEDA
                 MOVE TAB-TCA-TIPO(IDX-TCA) TO TIPO-CAMBIO-CUENTA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Imprime dos renglones por ejecutivo: la cartera al corte
      *---- y la diferencia contra el mes anterior.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CARTERA_EJECUTIVOS.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              IF TAB-EJE-CLIENTES(IDX-EJE) > 0
                    OR TAB-EJE-ESTADO(IDX-EJE) = 'A'
                    OR TAB-EJE-HAY-ANTERIOR(IDX-EJE) = 'S'
                 PERFORM IMPRIMIR-EJECUTIVO
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-DETALLE
           MOVE "TOTAL DEL BANCO" TO DET-NOMBRE
           MOVE SUMA-CLIENTES TO DET-CLIENTES
           MOVE SUMA-SALDOS TO DET-SALDOS
           MOVE SUMA-PRESTAMOS TO DET-PRESTAMOS
           MOVE SUMA-SOBREGIROS TO DET-SOBREGIROS
           MOVE SUMA-KYC TO DET-KYC
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           CLOSE REPORTE-FILE.

        IMPRIMIR-EJECUTIVO.
           IF RENGLONES-EN-PAGINA >= TOTAL-RENGLONES-PAGINA
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE SPACES TO LINEA-DETALLE
           MOVE TAB-EJE-CODIGO(IDX-EJE) TO DET-EJECUTIVO
           MOVE TAB-EJE-NOMBRE(IDX-EJE) TO DET-NOMBRE
           MOVE TAB-EJE-SUCURSAL(IDX-EJE) TO DET-SUCURSAL
           MOVE TAB-EJE-CLIENTES(IDX-EJE) TO DET-CLIENTES
           MOVE TAB-EJE-SALDOS(IDX-EJE) TO DET-SALDOS
           MOVE TAB-EJE-PRESTAMOS(IDX-EJE) TO DET-PRESTAMOS
           MOVE TAB-EJE-SOBREGIROS(IDX-EJE) TO DET-SOBREGIROS
           MOVE TAB-EJE-KYC(IDX-EJE) TO DET-KYC
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA
           ADD TAB-EJE-CLIENTES(IDX-EJE) TO SUMA-CLIENTES
           ADD TAB-EJE-SALDOS(IDX-EJE) TO SUMA-SALDOS
           ADD TAB-EJE-PRESTAMOS(IDX-EJE) TO SUMA-PRESTAMOS
           ADD TAB-EJE-SOBREGIROS(IDX-EJE) TO SUMA-SOBREGIROS
           ADD TAB-EJE-KYC(IDX-EJE) TO SUMA-KYC
           MOVE SPACES TO LINEA-DETALLE
           IF TAB-EJE-HAY-ANTERIOR(IDX-EJE) NOT = 'S'
              MOVE "     CAMBIO: SIN MES ANTERIOR" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              ADD 1 TO RENGLONES-EN-PAGINA
              EXIT PARAGRAPH
           END-IF
           MOVE "     CAMBIO VS MES ANTERIOR" TO DET-NOMBRE
           COMPUTE DIFERENCIA = TAB-EJE-CLIENTES(IDX-EJE)
              - TAB-EJE-ANT-CLIENTES(IDX-EJE)
           MOVE DIFERENCIA TO DET-CLIENTES
           COMPUTE DIFERENCIA = TAB-EJE-SALDOS(IDX-EJE)
              - TAB-EJE-ANT-SALDOS(IDX-EJE)
           MOVE DIFERENCIA TO DET-SALDOS
           COMPUTE DIFERENCIA = TAB-EJE-PRESTAMOS(IDX-EJE)
              - TAB-EJE-ANT-PRESTAMOS(IDX-EJE)
           MOVE DIFERENCIA TO DET-PRESTAMOS
           COMPUTE DIFERENCIA = TAB-EJE-SOBREGIROS(IDX-EJE)
              - TAB-EJE-ANT-SOBREGIROS(IDX-EJE)
           MOVE DIFERENCIA TO DET-SOBREGIROS
           COMPUTE DIFERENCIA = TAB-EJE-KYC(IDX-EJE)
              - TAB-EJE-ANT-KYC(IDX-EJE)
           MOVE DIFERENCIA TO DET-KYC
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO RENGLONES-EN-PAGINA.

        IMPRIMIR-ENCABEZADO.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-HOY TO ENC-FECHA
           MOVE ANOMES-ANTERIOR TO ENC-ANTERIOR
           MOVE 0 TO RENGLONES-EN-PAGINA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

      *---- Carga el histórico: guarda todo menos el mes en curso
      *---- (que se reemplaza) y deja a cada ejecutivo la foto del
      *---- mes más reciente anterior al corte.
        CARGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-ESTADO-HISTORICO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-HIS
              READ HISTORICO-FILE
                 AT END MOVE 'S' TO EOF-HIS
                 NOT AT END
                    IF HIS-ANOMES NUMERIC
                          AND HIS-ANOMES NOT = WS-ANOMES-HOY
                          AND TOTAL-HISTORICO < 99999
                       ADD 1 TO TOTAL-HISTORICO
                       MOVE HISTORICO-REG
                         TO TAB-HIS-REG(TOTAL-HISTORICO)
                       IF HIS-ANOMES < WS-ANOMES-HOY
                             AND HIS-ANOMES > ANOMES-ANTERIOR
                          MOVE HIS-ANOMES TO ANOMES-ANTERIOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE
           IF ANOMES-ANTERIOR = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORICO
              MOVE TAB-HIS-REG(IDX-HIS) TO HISTORICO-REG
              IF HIS-ANOMES = ANOMES-ANTERIOR
                 PERFORM ASENTAR-ANTERIOR
              END-IF
           END-PERFORM.

        ASENTAR-ANTERIOR.
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              IF TAB-EJE-CODIGO(IDX-EJE) = HIS-EJECUTIVO
                 MOVE 'S' TO TAB-EJE-HAY-ANTERIOR(IDX-EJE)
                 MOVE HIS-CLIENTES TO TAB-EJE-ANT-CLIENTES(IDX-EJE)
                 MOVE HIS-SALDOS TO TAB-EJE-ANT-SALDOS(IDX-EJE)
                 MOVE HIS-PRESTAMOS TO TAB-EJE-ANT-PRESTAMOS(IDX-EJE)
                 MOVE HIS-SOBREGIROS
                   TO TAB-EJE-ANT-SOBREGIROS(IDX-EJE)
                 MOVE HIS-KYC TO TAB-EJE-ANT-KYC(IDX-EJE)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Regraba el histórico con la foto de este mes al final.
        GRABAR-HISTORICO.
           OPEN OUTPUT HISTORICO-FILE
           IF WS-ESTADO-HISTORICO NOT = '00'
              DISPLAY "NO SE PUDO GRABAR CARTERA_EJECUTIVOS_HIST.DAT "
                 "(ESTADO " WS-ESTADO-HISTORICO ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORICO
              MOVE TAB-HIS-REG(IDX-HIS) TO HISTORICO-REG
              WRITE HISTORICO-REG
           END-PERFORM
           PERFORM VARYING IDX-EJE FROM 1 BY 1
                   UNTIL IDX-EJE > TOTAL-EJECUTIVOS
              MOVE WS-ANOMES-HOY TO HIS-ANOMES
              MOVE TAB-EJE-CODIGO(IDX-EJE) TO HIS-EJECUTIVO
              MOVE TAB-EJE-CLIENTES(IDX-EJE) TO HIS-CLIENTES
              MOVE TAB-EJE-SALDOS(IDX-EJE) TO HIS-SALDOS
              MOVE TAB-EJE-PRESTAMOS(IDX-EJE) TO HIS-PRESTAMOS
              MOVE TAB-EJE-SOBREGIROS(IDX-EJE) TO HIS-SOBREGIROS
              MOVE TAB-EJE-KYC(IDX-EJE) TO HIS-KYC
              WRITE HISTORICO-REG
           END-PERFORM
           CLOSE HISTORICO-FILE.

      *---- Padrón de ejecutivos con sus acumuladores en cero,
      *---- precedido del renglón 0 de clientes sin ejecutivo.
        CARGAR-EJECUTIVOS.
           MOVE 1 TO TOTAL-EJECUTIVOS
           SET IDX-EJE TO 1
           PERFORM LIMPIAR-EJECUTIVO
           MOVE 0 TO TAB-EJE-CODIGO(1)
           MOVE "SIN EJECUTIVO ASIGNADO" TO TAB-EJE-NOMBRE(1)
           MOVE 'A' TO TAB-EJE-ESTADO(1)
           OPEN INPUT EJECUTIVOS-FILE
           IF WS-ESTADO-EJECUTIVOS NOT = '00'
              DISPLAY "EJECUTIVOS.DAT NO ENCONTRADO, TODA LA CARTERA "
                 "VA SIN EJECUTIVO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-EJE
              READ EJECUTIVOS-FILE
                 AT END MOVE 'S' TO EOF-EJE
                 NOT AT END
                    IF EJE-CODIGO NUMERIC AND EJE-CODIGO > 0
                          AND TOTAL-EJECUTIVOS < 9999
                       ADD 1 TO TOTAL-EJECUTIVOS
                       SET IDX-EJE TO TOTAL-EJECUTIVOS
                       PERFORM LIMPIAR-EJECUTIVO
                       MOVE EJE-CODIGO TO TAB-EJE-CODIGO(IDX-EJE)
                       MOVE EJE-NOMBRE TO TAB-EJE-NOMBRE(IDX-EJE)
                       MOVE EJE-SUCURSAL TO TAB-EJE-SUCURSAL(IDX-EJE)
                       MOVE EJE-ESTADO TO TAB-EJE-ESTADO(IDX-EJE)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EJECUTIVOS-FILE.

        LIMPIAR-EJECUTIVO.
           MOVE SPACES TO TAB-EJE-NOMBRE(IDX-EJE)
           MOVE 0 TO TAB-EJE-SUCURSAL(IDX-EJE)
           MOVE 0 TO TAB-EJE-CLIENTES(IDX-EJE)
           MOVE ZERO TO TAB-EJE-SALDOS(IDX-EJE)
           MOVE ZERO TO TAB-EJE-PRESTAMOS(IDX-EJE)
           MOVE ZERO TO TAB-EJE-SOBREGIROS(IDX-EJE)
           MOVE 0 TO TAB-EJE-KYC(IDX-EJE)
           MOVE 'N' TO TAB-EJE-HAY-ANTERIOR(IDX-EJE)
           MOVE 0 TO TAB-EJE-ANT-CLIENTES(IDX-EJE)
           MOVE ZERO TO TAB-EJE-ANT-SALDOS(IDX-EJE)
           MOVE ZERO TO TAB-EJE-ANT-PRESTAMOS(IDX-EJE)
           MOVE ZERO TO TAB-EJE-ANT-SOBREGIROS(IDX-EJE)
           MOVE 0 TO TAB-EJE-ANT-KYC(IDX-EJE).

      *---- Sólo el renglón que rige a la fecha de corte: desde
      *---- menor o igual al corte y hasta en cero o posterior.
        CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-FILE
           IF WS-ESTADO-ASIGNACIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ASG
              READ ASIGNACIONES-FILE
                 AT END MOVE 'S' TO EOF-ASG
                 NOT AT END
                    IF ASG-CLIENTE NUMERIC
                          AND ASG-FECHA-DESDE <= WS-FECHA-HOY
                          AND (ASG-FECHA-HASTA = 0
                          OR ASG-FECHA-HASTA > WS-FECHA-HOY)
                          AND TOTAL-ASIGNACIONES < 9999
                       ADD 1 TO TOTAL-ASIGNACIONES
                       MOVE ASG-CLIENTE
                         TO TAB-ASG-CLIENTE(TOTAL-ASIGNACIONES)
                       MOVE ASG-EJECUTIVO
                         TO TAB-ASG-EJECUTIVO(TOTAL-ASIGNACIONES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASIGNACIONES-FILE.

        CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO-FILE
           IF WS-ESTADO-TIPOS-CAMBIO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-TCA
              READ TIPOS-CAMBIO-FILE
                 AT END MOVE 'S' TO EOF-TCA
                 NOT AT END
                    IF TCA-CODIGO NOT = SPACES
                          AND TCA-TIPO-CAMBIO NUMERIC
                          AND TCA-TIPO-CAMBIO > 0
                          AND TOTAL-TIPOS-CAMBIO < 99
                       ADD 1 TO TOTAL-TIPOS-CAMBIO
                       MOVE TCA-CODIGO
                         TO TAB-TCA-CODIGO(TOTAL-TIPOS-CAMBIO)
                       MOVE TCA-TIPO-CAMBIO
                         TO TAB-TCA-TIPO(TOTAL-TIPOS-CAMBIO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIPOS-CAMBIO-FILE.

        CARGAR-CRUCE.
           OPEN INPUT XREF-FILE
           IF WS-ESTADO-XREF NOT = '00'
              DISPLAY "CLIENTES_CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-XREF "), CRUCE VACIO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-XRF
              READ XREF-FILE
                 AT END MOVE 'S' TO EOF-XRF
                 NOT AT END
                    IF XRF-CLIENTE NUMERIC AND XRF-CUENTA NUMERIC
                          AND TOTAL-XREF < 99999
                       ADD 1 TO TOTAL-XREF
                       MOVE XRF-CLIENTE TO TAB-XRF-CLIENTE(TOTAL-XREF)
                       MOVE XRF-CUENTA TO TAB-XRF-CUENTA(TOTAL-XREF)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *---- Saldo insoluto de los préstamos no liquidados, acumulado
      *---- por cliente.
        CARGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    IF PRE-ESTADO NOT = 'L'
                          AND PRE-SALDO-INSOLUTO NUMERIC
                       PERFORM ACUMULAR-PRESTAMO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE.

        ACUMULAR-PRESTAMO.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-CLIENTE(IDX-PRE) = PRE-CLIENTE
                 ADD PRE-SALDO-INSOLUTO TO TAB-PRE-INSOLUTO(IDX-PRE)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF TOTAL-PRESTAMOS >= 9999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-PRESTAMOS
           MOVE PRE-CLIENTE TO TAB-PRE-CLIENTE(TOTAL-PRESTAMOS)
           MOVE PRE-SALDO-INSOLUTO TO TAB-PRE-INSOLUTO(TOTAL-PRESTAMOS).
