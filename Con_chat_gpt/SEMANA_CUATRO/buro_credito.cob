       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURO-CREDITO.

      *> --- Reporte de cartera a la sociedad de información
      *> crediticia. Cada préstamo de PRESTAMOS.DAT y cada línea de
      *> sobregiro de CUENTAS.DAT se manda en BURO_CREDITO.DAT, con
      *> encabezado, detalle y cola de control (conteo y sumas), con
      *> la identidad KYC del cliente de clientes.txt (tipo y número
      *> de documento y fecha de nacimiento), su saldo, las cuotas
      *> vencidas sin cobrar de PRESTAMOS_PLAN.DAT y la clave de
      *> atraso actual y la peor que ha tenido (guardada en
      *> BURO_HISTORIA.DAT). El crédito cuyo cliente no tiene la
      *> identidad completa no se manda y queda en BURO_RECHAZOS.RPT.
      *> Los registros que la sociedad devuelve por error llegan en
      *> BURO_DEVOLUCIONES.DAT (encabezado y cola que deben cuadrar),
      *> pasan a BURO_CORRECCIONES.DAT como pendientes y se reenvían
      *> como corrección en cuanto el expediente se completa: en el
      *> archivo del mes si toca, o en un archivo sólo de
      *> correcciones si el mes ya se mandó. Lo corre
      *> PROCESO-NOCTURNO todas las noches; el archivo del mes que
      *> cerró sale en la primera corrida del mes siguiente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT PLAN-FILE ASSIGN TO 'PRESTAMOS_PLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAN.
           SELECT SOBREGIRO-DIAS-FILE ASSIGN TO 'SOBREGIRO_DIAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOBREGIRO-DIAS.
           SELECT HISTORIA-FILE ASSIGN TO 'BURO_HISTORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIA.
           SELECT DEVOLUCIONES-FILE ASSIGN TO 'BURO_DEVOLUCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
           SELECT CORRECCIONES-FILE ASSIGN TO 'BURO_CORRECCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRECCIONES.
           SELECT OTORGANTE-FILE ASSIGN TO 'BURO_OTORGANTE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OTORGANTE.
           SELECT SALIDA-FILE ASSIGN TO 'BURO_CREDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT SALIDA-SEC-FILE ASSIGN TO 'BURO_CREDITO_SEC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA-SEC.
           SELECT REPORTE-FILE ASSIGN TO 'BURO_CREDITO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT RECHAZOS-FILE ASSIGN TO 'BURO_RECHAZOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

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

      *---- Estado de la cuota: 'P' pendiente, 'E' encolada, 'M'
      *---- morosa, 'C' cobrada, 'R' reemplazada, 'A' cubierta por
      *---- liquidación anticipada.
       FD PLAN-FILE.
       01 PLAN-REG.
           05 PLN-FOLIO       PIC 9(6).
           05 PLN-CUOTA       PIC 9(3).
           05 PLN-FECHA       PIC 9(8).
           05 PLN-IMPORTE     PIC 9(5)V99.
           05 PLN-ESTADO      PIC X(1).
           05 PLN-REFERENCIA  PIC 9(8).

      *---- Mismo trazado que lleva COBRANZA-SOBREGIROS.
       FD SOBREGIRO-DIAS-FILE.
       01 SOBREGIRO-DIAS-REG.
           05 SGD-NUMERO    PIC 9(6).
           05 SGD-FECHA-NEG PIC 9(8).

      *---- Peor clave de atraso reportada de cada crédito, si ya se
      *---- reportó liquidado, y el último periodo en que salió.
       FD HISTORIA-FILE.
       01 HISTORIA-REG.
           05 HIS-PRODUCTO   PIC X(1).
           05 HIS-CONTRATO   PIC 9(6).
           05 HIS-PEOR-CLAVE PIC 9(2).
           05 HIS-CERRADO    PIC X(1).
           05 HIS-PERIODO    PIC 9(6).

      *---- Devoluciones de la sociedad: encabezado 'H' con la fecha
      *---- y la secuencia del archivo nuestro que devuelve, un
      *---- renglón 'D' por crédito con su motivo, y cola 'T' con el
      *---- conteo que debe cuadrar con el detalle.
       FD DEVOLUCIONES-FILE.
       01 DEV-DETALLE.
           05 DEV-TIPO        PIC X(1).
           05 DEV-PRODUCTO    PIC X(1).
           05 DEV-CONTRATO    PIC 9(6).
           05 DEV-MOTIVO      PIC X(30).
       01 DEV-ENCABEZADO.
           05 DEV-ENC-TIPO      PIC X(1).
           05 DEV-ENC-FECHA     PIC 9(8).
           05 DEV-ENC-SECUENCIA PIC 9(6).
       01 DEV-COLA.
           05 DEV-COLA-TIPO      PIC X(1).
           05 DEV-COLA-REGISTROS PIC 9(6).

      *---- Correcciones: 'P' pendiente de reenviar, 'E' reenviada,
      *---- 'X' descartada porque el crédito ya no existe.
       FD CORRECCIONES-FILE.
       01 CORRECCION-REG.
           05 CRR-PRODUCTO       PIC X(1).
           05 CRR-CONTRATO       PIC 9(6).
           05 CRR-MOTIVO         PIC X(30).
           05 CRR-FECHA-RECIBIDA PIC 9(8).
           05 CRR-ESTADO         PIC X(1).
           05 CRR-FECHA-ENVIO    PIC 9(8).

      *---- Clave de otorgante que la sociedad le asignó al banco.
       FD OTORGANTE-FILE.
       01 OTORGANTE-REG.
           05 OTG-CLAVE PIC X(10).

      *---- Archivo para la sociedad. Producto 'P' préstamo, 'S'
      *---- línea de sobregiro; movimiento 'A' reporte del mes, 'C'
      *---- corrección de un registro devuelto; estado 'V' vigente,
      *---- 'L' liquidado. Clave de atraso 01 al corriente, 02 de 1
      *---- a 30 días, 03 de 31 a 60, 04 de 61 a 90, 05 más de 90.
       FD SALIDA-FILE.
       01 SAL-DETALLE.
           05 SAL-TIPO            PIC X(1).
           05 SAL-MOVIMIENTO      PIC X(1).
           05 SAL-PRODUCTO        PIC X(1).
           05 SAL-CONTRATO        PIC 9(6).
           05 SAL-CLIENTE         PIC 9(5).
           05 SAL-DOC-TIPO        PIC X(3).
           05 SAL-DOC-NUMERO      PIC X(18).
           05 SAL-FECHA-NAC       PIC 9(8).
           05 SAL-APELLIDO1       PIC X(15).
           05 SAL-APELLIDO2       PIC X(15).
           05 SAL-NOMBRE          PIC X(20).
           05 SAL-FECHA-APERTURA  PIC 9(8).
           05 SAL-LIMITE          PIC 9(9)V99.
           05 SAL-SALDO           PIC 9(9)V99.
           05 SAL-CUOTAS-VENCIDAS PIC 9(3).
           05 SAL-IMPORTE-VENCIDO PIC 9(9)V99.
           05 SAL-DIAS-ATRASO     PIC 9(5).
           05 SAL-CLAVE-ATRASO    PIC 9(2).
           05 SAL-PEOR-CLAVE      PIC 9(2).
           05 SAL-ESTADO          PIC X(1).
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO      PIC X(1).
           05 SAL-ENC-OTORGANTE PIC X(10).
           05 SAL-ENC-PERIODO   PIC 9(6).
           05 SAL-ENC-FECHA     PIC 9(8).
           05 SAL-ENC-SECUENCIA PIC 9(6).
           05 SAL-ENC-MODO      PIC X(1).
       01 SAL-COLA.
           05 SAL-COLA-TIPO      PIC X(1).
           05 SAL-COLA-REGISTROS PIC 9(6).
           05 SAL-COLA-SALDOS    PIC 9(13)V99.
           05 SAL-COLA-VENCIDOS  PIC 9(13)V99.

      *---- Último periodo mandado completo y secuencia del último
      *---- archivo; un relanzamiento no vuelve a armar el mes.
       FD SALIDA-SEC-FILE.
       01 SALIDA-SEC-REG.
           05 SEC-PERIODO   PIC 9(6).
           05 SEC-SECUENCIA PIC 9(6).
           05 SEC-FECHA     PIC 9(8).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       FD RECHAZOS-FILE.
       01 LINEA-RECHAZO PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-PRESTAMOS    PIC X(2).
       01 WS-ESTADO-PLAN         PIC X(2).
       01 WS-ESTADO-SOBREGIRO-DIAS PIC X(2).
       01 WS-ESTADO-HISTORIA     PIC X(2).
       01 WS-ESTADO-DEVOLUCIONES PIC X(2).
       01 WS-ESTADO-CORRECCIONES PIC X(2).
       01 WS-ESTADO-OTORGANTE    PIC X(2).
       01 WS-ESTADO-SALIDA       PIC X(2).
       01 WS-ESTADO-SALIDA-SEC   PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 WS-ESTADO-RECHAZOS     PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-PLN PIC X VALUE 'N'.
          88 FIN-PLN VALUE 'S'.
       01 EOF-SGD PIC X VALUE 'N'.
          88 FIN-SGD VALUE 'S'.
       01 EOF-HIS PIC X VALUE 'N'.
          88 FIN-HIS VALUE 'S'.
       01 EOF-DEV PIC X VALUE 'N'.
          88 FIN-DEV VALUE 'S'.
       01 EOF-CRR PIC X VALUE 'N'.
          88 FIN-CRR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 DIAS-HOY PIC 9(8) VALUE 0.

      *> --- Periodo que se reporta (el mes anterior a la corrida).
       01 PERIODO-REPORTE PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES PERIODO-REPORTE.
          05 PR-ANO PIC 9(4).
          05 PR-MES PIC 9(2).

      *> --- 'M' archivo del mes, 'C' sólo correcciones.
       01 MODO-ENVIO PIC X(1) VALUE SPACE.
          88 ENVIO-MENSUAL     VALUE 'M'.
          88 ENVIO-CORRECCIONES VALUE 'C'.
       01 CLAVE-OTORGANTE PIC X(10) VALUE SPACES.
       01 PERIODO-ENVIADO PIC 9(6) VALUE ZERO.
       01 SECUENCIA-SALIDA PIC 9(6) VALUE ZERO.

       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).
       01 DIAS-CALCULO PIC 9(8) VALUE 0.

      *> --- Identidad de los clientes.
       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO     PIC 9(5).
             10 TAB-CLI-NOMBRE     PIC X(20).
             10 TAB-CLI-APELLIDO1  PIC X(15).
             10 TAB-CLI-APELLIDO2  PIC X(15).
             10 TAB-CLI-DOC-TIPO   PIC X(3).
             10 TAB-CLI-DOC-NUMERO PIC X(18).
             10 TAB-CLI-FECHA-NAC  PIC X(8).
       01 TOTAL-CLIENTES PIC 9(4) VALUE 0.
       01 RENGLON-CLIENTE PIC 9(4) VALUE 0.

      *> --- Créditos que se reportan: los préstamos primero y luego
      *> las líneas de sobregiro.
       01 CREDITOS-TABLA.
          05 CREDITO-RENGLON OCCURS 1 TO 19999 TIMES
                DEPENDING ON TOTAL-CREDITOS
                INDEXED BY IDX-CRE.
             10 TAB-CRE-PRODUCTO     PIC X(1).
             10 TAB-CRE-CONTRATO     PIC 9(6).
             10 TAB-CRE-CLIENTE      PIC 9(5).
             10 TAB-CRE-APERTURA     PIC 9(8).
             10 TAB-CRE-LIMITE       PIC 9(9)V99.
             10 TAB-CRE-SALDO        PIC 9(9)V99.
             10 TAB-CRE-CUOTAS-VENC  PIC 9(3).
             10 TAB-CRE-IMPORTE-VENC PIC 9(9)V99.
             10 TAB-CRE-FECHA-ATRASO PIC 9(8).
             10 TAB-CRE-ESTADO       PIC X(1).
       01 TOTAL-CREDITOS PIC 9(5) VALUE 0.
       01 TOTAL-PRESTAMOS PIC 9(5) VALUE 0.

       01 SOBREGIROS-TABLA.
          05 SOBREGIRO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-SOBREGIROS
                INDEXED BY IDX-SGD.
             10 TAB-SGD-NUMERO PIC 9(6).
             10 TAB-SGD-FECHA  PIC 9(8).
       01 TOTAL-SOBREGIROS PIC 9(5) VALUE 0.

       01 HISTORIA-TABLA.
          05 HISTORIA-RENGLON OCCURS 1 TO 19999 TIMES
                DEPENDING ON TOTAL-HISTORIA
                INDEXED BY IDX-HIS.
             10 TAB-HIS-PRODUCTO   PIC X(1).
             10 TAB-HIS-CONTRATO   PIC 9(6).
             10 TAB-HIS-PEOR-CLAVE PIC 9(2).
             10 TAB-HIS-CERRADO    PIC X(1).
             10 TAB-HIS-PERIODO    PIC 9(6).
       01 TOTAL-HISTORIA PIC 9(5) VALUE 0.
       01 RENGLON-HISTORIA PIC 9(5) VALUE 0.

       01 CORRECCIONES-TABLA.
          05 CORRECCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CORRECCIONES
                INDEXED BY IDX-CRR.
             10 TAB-CRR-PRODUCTO       PIC X(1).
             10 TAB-CRR-CONTRATO       PIC 9(6).
             10 TAB-CRR-MOTIVO         PIC X(30).
             10 TAB-CRR-FECHA-RECIBIDA PIC 9(8).
             10 TAB-CRR-ESTADO         PIC X(1).
             10 TAB-CRR-FECHA-ENVIO    PIC 9(8).
             10 TAB-CRR-ENCONTRADO     PIC X(1).
       01 TOTAL-CORRECCIONES PIC 9(4) VALUE 0.
       01 RENGLON-CORRECCION PIC 9(4) VALUE 0.
       01 CORRECCIONES-PENDIENTES PIC 9(4) VALUE 0.

      *> --- Verificación del archivo de devoluciones.
       01 RENGLONES-LEIDOS PIC 9(6) VALUE 0.
       01 TOTAL-DEVOLUCIONES PIC 9(6) VALUE 0.
       01 HAY-ENCABEZADO PIC X(1) VALUE 'N'.
       01 HAY-COLA PIC X(1) VALUE 'N'.
       01 COLA-REGISTROS PIC 9(6) VALUE ZERO.
       01 DETALLE-TRAS-COLA PIC X(1) VALUE 'N'.
       01 ARCHIVO-DEVOL-VALIDO PIC X(1) VALUE 'S'.
          88 ES-ARCHIVO-DEVOL-VALIDO VALUE 'S'.
       01 MOTIVO-ARCHIVO PIC X(40) VALUE SPACES.
       01 DEVOLUCIONES-TABLA.
          05 DEVOLUCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-DEV-CARGADAS
                INDEXED BY IDX-DEV.
             10 TAB-DEV-PRODUCTO PIC X(1).
             10 TAB-DEV-CONTRATO PIC 9(6).
             10 TAB-DEV-MOTIVO   PIC X(30).
       01 TOTAL-DEV-CARGADAS PIC 9(4) VALUE 0.

      *> --- Crédito que se arma para el archivo.
       01 CREDITO-DIAS-ATRASO PIC 9(5) VALUE ZERO.
       01 CREDITO-CLAVE PIC 9(2) VALUE ZERO.
       01 CREDITO-PEOR-CLAVE PIC 9(2) VALUE ZERO.
       01 CREDITO-CORRECCION PIC X(1) VALUE 'N'.
          88 ES-CORRECCION VALUE 'S'.
       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

       01 TOTAL-ENVIADOS     PIC 9(6) VALUE 0.
       01 SUMA-SALDOS        PIC 9(13)V99 VALUE ZERO.
       01 SUMA-VENCIDOS      PIC 9(13)V99 VALUE ZERO.
       01 ENVIADOS-PRE       PIC 9(6) VALUE 0.
       01 ENVIADOS-SOB       PIC 9(6) VALUE 0.
       01 TOTAL-RECHAZADOS   PIC 9(6) VALUE 0.
       01 TOTAL-CORREGIDOS   PIC 9(4) VALUE 0.
       01 TOTAL-DESCARTADOS  PIC 9(4) VALUE 0.

       01 DET-RECHAZO.
          05 DR-PRODUCTO   PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-CONTRATO   PIC 9(6).
          05 FILLER        PIC X(9) VALUE " CLIENTE ".
          05 DR-CLIENTE    PIC 9(5).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DR-MOTIVO     PIC X(30).
       01 DET-TOTAL.
          05 DT-ETIQUETA   PIC X(30).
          05 DT-CANTIDAD   PIC ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 DT-IMPORTE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE WS-FECHA-HOY TO FECHA-CALCULO
            PERFORM CALCULAR-DIAS-30-360
            MOVE DIAS-CALCULO TO DIAS-HOY
            MOVE WS-HOY-ANO TO PR-ANO
            MOVE WS-HOY-MES TO PR-MES
            IF PR-MES = 1
               MOVE 12 TO PR-MES
               SUBTRACT 1 FROM PR-ANO
            ELSE
               SUBTRACT 1 FROM PR-MES
            END-IF

      *---- El archivo de devoluciones se verifica completo antes de
      *---- tomar una sola corrección; uno truncado o descuadrado
      *---- detiene la cadena y se deja en su lugar.
            PERFORM CARGAR-DEVOLUCIONES
            IF NOT ES-ARCHIVO-DEVOL-VALIDO
               DISPLAY "*** BURO_DEVOLUCIONES.DAT RECHAZADO: "
                  MOTIVO-ARCHIVO " ***"
               DISPLAY "NINGUNA DEVOLUCION TOMADA; CORRIJA EL "
                  "ARCHIVO Y RELANCE"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-CORRECCIONES
            PERFORM REGISTRAR-DEVOLUCIONES
            IF TOTAL-DEV-CARGADAS > 0
               PERFORM GRABAR-CORRECCIONES
               OPEN OUTPUT DEVOLUCIONES-FILE
               CLOSE DEVOLUCIONES-FILE
            END-IF

            PERFORM LEER-SECUENCIA-SALIDA
            EVALUATE TRUE
               WHEN PERIODO-ENVIADO < PERIODO-REPORTE
                  MOVE 'M' TO MODO-ENVIO
               WHEN CORRECCIONES-PENDIENTES > 0
                  MOVE 'C' TO MODO-ENVIO
               WHEN OTHER
                  DISPLAY "PERIODO " PERIODO-REPORTE
                     " YA REPORTADO Y SIN CORRECCIONES PENDIENTES"
                  GOBACK
            END-EVALUATE

            PERFORM LEER-OTORGANTE
            PERFORM CARGAR-CLIENTES
            PERFORM CARGAR-HISTORIA
            PERFORM CARGAR-PRESTAMOS
            PERFORM CARGAR-ATRASO-PLAN
            PERFORM CARGAR-SOBREGIRO-DIAS
            PERFORM CARGAR-SOBREGIROS

            OPEN OUTPUT RECHAZOS-FILE
            MOVE SPACES TO LINEA-RECHAZO
            STRING "CREDITOS NO REPORTADOS A LA SOCIEDAD DE "
               "INFORMACION CREDITICIA - PERIODO " PERIODO-REPORTE
               DELIMITED BY SIZE INTO LINEA-RECHAZO
            WRITE LINEA-RECHAZO
            MOVE SPACES TO LINEA-RECHAZO
            WRITE LINEA-RECHAZO

            PERFORM GENERAR-SALIDA
            PERFORM DESCARTAR-CORRECCIONES
            CLOSE RECHAZOS-FILE

            PERFORM GRABAR-SECUENCIA-SALIDA
            PERFORM GRABAR-HISTORIA
            PERFORM GRABAR-CORRECCIONES
            PERFORM REPORTAR-TOTALES

            DISPLAY "--------------------------------"
            IF ENVIO-MENSUAL
               DISPLAY "REPORTE MENSUAL DEL PERIODO " PERIODO-REPORTE
            ELSE
               DISPLAY "ARCHIVO DE CORRECCIONES DEL PERIODO "
                  PERIODO-ENVIADO
            END-IF
            DISPLAY "CREDITOS ENVIADOS:     " TOTAL-ENVIADOS
            DISPLAY "CREDITOS RECHAZADOS:   " TOTAL-RECHAZADOS
            DISPLAY "CORRECCIONES ENVIADAS: " TOTAL-CORREGIDOS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Lee el archivo de devoluciones a memoria verificando la
      *---- forma: encabezado primero, cola al final y conteo de la
      *---- cola igual al detalle. Sin archivo no hay devoluciones.
        CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-FILE
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-DEV
              READ DEVOLUCIONES-FILE
                 AT END MOVE 'S' TO EOF-DEV
                 NOT AT END
                    ADD 1 TO RENGLONES-LEIDOS
                    PERFORM CLASIFICAR-RENGLON-DEVOL
              END-READ
           END-PERFORM
           CLOSE DEVOLUCIONES-FILE
           IF RENGLONES-LEIDOS = 0
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN HAY-ENCABEZADO NOT = 'S'
                 MOVE "FALTA EL ENCABEZADO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
              WHEN HAY-COLA NOT = 'S' OR DETALLE-TRAS-COLA = 'S'
                 MOVE "FALTA LA COLA O NO ES EL ULTIMO RENGLON"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
              WHEN COLA-REGISTROS NOT = TOTAL-DEVOLUCIONES
                 MOVE "CONTEO DE LA COLA NO CUADRA"
                   TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

        CLASIFICAR-RENGLON-DEVOL.
           EVALUATE DEV-TIPO
              WHEN 'H'
                 IF RENGLONES-LEIDOS = 1
                    MOVE 'S' TO HAY-ENCABEZADO
                 ELSE
                    MOVE "ENCABEZADO FUERA DE LUGAR"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
                 END-IF
              WHEN 'T'
                 MOVE 'S' TO HAY-COLA
                 MOVE DEV-COLA-REGISTROS TO COLA-REGISTROS
              WHEN 'D'
                 IF HAY-COLA = 'S'
                    MOVE 'S' TO DETALLE-TRAS-COLA
                 END-IF
                 ADD 1 TO TOTAL-DEVOLUCIONES
                 IF DEV-CONTRATO NOT NUMERIC
                       OR (DEV-PRODUCTO NOT = 'P'
                          AND DEV-PRODUCTO NOT = 'S')
                    MOVE "RENGLON DE DETALLE INVALIDO"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
                 ELSE
                    IF TOTAL-DEV-CARGADAS < 9999
                       ADD 1 TO TOTAL-DEV-CARGADAS
                       MOVE DEV-PRODUCTO
                         TO TAB-DEV-PRODUCTO(TOTAL-DEV-CARGADAS)
                       MOVE DEV-CONTRATO
                         TO TAB-DEV-CONTRATO(TOTAL-DEV-CARGADAS)
                       MOVE DEV-MOTIVO
                         TO TAB-DEV-MOTIVO(TOTAL-DEV-CARGADAS)
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "TIPO DE RENGLON DESCONOCIDO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
           END-EVALUATE.

      *---- Cada devolución queda como corrección pendiente; si el
      *---- crédito ya tenía una, se reabre con el motivo nuevo.
        REGISTRAR-DEVOLUCIONES.
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > TOTAL-DEV-CARGADAS
              MOVE 0 TO RENGLON-CORRECCION
              PERFORM VARYING IDX-CRR FROM 1 BY 1
                      UNTIL IDX-CRR > TOTAL-CORRECCIONES
                 IF TAB-CRR-PRODUCTO(IDX-CRR)
                       = TAB-DEV-PRODUCTO(IDX-DEV)
                       AND TAB-CRR-CONTRATO(IDX-CRR)
                       = TAB-DEV-CONTRATO(IDX-DEV)
                    SET RENGLON-CORRECCION TO IDX-CRR
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF RENGLON-CORRECCION = 0
                 IF TOTAL-CORRECCIONES < 9999
                    ADD 1 TO TOTAL-CORRECCIONES
                    MOVE TOTAL-CORRECCIONES TO RENGLON-CORRECCION
                 ELSE
                    EXIT PERFORM
                 END-IF
              ELSE
                 IF TAB-CRR-ESTADO(RENGLON-CORRECCION) = 'P'
                    SUBTRACT 1 FROM CORRECCIONES-PENDIENTES
                 END-IF
              END-IF
              MOVE TAB-DEV-PRODUCTO(IDX-DEV)
                TO TAB-CRR-PRODUCTO(RENGLON-CORRECCION)
              MOVE TAB-DEV-CONTRATO(IDX-DEV)
                TO TAB-CRR-CONTRATO(RENGLON-CORRECCION)
              MOVE TAB-DEV-MOTIVO(IDX-DEV)
                TO TAB-CRR-MOTIVO(RENGLON-CORRECCION)
              MOVE WS-FECHA-HOY
                TO TAB-CRR-FECHA-RECIBIDA(RENGLON-CORRECCION)
              MOVE 'P' TO TAB-CRR-ESTADO(RENGLON-CORRECCION)
              MOVE ZERO TO TAB-CRR-FECHA-ENVIO(RENGLON-CORRECCION)
              MOVE 'N' TO TAB-CRR-ENCONTRADO(RENGLON-CORRECCION)
              ADD 1 TO CORRECCIONES-PENDIENTES
           END-PERFORM.

        CARGAR-CORRECCIONES.
           OPEN INPUT CORRECCIONES-FILE
           IF WS-ESTADO-CORRECCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CRR
              READ CORRECCIONES-FILE
                 AT END MOVE 'S' TO EOF-CRR
                 NOT AT END
                    IF TOTAL-CORRECCIONES < 9999
                       ADD 1 TO TOTAL-CORRECCIONES
                       MOVE CRR-PRODUCTO
                         TO TAB-CRR-PRODUCTO(TOTAL-CORRECCIONES)
                       MOVE CRR-CONTRATO
                         TO TAB-CRR-CONTRATO(TOTAL-CORRECCIONES)
                       MOVE CRR-MOTIVO
                         TO TAB-CRR-MOTIVO(TOTAL-CORRECCIONES)
                       MOVE CRR-FECHA-RECIBIDA
                         TO TAB-CRR-FECHA-RECIBIDA(TOTAL-CORRECCIONES)
                       MOVE CRR-ESTADO
                         TO TAB-CRR-ESTADO(TOTAL-CORRECCIONES)
                       MOVE CRR-FECHA-ENVIO
                         TO TAB-CRR-FECHA-ENVIO(TOTAL-CORRECCIONES)
                       MOVE 'N'
                         TO TAB-CRR-ENCONTRADO(TOTAL-CORRECCIONES)
                       IF CRR-ESTADO = 'P'
                          ADD 1 TO CORRECCIONES-PENDIENTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CORRECCIONES-FILE.

        GRABAR-CORRECCIONES.
           OPEN OUTPUT CORRECCIONES-FILE
           PERFORM VARYING IDX-CRR FROM 1 BY 1
                   UNTIL IDX-CRR > TOTAL-CORRECCIONES
              MOVE TAB-CRR-PRODUCTO(IDX-CRR) TO CRR-PRODUCTO
              MOVE TAB-CRR-CONTRATO(IDX-CRR) TO CRR-CONTRATO
              MOVE TAB-CRR-MOTIVO(IDX-CRR) TO CRR-MOTIVO
              MOVE TAB-CRR-FECHA-RECIBIDA(IDX-CRR)
                TO CRR-FECHA-RECIBIDA
              MOVE TAB-CRR-ESTADO(IDX-CRR) TO CRR-ESTADO
              MOVE TAB-CRR-FECHA-ENVIO(IDX-CRR) TO CRR-FECHA-ENVIO
              WRITE CORRECCION-REG
           END-PERFORM
           CLOSE CORRECCIONES-FILE.

        LEER-SECUENCIA-SALIDA.
           OPEN INPUT SALIDA-SEC-FILE
           IF WS-ESTADO-SALIDA-SEC NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ SALIDA-SEC-FILE
              NOT AT END
                 IF SEC-PERIODO NUMERIC AND SEC-SECUENCIA NUMERIC
                    MOVE SEC-PERIODO TO PERIODO-ENVIADO
                    MOVE SEC-SECUENCIA TO SECUENCIA-SALIDA
                 END-IF
           END-READ
           CLOSE SALIDA-SEC-FILE.

      *---- El archivo de correcciones no cambia el periodo mandado;
      *---- el mensual lo avanza al que se acaba de reportar.
        GRABAR-SECUENCIA-SALIDA.
           IF ENVIO-MENSUAL
              MOVE PERIODO-REPORTE TO PERIODO-ENVIADO
           END-IF
           OPEN OUTPUT SALIDA-SEC-FILE
           MOVE PERIODO-ENVIADO TO SEC-PERIODO
           MOVE SECUENCIA-SALIDA TO SEC-SECUENCIA
           MOVE WS-FECHA-HOY TO SEC-FECHA
           WRITE SALIDA-SEC-REG
           CLOSE SALIDA-SEC-FILE.

        LEER-OTORGANTE.
           OPEN INPUT OTORGANTE-FILE
           IF WS-ESTADO-OTORGANTE NOT = '00'
              DISPLAY "BURO_OTORGANTE.CTL NO ENCONTRADO, CLAVE DE "
                 "OTORGANTE EN BLANCO"
              EXIT PARAGRAPH
           END-IF
           READ OTORGANTE-FILE
              NOT AT END
                 MOVE OTG-CLAVE TO CLAVE-OTORGANTE
           END-READ
           CLOSE OTORGANTE-FILE.

        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              DISPLAY "clientes.txt NO ENCONTRADO, TODOS LOS CREDITOS "
                 "SE RECHAZAN"
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
                       MOVE CLI-NOMBRE
                         TO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO1
                         TO TAB-CLI-APELLIDO1(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO2
                         TO TAB-CLI-APELLIDO2(TOTAL-CLIENTES)
                       MOVE CLI-DOC-TIPO
                         TO TAB-CLI-DOC-TIPO(TOTAL-CLIENTES)
                       MOVE CLI-DOC-NUMERO
                         TO TAB-CLI-DOC-NUMERO(TOTAL-CLIENTES)
                       MOVE CLI-FECHA-NAC
                         TO TAB-CLI-FECHA-NAC(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

        CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF WS-ESTADO-HISTORIA NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-HIS
              READ HISTORIA-FILE
                 AT END MOVE 'S' TO EOF-HIS
                 NOT AT END
                    IF TOTAL-HISTORIA < 19999
                       ADD 1 TO TOTAL-HISTORIA
                       MOVE HIS-PRODUCTO
                         TO TAB-HIS-PRODUCTO(TOTAL-HISTORIA)
                       MOVE HIS-CONTRATO
                         TO TAB-HIS-CONTRATO(TOTAL-HISTORIA)
                       MOVE HIS-PEOR-CLAVE
                         TO TAB-HIS-PEOR-CLAVE(TOTAL-HISTORIA)
                       MOVE HIS-CERRADO
                         TO TAB-HIS-CERRADO(TOTAL-HISTORIA)
                       MOVE HIS-PERIODO
                         TO TAB-HIS-PERIODO(TOTAL-HISTORIA)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORIA-FILE.

        GRABAR-HISTORIA.
           OPEN OUTPUT HISTORIA-FILE
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORIA
              MOVE TAB-HIS-PRODUCTO(IDX-HIS) TO HIS-PRODUCTO
              MOVE TAB-HIS-CONTRATO(IDX-HIS) TO HIS-CONTRATO
              MOVE TAB-HIS-PEOR-CLAVE(IDX-HIS) TO HIS-PEOR-CLAVE
              MOVE TAB-HIS-CERRADO(IDX-HIS) TO HIS-CERRADO
              MOVE TAB-HIS-PERIODO(IDX-HIS) TO HIS-PERIODO
              WRITE HISTORIA-REG
           END-PERFORM
           CLOSE HISTORIA-FILE.

      *---- Todos los préstamos; el liquidado se reporta una última
      *---- vez con saldo cero para dejar constancia de que se pagó.
        CARGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    IF PRE-FOLIO NUMERIC AND TOTAL-CREDITOS < 19999
                       ADD 1 TO TOTAL-CREDITOS
                       MOVE 'P' TO TAB-CRE-PRODUCTO(TOTAL-CREDITOS)
                       MOVE PRE-FOLIO
                         TO TAB-CRE-CONTRATO(TOTAL-CREDITOS)
                       MOVE PRE-CLIENTE
                         TO TAB-CRE-CLIENTE(TOTAL-CREDITOS)
                       MOVE PRE-FECHA-DESEMBOLSO
                         TO TAB-CRE-APERTURA(TOTAL-CREDITOS)
                       MOVE PRE-CAPITAL
                         TO TAB-CRE-LIMITE(TOTAL-CREDITOS)
                       MOVE ZERO TO TAB-CRE-CUOTAS-VENC(TOTAL-CREDITOS)
                       MOVE ZERO
                         TO TAB-CRE-IMPORTE-VENC(TOTAL-CREDITOS)
                       MOVE ZERO
                         TO TAB-CRE-FECHA-ATRASO(TOTAL-CREDITOS)
                       IF PRE-ESTADO = 'L'
                          MOVE ZERO TO TAB-CRE-SALDO(TOTAL-CREDITOS)
                          MOVE 'L' TO TAB-CRE-ESTADO(TOTAL-CREDITOS)
                       ELSE
                          MOVE PRE-SALDO-INSOLUTO
                            TO TAB-CRE-SALDO(TOTAL-CREDITOS)
                          MOVE 'V' TO TAB-CRE-ESTADO(TOTAL-CREDITOS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE
           MOVE TOTAL-CREDITOS TO TOTAL-PRESTAMOS.

      *---- Cuotas vencidas antes de hoy y todavía sin cobrar
      *---- (pendiente, encolada o morosa): cuántas, cuánto suman y
      *---- la fecha de la más antigua.
        CARGAR-ATRASO-PLAN.
           IF TOTAL-PRESTAMOS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-ESTADO-PLAN NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PLN
              READ PLAN-FILE
                 AT END MOVE 'S' TO EOF-PLN
                 NOT AT END
                    IF (PLN-ESTADO = 'P' OR PLN-ESTADO = 'E'
                          OR PLN-ESTADO = 'M')
                          AND PLN-FECHA < WS-FECHA-HOY
                       PERFORM MARCAR-CUOTA-VENCIDA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

        MARCAR-CUOTA-VENCIDA.
           PERFORM VARYING IDX-CRE FROM 1 BY 1
                   UNTIL IDX-CRE > TOTAL-PRESTAMOS
              IF TAB-CRE-CONTRATO(IDX-CRE) = PLN-FOLIO
                 IF TAB-CRE-ESTADO(IDX-CRE) = 'V'
                    ADD 1 TO TAB-CRE-CUOTAS-VENC(IDX-CRE)
                    ADD PLN-IMPORTE TO TAB-CRE-IMPORTE-VENC(IDX-CRE)
                    IF TAB-CRE-FECHA-ATRASO(IDX-CRE) = 0
                          OR PLN-FECHA < TAB-CRE-FECHA-ATRASO(IDX-CRE)
                       MOVE PLN-FECHA TO TAB-CRE-FECHA-ATRASO(IDX-CRE)
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        CARGAR-SOBREGIRO-DIAS.
           OPEN INPUT SOBREGIRO-DIAS-FILE
           IF WS-ESTADO-SOBREGIRO-DIAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SGD
              READ SOBREGIRO-DIAS-FILE
                 AT END MOVE 'S' TO EOF-SGD
                 NOT AT END
                    IF SGD-NUMERO NUMERIC AND SGD-FECHA-NEG NUMERIC
                          AND TOTAL-SOBREGIROS < 9999
                       ADD 1 TO TOTAL-SOBREGIROS
                       MOVE SGD-NUMERO
                         TO TAB-SGD-NUMERO(TOTAL-SOBREGIROS)
                       MOVE SGD-FECHA-NEG
                         TO TAB-SGD-FECHA(TOTAL-SOBREGIROS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SOBREGIRO-DIAS-FILE.

      *---- Una línea de sobregiro es la cuenta no cerrada con
      *---- límite autorizado o con saldo negativo; el saldo es lo
      *---- usado, y se cuenta vencido desde que cayó a negativo.
        CARGAR-SOBREGIROS.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS "), SIN LINEAS DE SOBREGIRO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    IF NOT CUENTA-CERRADA AND SALDO NUMERIC
                          AND (LIMITE-SOBREGIRO > 0 OR SALDO < 0)
                          AND TOTAL-CREDITOS < 19999
                       PERFORM AGREGAR-LINEA-SOBREGIRO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUENTAS-FILE.

        AGREGAR-LINEA-SOBREGIRO.
           ADD 1 TO TOTAL-CREDITOS
           MOVE 'S' TO TAB-CRE-PRODUCTO(TOTAL-CREDITOS)
           MOVE NUMERO-CUENTA TO TAB-CRE-CONTRATO(TOTAL-CREDITOS)
           MOVE CUENTA-CLIENTE TO TAB-CRE-CLIENTE(TOTAL-CREDITOS)
           MOVE ZERO TO TAB-CRE-APERTURA(TOTAL-CREDITOS)
           MOVE LIMITE-SOBREGIRO TO TAB-CRE-LIMITE(TOTAL-CREDITOS)
           MOVE ZERO TO TAB-CRE-CUOTAS-VENC(TOTAL-CREDITOS)
           MOVE ZERO TO TAB-CRE-IMPORTE-VENC(TOTAL-CREDITOS)
           MOVE ZERO TO TAB-CRE-FECHA-ATRASO(TOTAL-CREDITOS)
           MOVE 'V' TO TAB-CRE-ESTADO(TOTAL-CREDITOS)
           IF SALDO < 0
              COMPUTE TAB-CRE-SALDO(TOTAL-CREDITOS) = 0 - SALDO
              PERFORM VARYING IDX-SGD FROM 1 BY 1
                      UNTIL IDX-SGD > TOTAL-SOBREGIROS
                 IF TAB-SGD-NUMERO(IDX-SGD) = NUMERO-CUENTA
                    MOVE TAB-SGD-FECHA(IDX-SGD)
                      TO TAB-CRE-FECHA-ATRASO(TOTAL-CREDITOS)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF TAB-CRE-FECHA-ATRASO(TOTAL-CREDITOS) > 0
                    AND TAB-CRE-FECHA-ATRASO(TOTAL-CREDITOS)
                       < WS-FECHA-HOY
                 MOVE TAB-CRE-SALDO(TOTAL-CREDITOS)
                   TO TAB-CRE-IMPORTE-VENC(TOTAL-CREDITOS)
              END-IF
           ELSE
              MOVE ZERO TO TAB-CRE-SALDO(TOTAL-CREDITOS)
           END-IF.

      *---- Arma BURO_CREDITO.DAT: en el mensual van todos los
      *---- créditos, en el de correcciones sólo los pendientes.
        GENERAR-SALIDA.
           ADD 1 TO SECUENCIA-SALIDA
           OPEN OUTPUT SALIDA-FILE
           MOVE SPACES TO SAL-ENCABEZADO
           MOVE 'H' TO SAL-ENC-TIPO
           MOVE CLAVE-OTORGANTE TO SAL-ENC-OTORGANTE
           IF ENVIO-MENSUAL
              MOVE PERIODO-REPORTE TO SAL-ENC-PERIODO
           ELSE
              MOVE PERIODO-ENVIADO TO SAL-ENC-PERIODO
           END-IF
           MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
           MOVE SECUENCIA-SALIDA TO SAL-ENC-SECUENCIA
           MOVE MODO-ENVIO TO SAL-ENC-MODO
           WRITE SAL-ENCABEZADO
           PERFORM VARYING IDX-CRE FROM 1 BY 1
                   UNTIL IDX-CRE > TOTAL-CREDITOS
              PERFORM PROCESAR-CREDITO
           END-PERFORM
           MOVE SPACES TO SAL-COLA
           MOVE 'T' TO SAL-COLA-TIPO
           MOVE TOTAL-ENVIADOS TO SAL-COLA-REGISTROS
           MOVE SUMA-SALDOS TO SAL-COLA-SALDOS
           MOVE SUMA-VENCIDOS TO SAL-COLA-VENCIDOS
           WRITE SAL-COLA
           CLOSE SALIDA-FILE.

        PROCESAR-CREDITO.
           PERFORM UBICAR-CORRECCION
           IF ENVIO-CORRECCIONES AND NOT ES-CORRECCION
              EXIT PARAGRAPH
           END-IF
           PERFORM UBICAR-HISTORIA
           IF TAB-CRE-ESTADO(IDX-CRE) = 'L' AND NOT ES-CORRECCION
              IF RENGLON-HISTORIA > 0
                 IF TAB-HIS-CERRADO(RENGLON-HISTORIA) = 'S'
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF

           MOVE 0 TO RENGLON-CLIENTE
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = TAB-CRE-CLIENTE(IDX-CRE)
                 SET RENGLON-CLIENTE TO IDX-CLI
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE SPACES TO MOTIVO-RECHAZO
           EVALUATE TRUE
              WHEN TAB-CRE-CLIENTE(IDX-CRE) NOT NUMERIC
                    OR TAB-CRE-CLIENTE(IDX-CRE) = 0
                 MOVE "SIN CLIENTE LIGADO" TO MOTIVO-RECHAZO
              WHEN RENGLON-CLIENTE = 0
                 MOVE "CLIENTE NO ENCONTRADO" TO MOTIVO-RECHAZO
              WHEN TAB-CLI-DOC-TIPO(RENGLON-CLIENTE) = SPACES
                    OR TAB-CLI-DOC-NUMERO(RENGLON-CLIENTE) = SPACES
                 MOVE "FALTA DOCUMENTO DE IDENTIDAD" TO MOTIVO-RECHAZO
              WHEN TAB-CLI-FECHA-NAC(RENGLON-CLIENTE) NOT NUMERIC
                    OR TAB-CLI-FECHA-NAC(RENGLON-CLIENTE) = ZEROS
                 MOVE "FALTA FECHA DE NACIMIENTO" TO MOTIVO-RECHAZO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF MOTIVO-RECHAZO NOT = SPACES
              PERFORM REPORTAR-RECHAZO
              EXIT PARAGRAPH
           END-IF

           IF TAB-CRE-FECHA-ATRASO(IDX-CRE) = 0
              MOVE ZERO TO CREDITO-DIAS-ATRASO
           ELSE
              MOVE TAB-CRE-FECHA-ATRASO(IDX-CRE) TO FECHA-CALCULO
              PERFORM CALCULAR-DIAS-30-360
              IF DIAS-HOY > DIAS-CALCULO
                 COMPUTE CREDITO-DIAS-ATRASO = DIAS-HOY - DIAS-CALCULO
              ELSE
                 MOVE ZERO TO CREDITO-DIAS-ATRASO
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN CREDITO-DIAS-ATRASO = 0
                 MOVE 1 TO CREDITO-CLAVE
              WHEN CREDITO-DIAS-ATRASO <= 30
                 MOVE 2 TO CREDITO-CLAVE
              WHEN CREDITO-DIAS-ATRASO <= 60
                 MOVE 3 TO CREDITO-CLAVE
              WHEN CREDITO-DIAS-ATRASO <= 90
                 MOVE 4 TO CREDITO-CLAVE
              WHEN OTHER
                 MOVE 5 TO CREDITO-CLAVE
           END-EVALUATE
           IF RENGLON-HISTORIA = 0
              IF TOTAL-HISTORIA < 19999
                 ADD 1 TO TOTAL-HISTORIA
                 MOVE TOTAL-HISTORIA TO RENGLON-HISTORIA
                 MOVE TAB-CRE-PRODUCTO(IDX-CRE)
                   TO TAB-HIS-PRODUCTO(RENGLON-HISTORIA)
                 MOVE TAB-CRE-CONTRATO(IDX-CRE)
                   TO TAB-HIS-CONTRATO(RENGLON-HISTORIA)
                 MOVE ZERO TO TAB-HIS-PEOR-CLAVE(RENGLON-HISTORIA)
                 MOVE 'N' TO TAB-HIS-CERRADO(RENGLON-HISTORIA)
              END-IF
           END-IF
           MOVE CREDITO-CLAVE TO CREDITO-PEOR-CLAVE
           IF RENGLON-HISTORIA > 0
              IF TAB-HIS-PEOR-CLAVE(RENGLON-HISTORIA)
                    > CREDITO-PEOR-CLAVE
                 MOVE TAB-HIS-PEOR-CLAVE(RENGLON-HISTORIA)
                   TO CREDITO-PEOR-CLAVE
              END-IF
              MOVE CREDITO-PEOR-CLAVE
                TO TAB-HIS-PEOR-CLAVE(RENGLON-HISTORIA)
              IF TAB-CRE-ESTADO(IDX-CRE) = 'L'
                 MOVE 'S' TO TAB-HIS-CERRADO(RENGLON-HISTORIA)
              END-IF
              IF ENVIO-MENSUAL
                 MOVE PERIODO-REPORTE
                   TO TAB-HIS-PERIODO(RENGLON-HISTORIA)
              END-IF
           END-IF
           PERFORM ESCRIBIR-DETALLE-SALIDA.

        ESCRIBIR-DETALLE-SALIDA.
           MOVE SPACES TO SAL-DETALLE
           MOVE 'D' TO SAL-TIPO
           IF ES-CORRECCION
              MOVE 'C' TO SAL-MOVIMIENTO
              MOVE 'E' TO TAB-CRR-ESTADO(RENGLON-CORRECCION)
              MOVE WS-FECHA-HOY
                TO TAB-CRR-FECHA-ENVIO(RENGLON-CORRECCION)
              ADD 1 TO TOTAL-CORREGIDOS
           ELSE
              MOVE 'A' TO SAL-MOVIMIENTO
           END-IF
           MOVE TAB-CRE-PRODUCTO(IDX-CRE) TO SAL-PRODUCTO
           MOVE TAB-CRE-CONTRATO(IDX-CRE) TO SAL-CONTRATO
           MOVE TAB-CRE-CLIENTE(IDX-CRE) TO SAL-CLIENTE
           MOVE TAB-CLI-DOC-TIPO(RENGLON-CLIENTE) TO SAL-DOC-TIPO
           MOVE TAB-CLI-DOC-NUMERO(RENGLON-CLIENTE) TO SAL-DOC-NUMERO
           MOVE TAB-CLI-FECHA-NAC(RENGLON-CLIENTE) TO SAL-FECHA-NAC
           MOVE TAB-CLI-APELLIDO1(RENGLON-CLIENTE) TO SAL-APELLIDO1
           MOVE TAB-CLI-APELLIDO2(RENGLON-CLIENTE) TO SAL-APELLIDO2
           MOVE TAB-CLI-NOMBRE(RENGLON-CLIENTE) TO SAL-NOMBRE
           MOVE TAB-CRE-APERTURA(IDX-CRE) TO SAL-FECHA-APERTURA
           MOVE TAB-CRE-LIMITE(IDX-CRE) TO SAL-LIMITE
           MOVE TAB-CRE-SALDO(IDX-CRE) TO SAL-SALDO
           MOVE TAB-CRE-CUOTAS-VENC(IDX-CRE) TO SAL-CUOTAS-VENCIDAS
           MOVE TAB-CRE-IMPORTE-VENC(IDX-CRE) TO SAL-IMPORTE-VENCIDO
           MOVE CREDITO-DIAS-ATRASO TO SAL-DIAS-ATRASO
           MOVE CREDITO-CLAVE TO SAL-CLAVE-ATRASO
           MOVE CREDITO-PEOR-CLAVE TO SAL-PEOR-CLAVE
           MOVE TAB-CRE-ESTADO(IDX-CRE) TO SAL-ESTADO
           WRITE SAL-DETALLE
           ADD 1 TO TOTAL-ENVIADOS
           ADD TAB-CRE-SALDO(IDX-CRE) TO SUMA-SALDOS
           ADD TAB-CRE-IMPORTE-VENC(IDX-CRE) TO SUMA-VENCIDOS
           IF TAB-CRE-PRODUCTO(IDX-CRE) = 'P'
              ADD 1 TO ENVIADOS-PRE
           ELSE
              ADD 1 TO ENVIADOS-SOB
           END-IF.

      *---- Deja en RENGLON-CORRECCION la corrección pendiente del
      *---- crédito, si tiene, y la marca como encontrada.
        UBICAR-CORRECCION.
           MOVE 0 TO RENGLON-CORRECCION
           MOVE 'N' TO CREDITO-CORRECCION
           PERFORM VARYING IDX-CRR FROM 1 BY 1
                   UNTIL IDX-CRR > TOTAL-CORRECCIONES
              IF TAB-CRR-ESTADO(IDX-CRR) = 'P'
                    AND TAB-CRR-PRODUCTO(IDX-CRR)
                       = TAB-CRE-PRODUCTO(IDX-CRE)
                    AND TAB-CRR-CONTRATO(IDX-CRR)
                       = TAB-CRE-CONTRATO(IDX-CRE)
                 SET RENGLON-CORRECCION TO IDX-CRR
                 MOVE 'S' TO TAB-CRR-ENCONTRADO(IDX-CRR)
                 MOVE 'S' TO CREDITO-CORRECCION
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-HISTORIA.
           MOVE 0 TO RENGLON-HISTORIA
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORIA
              IF TAB-HIS-PRODUCTO(IDX-HIS) = TAB-CRE-PRODUCTO(IDX-CRE)
                    AND TAB-HIS-CONTRATO(IDX-HIS)
                       = TAB-CRE-CONTRATO(IDX-CRE)
                 SET RENGLON-HISTORIA TO IDX-HIS
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Un crédito rechazado por identidad incompleta no sale;
      *---- si era corrección, sigue pendiente para otra corrida.
        REPORTAR-RECHAZO.
           IF TAB-CRE-PRODUCTO(IDX-CRE) = 'P'
              MOVE "PRESTAMO" TO DR-PRODUCTO
           ELSE
              MOVE "SOBREGIRO" TO DR-PRODUCTO
           END-IF
           MOVE TAB-CRE-CONTRATO(IDX-CRE) TO DR-CONTRATO
           IF TAB-CRE-CLIENTE(IDX-CRE) NUMERIC
              MOVE TAB-CRE-CLIENTE(IDX-CRE) TO DR-CLIENTE
           ELSE
              MOVE ZERO TO DR-CLIENTE
           END-IF
           MOVE MOTIVO-RECHAZO TO DR-MOTIVO
           WRITE LINEA-RECHAZO FROM DET-RECHAZO
           ADD 1 TO TOTAL-RECHAZADOS.

      *---- La corrección de un crédito que ya no existe no tiene
      *---- qué reenviarse: se descarta y queda en los rechazos.
        DESCARTAR-CORRECCIONES.
           PERFORM VARYING IDX-CRR FROM 1 BY 1
                   UNTIL IDX-CRR > TOTAL-CORRECCIONES
              IF TAB-CRR-ESTADO(IDX-CRR) = 'P'
                    AND TAB-CRR-ENCONTRADO(IDX-CRR) = 'N'
                 MOVE 'X' TO TAB-CRR-ESTADO(IDX-CRR)
                 IF TAB-CRR-PRODUCTO(IDX-CRR) = 'P'
                    MOVE "PRESTAMO" TO DR-PRODUCTO
                 ELSE
                    MOVE "SOBREGIRO" TO DR-PRODUCTO
                 END-IF
                 MOVE TAB-CRR-CONTRATO(IDX-CRR) TO DR-CONTRATO
                 MOVE ZERO TO DR-CLIENTE
                 MOVE "CORRECCION DE CREDITO INEXISTENTE" TO DR-MOTIVO
                 WRITE LINEA-RECHAZO FROM DET-RECHAZO
                 ADD 1 TO TOTAL-DESCARTADOS
              END-IF
           END-PERFORM.

        REPORTAR-TOTALES.
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO LINEA-REPORTE
           IF ENVIO-MENSUAL
              STRING "SOCIEDAD DE INFORMACION CREDITICIA - REPORTE "
                 "MENSUAL DEL PERIODO " PERIODO-REPORTE
                 DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
              STRING "SOCIEDAD DE INFORMACION CREDITICIA - "
                 "CORRECCIONES DEL PERIODO " PERIODO-ENVIADO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "ARCHIVO BURO_CREDITO.DAT SECUENCIA "
              SECUENCIA-SALIDA " DEL " WS-FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PRESTAMOS ENVIADOS" TO DT-ETIQUETA
           MOVE ENVIADOS-PRE TO DT-CANTIDAD
           MOVE ZERO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "LINEAS DE SOBREGIRO ENVIADAS" TO DT-ETIQUETA
           MOVE ENVIADOS-SOB TO DT-CANTIDAD
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "TOTAL ENVIADO / SALDOS" TO DT-ETIQUETA
           MOVE TOTAL-ENVIADOS TO DT-CANTIDAD
           MOVE SUMA-SALDOS TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "IMPORTE VENCIDO" TO DT-ETIQUETA
           MOVE ZERO TO DT-CANTIDAD
           MOVE SUMA-VENCIDOS TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE ZERO TO DT-IMPORTE
           MOVE "CORRECCIONES REENVIADAS" TO DT-ETIQUETA
           MOVE TOTAL-CORREGIDOS TO DT-CANTIDAD
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "DEVOLUCIONES RECIBIDAS HOY" TO DT-ETIQUETA
           MOVE TOTAL-DEV-CARGADAS TO DT-CANTIDAD
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "RECHAZADOS (BURO_RECHAZOS.RPT)" TO DT-ETIQUETA
           MOVE TOTAL-RECHAZADOS TO DT-CANTIDAD
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "CORRECCIONES DESCARTADAS" TO DT-ETIQUETA
           MOVE TOTAL-DESCARTADOS TO DT-CANTIDAD
           WRITE LINEA-REPORTE FROM DET-TOTAL
           CLOSE REPORTE-FILE.

      *---- Número de día 30/360 de FECHA-CALCULO en DIAS-CALCULO.
        CALCULAR-DIAS-30-360.
           IF FC-DIA > 30
              COMPUTE DIAS-CALCULO = FC-ANO * 360 + FC-MES * 30 + 30
           ELSE
              COMPUTE DIAS-CALCULO
                 = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           END-IF.
