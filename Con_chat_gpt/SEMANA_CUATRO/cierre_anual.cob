       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANUAL.

      *> --- Cierre del ejercicio. Lo corre PROCESO-NOCTURNO el primer
      *> día hábil de enero, antes de CONTABILIDAD-GENERAL, para el
      *> año que terminó:
      *>   - Archiva los acumulados del año (ISR_ACUMULADO.DAT de
      *>     INTERES-MENSUAL, NOMINA_ACUMULADO.DAT de NOMINA y
      *>     VENTAS_ACUMULADO.DAT de TABLA-VENTAS) en su generación
      *>     fechada NOMBRE_AAAA.DAT y deja el archivo vivo sólo con
      *>     los renglones de otros años, para que el nuevo ejercicio
      *>     arranque en cero.
      *>   - Cierra las cuentas de ingreso y gasto del catálogo
      *>     contra resultados acumulados: por cada cuenta, moneda y
      *>     sucursal con saldo en el último periodo del año en
      *>     SALDOS_GL.DAT agrega a CONTABLE.DAT la partida que la
      *>     deja en cero (concepto CTA=nnnnnn, directo a la cuenta) y
      *>     por cada moneda y sucursal la utilidad o pérdida contra
      *>     el concepto RESULTADOS, que el catálogo liga a la cuenta
      *>     de capital. Las partidas van fechadas el día de la
      *>     corrida y CONTABILIDAD-GENERAL las pasa al mayor esa
      *>     misma noche.
      *>   - Cierra en PERIODOS.CTL los doce meses del año y agrega el
      *>     renglón AAAA00 'C', que marca el ejercicio cerrado:
      *>     CIERRE-PERIODO ya no reabre sus meses y esta corrida no
      *>     se repite.
      *>   - Deja la evidencia para auditoría en CIERRE_ANUAL_AAAA.RPT:
      *>     generaciones escritas con sus renglones e importes,
      *>     partidas de cierre y periodos bloqueados.
      *> Sin regla del concepto RESULTADOS para alguna moneda y
      *> sucursal con saldos que cerrar, no toca nada y termina con
      *> código 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO 'PERIODOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODOS.
           SELECT CATALOGO-FILE ASSIGN TO 'CATALOGO_CONTABLE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT SALDOS-GL-FILE ASSIGN TO 'SALDOS_GL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALDOS-GL.
           SELECT CONTABLE-FILE ASSIGN TO 'CONTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTABLE.
           SELECT CORTES-FILE ASSIGN TO 'CORTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORTES.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.
           SELECT GENERACION-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GENERACION.
           SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      *---- Mismo trazado que mantiene CIERRE-PERIODO.
       FD PERIODOS-FILE.
       01 PERIODO-REG.
           05 PER-MES    PIC 9(6).
           05 PER-ESTADO PIC X(1).

       FD CATALOGO-FILE.
           COPY CATALOGOREG.

       FD SALDOS-GL-FILE.
           COPY SALDOGLREG.

      *---- Mismo trazado que graba BATCH-BANCO.
       FD CONTABLE-FILE.
       01 CONTABLE-REG.
           05 CNT-FECHA    PIC 9(8).
           05 CNT-MONEDA   PIC X(3).
           05 CNT-SUCURSAL PIC 9(3).
           05 CNT-CONCEPTO PIC X(10).
           05 CNT-CARGO-ABONO PIC X(1).
           05 CNT-IMPORTE  PIC 9(9)V99.
           05 CNT-REGISTROS PIC 9(5).

      *---- Registro de cortes de BATCH-BANCO: los renglones que se
      *---- agregan a CONTABLE.DAT se suman a los del corte de hoy.
       FD CORTES-FILE.
       01 CORTE-REG.
           05 COR-FECHA PIC 9(8).
           05 COR-CORTE PIC 9(2).
           05 COR-RENGLONES PIC 9(5).

      *---- Acumulado vivo y su generación fechada; el renglón se
      *---- copia tal cual y se interpreta con la vista de su clase.
       FD ACUMULADO-FILE.
       01 ACUMULADO-LINEA PIC X(80).

       FD GENERACION-FILE.
       01 GENERACION-LINEA PIC X(80).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-PERIODOS   PIC X(2).
       01 WS-ESTADO-CATALOGO   PIC X(2).
       01 WS-ESTADO-SALDOS-GL  PIC X(2).
       01 WS-ESTADO-CONTABLE   PIC X(2).
       01 WS-ESTADO-CORTES     PIC X(2).
       01 WS-ESTADO-ACUMULADO  PIC X(2).
       01 WS-ESTADO-GENERACION PIC X(2).
       01 WS-ESTADO-REPORTE    PIC X(2).
       01 WS-NOMBRE-VIVO       PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-GENERACION PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-REPORTE    PIC X(30) VALUE SPACES.

       01 EOF-PER PIC X VALUE 'N'.
          88 FIN-PER VALUE 'S'.
       01 EOF-CAT PIC X VALUE 'N'.
          88 FIN-CAT VALUE 'S'.
       01 EOF-SGL PIC X VALUE 'N'.
          88 FIN-SGL VALUE 'S'.
       01 EOF-CNT PIC X VALUE 'N'.
          88 FIN-CNT VALUE 'S'.
       01 EOF-ACU PIC X VALUE 'N'.
          88 FIN-ACU VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).

      *> --- Ejercicio que se cierra (el año anterior a la corrida) y
      *> último periodo suyo en el mayor.
       01 EJERCICIO PIC 9(4) VALUE ZERO.
       01 PERIODO-CIERRE PIC 9(6) VALUE ZERO.

      *> --- Padrón de periodos en memoria.
       01 PERIODOS-TABLA.
          05 PERIODO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-PERIODOS
                INDEXED BY IDX-PER.
             10 TAB-PER-MES    PIC 9(6).
             10 TAB-PER-ESTADO PIC X(1).
       01 TOTAL-PERIODOS PIC 9(3) VALUE 0.
       01 RENGLON-PERIODO PIC 9(3) VALUE 0.
       01 MES-BUSCADO PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES MES-BUSCADO.
          05 MB-ANO PIC 9(4).
          05 MB-MES PIC 9(2).
       01 EJERCICIO-CERRADO PIC X(1) VALUE 'N'.
          88 ES-EJERCICIO-CERRADO VALUE 'S'.

      *> --- Cómo estaba cada mes del año antes del bloqueo, para la
      *> evidencia.
       01 MESES-BLOQUEO.
          05 ESTADO-ANTES OCCURS 12 TIMES PIC X(1).
       01 IDX-MES PIC 9(2) VALUE 0.
       01 MESES-CERRADOS-AHORA PIC 9(2) VALUE 0.

      *> --- Catálogo en memoria: cuentas y reglas del concepto
      *> RESULTADOS.
       01 CUENTAS-GL-TABLA.
          05 CUENTA-GL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CUENTAS-GL
                INDEXED BY IDX-CTA.
             10 TAB-CTA-NUMERO     PIC 9(6).
             10 TAB-CTA-NOMBRE     PIC X(30).
             10 TAB-CTA-NATURALEZA PIC X(1).
       01 TOTAL-CUENTAS-GL PIC 9(3) VALUE 0.
       01 REGLAS-TABLA.
          05 REGLA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-REGLAS
                INDEXED BY IDX-MAP.
             10 TAB-MAP-MONEDA   PIC X(3).
             10 TAB-MAP-SUCURSAL PIC X(3).
       01 TOTAL-REGLAS PIC 9(3) VALUE 0.
       01 CONCEPTO-RESULTADOS PIC X(10) VALUE "RESULTADOS".
       01 SUCURSAL-TEXTO PIC X(3).
       01 REGLA-HALLADA PIC X(1) VALUE 'N'.
          88 HAY-REGLA VALUE 'S'.
       01 SIN-REGLA-RESULTADOS PIC 9(3) VALUE 0.

      *> --- Saldos de resultados que se cierran.
       01 CIERRES-TABLA.
          05 CIERRE-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CIERRES
                INDEXED BY IDX-CIE.
             10 TAB-CIE-CUENTA   PIC 9(6).
             10 TAB-CIE-NOMBRE   PIC X(30).
             10 TAB-CIE-MONEDA   PIC X(3).
             10 TAB-CIE-SUCURSAL PIC 9(3).
             10 TAB-CIE-SALDO    PIC S9(11)V99.
       01 TOTAL-CIERRES PIC 9(3) VALUE 0.

      *> --- Resultado del ejercicio por moneda y sucursal; signo
      *> deudor como en el mayor: negativo es utilidad.
       01 RESULTADOS-TABLA.
          05 RESULTADO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-RESULTADOS
                INDEXED BY IDX-RES.
             10 TAB-RES-MONEDA   PIC X(3).
             10 TAB-RES-SUCURSAL PIC 9(3).
             10 TAB-RES-NETO     PIC S9(11)V99.
       01 TOTAL-RESULTADOS PIC 9(3) VALUE 0.

      *> --- Partidas contables del cierre.
       01 PARTIDAS-TABLA.
          05 PARTIDA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-PARTIDAS
                INDEXED BY IDX-PAR.
             10 PAR-MONEDA       PIC X(3).
             10 PAR-SUCURSAL     PIC 9(3).
             10 PAR-CONCEPTO     PIC X(10).
             10 PAR-CARGO-ABONO  PIC X(1).
             10 PAR-IMPORTE      PIC 9(9)V99.
       01 TOTAL-PARTIDAS PIC 9(3) VALUE 0.
       01 CONCEPTO-CUENTA.
          05 FILLER           PIC X(4) VALUE "CTA=".
          05 CC-CUENTA        PIC 9(6).
       01 RENGLONES-AGREGADOS PIC 9(5) VALUE 0.
       01 CIERRE-YA-ASENTADO PIC X(1) VALUE 'N'.
          88 YA-ASENTADO VALUE 'S'.
       01 CORTE-HOY       PIC 9(2) VALUE 0.
       01 RENGLONES-CORTE PIC 9(5) VALUE 0.
       01 TOTAL-CARGOS PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-ABONOS PIC 9(11)V99 VALUE ZERO.

      *> --- Archivo de un acumulado. CLASE-ACUMULADO: 'I' ISR, 'N'
      *> nómina, 'V' ventas.
       01 CLASE-ACUMULADO PIC X(1) VALUE SPACE.
       01 BASE-ACUMULADO  PIC X(20) VALUE SPACES.
       01 ANO-RENGLON     PIC 9(4) VALUE ZERO.
       01 IMPORTE-RENGLON PIC 9(11)V99 VALUE ZERO.
       01 CONSERVADOS-TABLA.
          05 CONSERVADO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CONSERVADOS
                INDEXED BY IDX-CON.
             10 TAB-CON-LINEA PIC X(80).
       01 TOTAL-CONSERVADOS PIC 9(4) VALUE 0.
       01 GENERACION-ABIERTA PIC X(1) VALUE 'N'.
          88 HAY-GENERACION VALUE 'S'.
       01 IDX-ARC PIC 9(1) VALUE 0.

      *> Resultado del archivo de cada acumulado, para la evidencia.
       01 ARCHIVOS-TABLA.
          05 ARCHIVO-RENGLON OCCURS 3 TIMES.
             10 TAB-ARC-VIVO       PIC X(30).
             10 TAB-ARC-GENERACION PIC X(30).
             10 TAB-ARC-EXISTE     PIC X(1).
             10 TAB-ARC-LEIDOS     PIC 9(5).
             10 TAB-ARC-ARCHIVADOS PIC 9(5).
             10 TAB-ARC-CONSERVADOS PIC 9(5).
             10 TAB-ARC-IMPORTE    PIC 9(11)V99.
             10 TAB-ARC-CONCEPTO   PIC X(16).

      *> --- Vistas de los renglones de cada acumulado.
      *> Mismo trazado que graba INTERES-MENSUAL.
       01 VISTA-ISR.
          05 VIS-ISR-CLIENTE  PIC 9(5).
          05 VIS-ISR-ANO      PIC 9(4).
          05 VIS-ISR-INTERES  PIC 9(9)V99.
          05 VIS-ISR-RETENIDO PIC 9(9)V99.
           COPY NOMINAACUREG.
           COPY VENTASACUREG.

      *> Cifras de control de lo que se agrega a CONTABLE.DAT.
           COPY ENTREGAPARREG.

      *> --- Renglones del reporte.
       01 ENC-ARCHIVOS.
          05 FILLER PIC X(50)
             VALUE "ARCHIVO VIVO          GENERACION                ".
          05 FILLER PIC X(50)
             VALUE " LEIDOS ARCHIV. CONSERV. IMPORTE ARCHIVADO CIFRA".
       01 DET-ARCHIVO.
          05 DA-VIVO        PIC X(21).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DA-GENERACION  PIC X(26).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DA-LEIDOS      PIC ZZZZ9.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 DA-ARCHIVADOS  PIC ZZZZ9.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 DA-CONSERVADOS PIC ZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DA-IMPORTE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 DA-CONCEPTO    PIC X(16).
       01 ENC-PARTIDAS.
          05 FILLER PIC X(50)
             VALUE "CUENTA NOMBRE                         MON SUC    ".
          05 FILLER PIC X(50)
             VALUE "  SALDO CERRADO    PARTIDA          IMPORTE      ".
       01 DET-PARTIDA.
          05 DP-CUENTA    PIC 9(6).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DP-NOMBRE    PIC X(30).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DP-MONEDA    PIC X(3).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DP-SUCURSAL  PIC 9(3).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DP-SALDO     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(4) VALUE SPACES.
          05 DP-SENTIDO   PIC X(6).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DP-IMPORTE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DET-RESULTADO.
          05 FILLER       PIC X(24) VALUE "RESULTADO DEL EJERCICIO ".
          05 DR-MONEDA    PIC X(3).
          05 FILLER       PIC X(10) VALUE " SUCURSAL ".
          05 DR-SUCURSAL  PIC 9(3).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DR-TIPO      PIC X(8).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DR-IMPORTE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(14) VALUE " A RESULTADOS ".
          05 DR-SENTIDO   PIC X(6).
       01 DET-PERIODO.
          05 FILLER       PIC X(8) VALUE "PERIODO ".
          05 DPE-MES      PIC 9(6).
          05 FILLER       PIC X(7) VALUE " ANTES ".
          05 DPE-ANTES    PIC X(12).
          05 FILLER       PIC X(7) VALUE " AHORA ".
          05 DPE-AHORA    PIC X(12).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            COMPUTE EJERCICIO = WS-HOY-ANO - 1

            PERFORM CARGAR-PERIODOS
            PERFORM REVISAR-EJERCICIO-CERRADO
            IF ES-EJERCICIO-CERRADO
               DISPLAY "EL EJERCICIO " EJERCICIO " YA SE CERRO, "
                  "NO SE REPITE"
               GOBACK
            END-IF

            PERFORM CARGAR-CATALOGO
            PERFORM CARGAR-SALDOS-CIERRE
            IF TOTAL-CIERRES > 0 AND TOTAL-CUENTAS-GL = 0
               DISPLAY "*** CATALOGO_CONTABLE.CTL VACIO O AUSENTE ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM VERIFICAR-REGLAS-RESULTADOS
            IF SIN-REGLA-RESULTADOS > 0
               DISPLAY "*** FALTA LA REGLA DEL CONCEPTO RESULTADOS EN "
                  "CATALOGO_CONTABLE.CTL ***"
               DISPLAY "EL EJERCICIO " EJERCICIO " NO SE CIERRA; "
                  "CAPTURE LA REGLA Y VUELVA A CORRER"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

      *---- Partidas de cierre, salvo que otra corrida de hoy ya las
      *---- haya dejado en CONTABLE.DAT.
            PERFORM REVISAR-CIERRE-ASENTADO
            PERFORM ARMAR-PARTIDAS
            IF NOT YA-ASENTADO
               PERFORM GRABAR-CONTABLE
               PERFORM SUMAR-RENGLONES-CORTE
            END-IF

      *---- Acumulados del año a su generación fechada.
            MOVE 1 TO IDX-ARC
            MOVE 'I' TO CLASE-ACUMULADO
            MOVE "ISR_ACUMULADO" TO BASE-ACUMULADO
            MOVE "ISR RETENIDO" TO TAB-ARC-CONCEPTO(IDX-ARC)
            PERFORM ARCHIVAR-ACUMULADO
            MOVE 2 TO IDX-ARC
            MOVE 'N' TO CLASE-ACUMULADO
            MOVE "NOMINA_ACUMULADO" TO BASE-ACUMULADO
            MOVE "NOMINA BRUTA" TO TAB-ARC-CONCEPTO(IDX-ARC)
            PERFORM ARCHIVAR-ACUMULADO
            MOVE 3 TO IDX-ARC
            MOVE 'V' TO CLASE-ACUMULADO
            MOVE "VENTAS_ACUMULADO" TO BASE-ACUMULADO
            MOVE "VENTAS" TO TAB-ARC-CONCEPTO(IDX-ARC)
            PERFORM ARCHIVAR-ACUMULADO

            PERFORM BLOQUEAR-EJERCICIO
            PERFORM GRABAR-PERIODOS
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "EJERCICIO CERRADO:        " EJERCICIO
            DISPLAY "CUENTAS DE RESULTADOS:    " TOTAL-CIERRES
            IF YA-ASENTADO
               DISPLAY "PARTIDAS DE CIERRE YA ASENTADAS HOY, NO SE "
                  "REPITEN"
            ELSE
               DISPLAY "RENGLONES A CONTABLE.DAT: " RENGLONES-AGREGADOS
            END-IF
            PERFORM VARYING IDX-ARC FROM 1 BY 1 UNTIL IDX-ARC > 3
               DISPLAY TAB-ARC-VIVO(IDX-ARC) " ARCHIVADOS "
                  TAB-ARC-ARCHIVADOS(IDX-ARC) " CONSERVADOS "
                  TAB-ARC-CONSERVADOS(IDX-ARC)
            END-PERFORM
            DISPLAY "MESES CERRADOS AHORA:     " MESES-CERRADOS-AHORA
            DISPLAY "EVIDENCIA EN " WS-NOMBRE-REPORTE
            DISPLAY "--------------------------------"

            GOBACK.

      *---- El ejercicio ya está cerrado si PERIODOS.CTL trae su
      *---- renglón AAAA00 en 'C'.
        REVISAR-EJERCICIO-CERRADO.
           MOVE EJERCICIO TO MB-ANO
           MOVE 0 TO MB-MES
           PERFORM UBICAR-PERIODO
           IF RENGLON-PERIODO > 0
              IF TAB-PER-ESTADO(RENGLON-PERIODO) = 'C'
                 MOVE 'S' TO EJERCICIO-CERRADO
              END-IF
           END-IF.

        UBICAR-PERIODO.
           MOVE 0 TO RENGLON-PERIODO
           PERFORM VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > TOTAL-PERIODOS
              IF TAB-PER-MES(IDX-PER) = MES-BUSCADO
                 SET RENGLON-PERIODO TO IDX-PER
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Último periodo del ejercicio en SALDOS_GL.DAT y, de él,
      *---- los saldos de las cuentas de ingreso y gasto, que se
      *---- suman por moneda y sucursal en el resultado del año.
        CARGAR-SALDOS-CIERRE.
           OPEN INPUT SALDOS-GL-FILE
           IF WS-ESTADO-SALDOS-GL NOT = '00'
              DISPLAY "SALDOS_GL.DAT NO ENCONTRADO, SIN PARTIDAS DE "
                 "CIERRE"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SGL
              READ SALDOS-GL-FILE
                 AT END MOVE 'S' TO EOF-SGL
                 NOT AT END
                    IF SGL-PERIODO(1:4) = EJERCICIO
                          AND SGL-PERIODO > PERIODO-CIERRE
                       MOVE SGL-PERIODO TO PERIODO-CIERRE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALDOS-GL-FILE
           IF PERIODO-CIERRE = 0
              DISPLAY "SALDOS_GL.DAT SIN PERIODOS DE " EJERCICIO
                 ", SIN PARTIDAS DE CIERRE"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-SGL
           OPEN INPUT SALDOS-GL-FILE
           PERFORM UNTIL FIN-SGL
              READ SALDOS-GL-FILE
                 AT END MOVE 'S' TO EOF-SGL
                 NOT AT END
                    IF SGL-PERIODO = PERIODO-CIERRE
                          AND SGL-SALDO-FINAL NOT = 0
                       PERFORM ANOTAR-SALDO-CIERRE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALDOS-GL-FILE.

        ANOTAR-SALDO-CIERRE.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS-GL
              IF TAB-CTA-NUMERO(IDX-CTA) = SGL-CUENTA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-CTA > TOTAL-CUENTAS-GL
              EXIT PARAGRAPH
           END-IF
           IF TAB-CTA-NATURALEZA(IDX-CTA) NOT = 'I'
                 AND TAB-CTA-NATURALEZA(IDX-CTA) NOT = 'G'
              EXIT PARAGRAPH
           END-IF
           IF TOTAL-CIERRES >= 999
              DISPLAY "MAS DE 999 SALDOS DE RESULTADOS, CUENTA "
                 SGL-CUENTA " SIN CERRAR"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-CIERRES
           SET IDX-CIE TO TOTAL-CIERRES
           MOVE SGL-CUENTA TO TAB-CIE-CUENTA(IDX-CIE)
           MOVE TAB-CTA-NOMBRE(IDX-CTA) TO TAB-CIE-NOMBRE(IDX-CIE)
           MOVE SGL-MONEDA TO TAB-CIE-MONEDA(IDX-CIE)
           MOVE SGL-SUCURSAL TO TAB-CIE-SUCURSAL(IDX-CIE)
           MOVE SGL-SALDO-FINAL TO TAB-CIE-SALDO(IDX-CIE)
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > TOTAL-RESULTADOS
              IF TAB-RES-MONEDA(IDX-RES) = SGL-MONEDA
                    AND TAB-RES-SUCURSAL(IDX-RES) = SGL-SUCURSAL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-RES > TOTAL-RESULTADOS
              ADD 1 TO TOTAL-RESULTADOS
              SET IDX-RES TO TOTAL-RESULTADOS
              MOVE SGL-MONEDA TO TAB-RES-MONEDA(IDX-RES)
              MOVE SGL-SUCURSAL TO TAB-RES-SUCURSAL(IDX-RES)
              MOVE ZERO TO TAB-RES-NETO(IDX-RES)
           END-IF
           ADD SGL-SALDO-FINAL TO TAB-RES-NETO(IDX-RES).

      *---- Cada moneda y sucursal con resultado necesita una regla
      *---- del concepto RESULTADOS que CONTABILIDAD-GENERAL pueda
      *---- resolver (exacta o con '***').
        VERIFICAR-REGLAS-RESULTADOS.
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > TOTAL-RESULTADOS
              MOVE 'N' TO REGLA-HALLADA
              MOVE TAB-RES-SUCURSAL(IDX-RES) TO SUCURSAL-TEXTO
              PERFORM VARYING IDX-MAP FROM 1 BY 1
                      UNTIL IDX-MAP > TOTAL-REGLAS
                 IF (TAB-MAP-MONEDA(IDX-MAP) = TAB-RES-MONEDA(IDX-RES)
                       OR TAB-MAP-MONEDA(IDX-MAP) = "***")
                       AND (TAB-MAP-SUCURSAL(IDX-MAP) = SUCURSAL-TEXTO
                       OR TAB-MAP-SUCURSAL(IDX-MAP) = "***")
                    MOVE 'S' TO REGLA-HALLADA
                 END-IF
              END-PERFORM
              IF NOT HAY-REGLA
                 ADD 1 TO SIN-REGLA-RESULTADOS
                 DISPLAY "SIN REGLA RESULTADOS PARA "
                    TAB-RES-MONEDA(IDX-RES) " SUCURSAL "
                    TAB-RES-SUCURSAL(IDX-RES)
              END-IF
           END-PERFORM.

      *---- Las partidas CTA= sólo las graba este programa; si ya hay
      *---- de hoy en CONTABLE.DAT, una corrida anterior las dejó.
        REVISAR-CIERRE-ASENTADO.
           OPEN INPUT CONTABLE-FILE
           IF WS-ESTADO-CONTABLE NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CNT
              READ CONTABLE-FILE
                 AT END MOVE 'S' TO EOF-CNT
                 NOT AT END
                    IF CNT-FECHA = WS-FECHA-HOY
                          AND CNT-CONCEPTO(1:4) = "CTA="
                       MOVE 'S' TO CIERRE-YA-ASENTADO
                       MOVE 'S' TO EOF-CNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTABLE-FILE.

      *---- Por cada saldo, la partida que lo deja en cero; por cada
      *---- moneda y sucursal, el resultado contra RESULTADOS.
        ARMAR-PARTIDAS.
           PERFORM VARYING IDX-CIE FROM 1 BY 1
                   UNTIL IDX-CIE > TOTAL-CIERRES
              ADD 1 TO TOTAL-PARTIDAS
              SET IDX-PAR TO TOTAL-PARTIDAS
              MOVE TAB-CIE-MONEDA(IDX-CIE) TO PAR-MONEDA(IDX-PAR)
              MOVE TAB-CIE-SUCURSAL(IDX-CIE) TO PAR-SUCURSAL(IDX-PAR)
              MOVE TAB-CIE-CUENTA(IDX-CIE) TO CC-CUENTA
              MOVE CONCEPTO-CUENTA TO PAR-CONCEPTO(IDX-PAR)
              IF TAB-CIE-SALDO(IDX-CIE) < 0
                 MOVE 'C' TO PAR-CARGO-ABONO(IDX-PAR)
                 COMPUTE PAR-IMPORTE(IDX-PAR) =
                    0 - TAB-CIE-SALDO(IDX-CIE)
              ELSE
                 MOVE 'A' TO PAR-CARGO-ABONO(IDX-PAR)
                 MOVE TAB-CIE-SALDO(IDX-CIE) TO PAR-IMPORTE(IDX-PAR)
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > TOTAL-RESULTADOS
              IF TAB-RES-NETO(IDX-RES) NOT = 0
                 ADD 1 TO TOTAL-PARTIDAS
                 SET IDX-PAR TO TOTAL-PARTIDAS
                 MOVE TAB-RES-MONEDA(IDX-RES) TO PAR-MONEDA(IDX-PAR)
                 MOVE TAB-RES-SUCURSAL(IDX-RES)
                   TO PAR-SUCURSAL(IDX-PAR)
                 MOVE CONCEPTO-RESULTADOS TO PAR-CONCEPTO(IDX-PAR)
                 IF TAB-RES-NETO(IDX-RES) < 0
                    MOVE 'A' TO PAR-CARGO-ABONO(IDX-PAR)
                    COMPUTE PAR-IMPORTE(IDX-PAR) =
                       0 - TAB-RES-NETO(IDX-RES)
                 ELSE
                    MOVE 'C' TO PAR-CARGO-ABONO(IDX-PAR)
                    MOVE TAB-RES-NETO(IDX-RES) TO PAR-IMPORTE(IDX-PAR)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > TOTAL-PARTIDAS
              IF PAR-CARGO-ABONO(IDX-PAR) = 'C'
                 ADD PAR-IMPORTE(IDX-PAR) TO TOTAL-CARGOS
              ELSE
                 ADD PAR-IMPORTE(IDX-PAR) TO TOTAL-ABONOS
              END-IF
           END-PERFORM.

      *---- Agrega las partidas del cierre a CONTABLE.DAT con sus
      *---- cifras de control.
        GRABAR-CONTABLE.
           IF TOTAL-PARTIDAS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO EPA-MODO
           OPEN EXTEND CONTABLE-FILE
           IF WS-ESTADO-CONTABLE NOT = '00'
              OPEN OUTPUT CONTABLE-FILE
              MOVE 'N' TO EPA-MODO
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE "CONTABLE.DAT" TO EPA-ARCHIVO
           MOVE "CIERRE-ANUAL" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > TOTAL-PARTIDAS
              MOVE WS-FECHA-HOY TO CNT-FECHA
              MOVE PAR-MONEDA(IDX-PAR) TO CNT-MONEDA
              MOVE PAR-SUCURSAL(IDX-PAR) TO CNT-SUCURSAL
              MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
              MOVE PAR-CARGO-ABONO(IDX-PAR) TO CNT-CARGO-ABONO
              MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
              MOVE ZERO TO CNT-REGISTROS
              WRITE CONTABLE-REG
              MOVE CNT-FECHA TO EPA-REFERENCIA
              MOVE CNT-IMPORTE TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
              ADD 1 TO RENGLONES-AGREGADOS
           END-PERFORM
           CLOSE CONTABLE-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

        SUMAR-RENGLONES-CORTE.
           IF RENGLONES-AGREGADOS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CORTE-HOY
           OPEN INPUT CORTES-FILE
           IF WS-ESTADO-CORTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ CORTES-FILE
              NOT AT END
                 IF COR-FECHA NUMERIC
                       AND COR-FECHA = WS-FECHA-HOY
                       AND COR-CORTE NUMERIC
                       AND COR-RENGLONES NUMERIC
                    MOVE COR-CORTE TO CORTE-HOY
                    MOVE COR-RENGLONES TO RENGLONES-CORTE
                 END-IF
           END-READ
           CLOSE CORTES-FILE
           IF CORTE-HOY = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CORTES-FILE
           MOVE WS-FECHA-HOY TO COR-FECHA
           MOVE CORTE-HOY TO COR-CORTE
           COMPUTE COR-RENGLONES = RENGLONES-CORTE + RENGLONES-AGREGADOS
           WRITE CORTE-REG
           CLOSE CORTES-FILE.

      *---- Pasa los renglones del ejercicio de un acumulado a su
      *---- generación NOMBRE_AAAA.DAT (agregando, si una corrida
      *---- anterior ya la empezó) y reescribe el archivo vivo con
      *---- los demás. Sin renglones del año la generación no se
      *---- toca.
        ARCHIVAR-ACUMULADO.
           MOVE SPACES TO WS-NOMBRE-VIVO
           STRING BASE-ACUMULADO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-VIVO
           MOVE SPACES TO WS-NOMBRE-GENERACION
           STRING BASE-ACUMULADO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-GENERACION
           MOVE WS-NOMBRE-VIVO TO TAB-ARC-VIVO(IDX-ARC)
           MOVE WS-NOMBRE-GENERACION TO TAB-ARC-GENERACION(IDX-ARC)
           MOVE 'N' TO TAB-ARC-EXISTE(IDX-ARC)
           MOVE 0 TO TAB-ARC-LEIDOS(IDX-ARC)
           MOVE 0 TO TAB-ARC-ARCHIVADOS(IDX-ARC)
           MOVE 0 TO TAB-ARC-CONSERVADOS(IDX-ARC)
           MOVE ZERO TO TAB-ARC-IMPORTE(IDX-ARC)
           MOVE 0 TO TOTAL-CONSERVADOS
           MOVE 'N' TO GENERACION-ABIERTA
           MOVE 'N' TO EOF-ACU
           OPEN INPUT ACUMULADO-FILE
           IF WS-ESTADO-ACUMULADO NOT = '00'
              DISPLAY WS-NOMBRE-VIVO " NO ENCONTRADO, NADA QUE "
                 "ARCHIVAR"
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO TAB-ARC-EXISTE(IDX-ARC)
           PERFORM UNTIL FIN-ACU
              READ ACUMULADO-FILE
                 AT END MOVE 'S' TO EOF-ACU
                 NOT AT END
                    ADD 1 TO TAB-ARC-LEIDOS(IDX-ARC)
                    PERFORM CLASIFICAR-RENGLON-ACUMULADO
              END-READ
           END-PERFORM
           CLOSE ACUMULADO-FILE
           IF NOT HAY-GENERACION
              EXIT PARAGRAPH
           END-IF
           CLOSE GENERACION-FILE
           OPEN OUTPUT ACUMULADO-FILE
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > TOTAL-CONSERVADOS
              WRITE ACUMULADO-LINEA FROM TAB-CON-LINEA(IDX-CON)
           END-PERFORM
           CLOSE ACUMULADO-FILE.

      *---- Un renglón del acumulado: el del ejercicio va a la
      *---- generación, cualquier otro se conserva.
        CLASIFICAR-RENGLON-ACUMULADO.
           MOVE ZERO TO ANO-RENGLON
           MOVE ZERO TO IMPORTE-RENGLON
           EVALUATE CLASE-ACUMULADO
              WHEN 'I'
                 MOVE ACUMULADO-LINEA TO VISTA-ISR
                 IF VIS-ISR-ANO NUMERIC
                    MOVE VIS-ISR-ANO TO ANO-RENGLON
                    MOVE VIS-ISR-RETENIDO TO IMPORTE-RENGLON
                 END-IF
              WHEN 'N'
                 MOVE ACUMULADO-LINEA TO NOMINA-ACUMULADO-REG
                 IF NAC-ANO NUMERIC
                    MOVE NAC-ANO TO ANO-RENGLON
                    MOVE NAC-BRUTO TO IMPORTE-RENGLON
                 END-IF
              WHEN 'V'
                 MOVE ACUMULADO-LINEA TO VENTAS-ACUMULADO-REG
                 IF VAC-ANO NUMERIC
                    MOVE VAC-ANO TO ANO-RENGLON
                    MOVE VAC-IMPORTE TO IMPORTE-RENGLON
                 END-IF
           END-EVALUATE
           IF ANO-RENGLON = EJERCICIO
              IF NOT HAY-GENERACION
                 PERFORM ABRIR-GENERACION
              END-IF
              WRITE GENERACION-LINEA FROM ACUMULADO-LINEA
              ADD 1 TO TAB-ARC-ARCHIVADOS(IDX-ARC)
              ADD IMPORTE-RENGLON TO TAB-ARC-IMPORTE(IDX-ARC)
           ELSE
              IF TOTAL-CONSERVADOS >= 9999
                 DISPLAY "*** " WS-NOMBRE-VIVO " CON MAS DE 9999 "
                    "RENGLONES, NO SE REINICIA ***"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO TOTAL-CONSERVADOS
              MOVE ACUMULADO-LINEA
                TO TAB-CON-LINEA(TOTAL-CONSERVADOS)
              ADD 1 TO TAB-ARC-CONSERVADOS(IDX-ARC)
           END-IF.

        ABRIR-GENERACION.
           OPEN EXTEND GENERACION-FILE
           IF WS-ESTADO-GENERACION NOT = '00'
              OPEN OUTPUT GENERACION-FILE
           END-IF
           MOVE 'S' TO GENERACION-ABIERTA.

      *---- Los doce meses del ejercicio quedan 'C' y se agrega el
      *---- renglón AAAA00 'C' que marca el ejercicio cerrado.
        BLOQUEAR-EJERCICIO.
           MOVE EJERCICIO TO MB-ANO
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
              MOVE IDX-MES TO MB-MES
              PERFORM UBICAR-PERIODO
              IF RENGLON-PERIODO = 0
                 MOVE SPACE TO ESTADO-ANTES(IDX-MES)
                 PERFORM AGREGAR-PERIODO
              ELSE
                 MOVE TAB-PER-ESTADO(RENGLON-PERIODO)
                   TO ESTADO-ANTES(IDX-MES)
              END-IF
              IF TAB-PER-ESTADO(RENGLON-PERIODO) NOT = 'C'
                 ADD 1 TO MESES-CERRADOS-AHORA
              END-IF
              MOVE 'C' TO TAB-PER-ESTADO(RENGLON-PERIODO)
           END-PERFORM
           MOVE 0 TO MB-MES
           PERFORM UBICAR-PERIODO
           IF RENGLON-PERIODO = 0
              PERFORM AGREGAR-PERIODO
           END-IF
           MOVE 'C' TO TAB-PER-ESTADO(RENGLON-PERIODO).

        AGREGAR-PERIODO.
           ADD 1 TO TOTAL-PERIODOS
           MOVE TOTAL-PERIODOS TO RENGLON-PERIODO
           MOVE MES-BUSCADO TO TAB-PER-MES(RENGLON-PERIODO)
           MOVE 'A' TO TAB-PER-ESTADO(RENGLON-PERIODO).

        CARGAR-PERIODOS.
           OPEN INPUT PERIODOS-FILE
           IF WS-ESTADO-PERIODOS NOT = '00'
              DISPLAY "PERIODOS.CTL NO ENCONTRADO, SE CREARA"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PER
              READ PERIODOS-FILE
                 AT END MOVE 'S' TO EOF-PER
                 NOT AT END
                    IF PER-MES NUMERIC
                       ADD 1 TO TOTAL-PERIODOS
                       MOVE PER-MES TO TAB-PER-MES(TOTAL-PERIODOS)
                       MOVE PER-ESTADO TO TAB-PER-ESTADO(TOTAL-PERIODOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIODOS-FILE.

        GRABAR-PERIODOS.
           OPEN OUTPUT PERIODOS-FILE
           PERFORM VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > TOTAL-PERIODOS
              MOVE TAB-PER-MES(IDX-PER) TO PER-MES
              MOVE TAB-PER-ESTADO(IDX-PER) TO PER-ESTADO
              WRITE PERIODO-REG
           END-PERFORM
           CLOSE PERIODOS-FILE.

        CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-ESTADO-CATALOGO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CAT
              READ CATALOGO-FILE
                 AT END MOVE 'S' TO EOF-CAT
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CAT-ES-CUENTA
                          ADD 1 TO TOTAL-CUENTAS-GL
                          MOVE CAT-CUENTA
                            TO TAB-CTA-NUMERO(TOTAL-CUENTAS-GL)
                          MOVE CAT-NOMBRE
                            TO TAB-CTA-NOMBRE(TOTAL-CUENTAS-GL)
                          MOVE CAT-NATURALEZA
                            TO TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL)
                       WHEN CAT-ES-MAPEO
                          IF MAP-CONCEPTO = CONCEPTO-RESULTADOS
                             ADD 1 TO TOTAL-REGLAS
                             MOVE MAP-MONEDA
                               TO TAB-MAP-MONEDA(TOTAL-REGLAS)
                             MOVE MAP-SUCURSAL
                               TO TAB-MAP-SUCURSAL(TOTAL-REGLAS)
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE.

      *---- Evidencia del cierre para auditoría, en
      *---- CIERRE_ANUAL_AAAA.RPT.
        IMPRIMIR-REPORTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "CIERRE_ANUAL_" DELIMITED BY SIZE
                  EJERCICIO DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-REPORTE
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-REPORTE
                 " (ESTADO " WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           STRING "CIERRE DEL EJERCICIO " EJERCICIO
              " (CORRIDA " WS-FECHA-HOY ")"
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM IMPRIMIR-ARCHIVOS
           PERFORM IMPRIMIR-PARTIDAS
           PERFORM IMPRIMIR-PERIODOS
           CLOSE REPORTE-FILE.

        IMPRIMIR-ARCHIVOS.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "ACUMULADOS DEL EJERCICIO ARCHIVADOS Y REINICIADOS"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENC-ARCHIVOS
           PERFORM VARYING IDX-ARC FROM 1 BY 1 UNTIL IDX-ARC > 3
              MOVE TAB-ARC-VIVO(IDX-ARC) TO DA-VIVO
              IF TAB-ARC-EXISTE(IDX-ARC) NOT = 'S'
                 MOVE "(NO EXISTE)" TO DA-GENERACION
              ELSE
                 IF TAB-ARC-ARCHIVADOS(IDX-ARC) = 0
                    MOVE "(SIN RENGLONES DEL ANO)" TO DA-GENERACION
                 ELSE
                    MOVE TAB-ARC-GENERACION(IDX-ARC) TO DA-GENERACION
                 END-IF
              END-IF
              MOVE TAB-ARC-LEIDOS(IDX-ARC) TO DA-LEIDOS
              MOVE TAB-ARC-ARCHIVADOS(IDX-ARC) TO DA-ARCHIVADOS
              MOVE TAB-ARC-CONSERVADOS(IDX-ARC) TO DA-CONSERVADOS
              MOVE TAB-ARC-IMPORTE(IDX-ARC) TO DA-IMPORTE
              MOVE TAB-ARC-CONCEPTO(IDX-ARC) TO DA-CONCEPTO
              WRITE LINEA-REPORTE FROM DET-ARCHIVO
           END-PERFORM.

        IMPRIMIR-PARTIDAS.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "PARTIDAS DE CIERRE: SALDOS DEL PERIODO "
              PERIODO-CIERRE ", FECHADAS " WS-FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF YA-ASENTADO
              MOVE "YA ASENTADAS EN CONTABLE.DAT POR UNA CORRIDA"
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "ANTERIOR DE HOY; SE LISTAN SIN REPETIRLAS"
                TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF
           WRITE LINEA-REPORTE FROM ENC-PARTIDAS
           PERFORM VARYING IDX-CIE FROM 1 BY 1
                   UNTIL IDX-CIE > TOTAL-CIERRES
              SET IDX-PAR TO IDX-CIE
              MOVE TAB-CIE-CUENTA(IDX-CIE) TO DP-CUENTA
              MOVE TAB-CIE-NOMBRE(IDX-CIE) TO DP-NOMBRE
              MOVE TAB-CIE-MONEDA(IDX-CIE) TO DP-MONEDA
              MOVE TAB-CIE-SUCURSAL(IDX-CIE) TO DP-SUCURSAL
              MOVE TAB-CIE-SALDO(IDX-CIE) TO DP-SALDO
              IF PAR-CARGO-ABONO(IDX-PAR) = 'C'
                 MOVE "CARGO" TO DP-SENTIDO
              ELSE
                 MOVE "ABONO" TO DP-SENTIDO
              END-IF
              MOVE PAR-IMPORTE(IDX-PAR) TO DP-IMPORTE
              WRITE LINEA-REPORTE FROM DET-PARTIDA
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > TOTAL-RESULTADOS
              MOVE TAB-RES-MONEDA(IDX-RES) TO DR-MONEDA
              MOVE TAB-RES-SUCURSAL(IDX-RES) TO DR-SUCURSAL
              IF TAB-RES-NETO(IDX-RES) < 0
                 MOVE "UTILIDAD" TO DR-TIPO
                 MOVE "ABONO" TO DR-SENTIDO
                 COMPUTE DR-IMPORTE = 0 - TAB-RES-NETO(IDX-RES)
              ELSE
                 MOVE "PERDIDA" TO DR-TIPO
                 MOVE "CARGO" TO DR-SENTIDO
                 MOVE TAB-RES-NETO(IDX-RES) TO DR-IMPORTE
              END-IF
              WRITE LINEA-REPORTE FROM DET-RESULTADO
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           MOVE TOTAL-CARGOS TO DP-IMPORTE
           STRING "TOTAL CARGOS " DP-IMPORTE
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           MOVE TOTAL-ABONOS TO DP-IMPORTE
           STRING "TOTAL ABONOS " DP-IMPORTE
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE.

        IMPRIMIR-PERIODOS.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PERIODOS BLOQUEADOS EN PERIODOS.CTL" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE EJERCICIO TO MB-ANO
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
              MOVE IDX-MES TO MB-MES
              MOVE MES-BUSCADO TO DPE-MES
              EVALUATE ESTADO-ANTES(IDX-MES)
                 WHEN 'C'
                    MOVE "CERRADO" TO DPE-ANTES
                 WHEN 'A'
                    MOVE "REABIERTO" TO DPE-ANTES
                 WHEN OTHER
                    MOVE "SIN CERRAR" TO DPE-ANTES
              END-EVALUATE
              MOVE "CERRADO" TO DPE-AHORA
              WRITE LINEA-REPORTE FROM DET-PERIODO
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           STRING "EJERCICIO " EJERCICIO " CERRADO (RENGLON "
              EJERCICIO "00 'C'); SUS PERIODOS YA NO SE REABREN"
              DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE.
