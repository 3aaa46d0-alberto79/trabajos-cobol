      *> cuentas cuyo efectivo acumulado del día cruza el umbral en
      *> conjunto aunque cada operación sea chica (fraccionamiento).
      *> Deja el reporte fechado en CUMPLIMIENTO.RPT para archivarlo
      *> ante el regulador. Cada alerta abre además un caso en
      *> CASOS_CUMPLIMIENTO.DAT, con su cliente (del cruce
      *> CLIENTES_CUENTAS.DAT) y las operaciones que la sustentan en
      *> CASOS_OPERACIONES.DAT, para trabajarlo en
      *> MANTENIMIENTO-CASOS; correr otra vez la misma fecha no
      *> duplica los casos ya abiertos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORTE-FILE ASSIGN TO 'CUMPLIMIENTO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT CASOS-FILE ASSIGN TO 'CASOS_CUMPLIMIENTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPERACIONES-CASO-FILE
               ASSIGN TO 'CASOS_OPERACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPER-CASO.
           SELECT NOTAS-FILE ASSIGN TO 'CASOS_NOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NOTAS.
           SELECT FOLIO-CASOS-FILE ASSIGN TO 'CASOS_FOLIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT XREF-FILE ASSIGN TO 'CLIENTES_CUENTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(90).

       FD CASOS-FILE.
           COPY CASOREG.

       FD OPERACIONES-CASO-FILE.
           COPY CASOOPEREG.

       FD NOTAS-FILE.
           COPY CASONOTAREG.

      *---- Siguiente número de caso.
       FD FOLIO-CASOS-FILE.
       01 FOLIO-CASOS-REG.
           05 CTL-SIGUIENTE-CASO PIC 9(6).

      *---- Cruce cliente/cuenta, para saber de quién es la cuenta
      *---- de la alerta.
       FD XREF-FILE.
       01 XREF-REG.
           05 XRF-CLIENTE PIC 9(5).
           05 XRF-CUENTA  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-AUDITORIA PIC X(2).
       01 WS-ESTADO-UMBRAL    PIC X(2).
       01 WS-ESTADO-REPORTE   PIC X(2).
       01 WS-ESTADO-CASOS     PIC X(2).
       01 WS-ESTADO-OPER-CASO PIC X(2).
       01 WS-ESTADO-NOTAS     PIC X(2).
       01 WS-ESTADO-FOLIO     PIC X(2).
       01 WS-ESTADO-XREF      PIC X(2).

       01 EOF-AUD PIC X VALUE 'N'.
          88 FIN-AUD VALUE 'S'.
       01 EOF-CAS PIC X VALUE 'N'.
          88 FIN-CAS VALUE 'S'.
       01 EOF-XRF PIC X VALUE 'N'.
          88 FIN-XRF VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
      *> --- Fecha a reportar: hoy por omisión, o una fecha pasada
       01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 CUENTA-HALLADA VALUE 'S'.

      *> --- Operaciones de efectivo del día, para copiarlas a los
      *> casos que sustentan.
       01 OPERACIONES-DIA-TABLA.
          05 OPERACION-DIA OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-OPERACIONES-DIA
                INDEXED BY IDX-OPD.
             10 TAB-OPD-SECUENCIA PIC 9(8).
             10 TAB-OPD-HORA      PIC 9(6).
             10 TAB-OPD-PROGRAMA  PIC X(15).
             10 TAB-OPD-OPERADOR  PIC X(8).
             10 TAB-OPD-CUENTA    PIC 9(6).
             10 TAB-OPD-OPERACION PIC X(1).
             10 TAB-OPD-IMPORTE   PIC 9(7)V99.
       01 TOTAL-OPERACIONES-DIA PIC 9(4) VALUE 0.

      *> --- Casos ya abiertos para la fecha, para no duplicarlos
      *> si la fecha se vuelve a correr.
       01 CASOS-DIA-TABLA.
          05 CASO-DIA OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CASOS-DIA
                INDEXED BY IDX-CSD.
             10 TAB-CSD-TIPO      PIC X(1).
             10 TAB-CSD-CUENTA    PIC 9(6).
             10 TAB-CSD-SECUENCIA PIC 9(8).
       01 TOTAL-CASOS-DIA PIC 9(4) VALUE 0.
       01 CASO-EXISTENTE PIC X(1) VALUE 'N'.
          88 CASO-YA-ABIERTO VALUE 'S'.

      *> --- Cruce cliente/cuenta en memoria.
       01 XREF-TABLA.
          05 XREF-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-XREF
                INDEXED BY IDX-XRF.
             10 TAB-XRF-CLIENTE PIC 9(5).
             10 TAB-XRF-CUENTA  PIC 9(6).
       01 TOTAL-XREF PIC 9(5) VALUE 0.

       01 SIGUIENTE-CASO PIC 9(6) VALUE 1.
       01 TOTAL-CASOS-NUEVOS PIC 9(5) VALUE 0.
       01 HORA-ACTUAL PIC 9(8) VALUE 0.

      *> --- Encabezado fechado y renglones del reporte.
       01 ENCABEZADO-1.
          05 FILLER    PIC X(42)
            PERFORM REPORTAR-ACUMULADAS.
            CLOSE REPORTE-FILE.

            PERFORM ABRIR-CASOS.

            DISPLAY "--------------------------------".
            DISPLAY "OPERACIONES SOBRE EL UMBRAL: " TOTAL-GRANDES.
            DISPLAY "CUENTAS CON ACUMULADO RELEVANTE: "
               TOTAL-ACUMULADAS.
            DISPLAY "CASOS DE CUMPLIMIENTO ABIERTOS: "
               TOTAL-CASOS-NUEVOS.
            DISPLAY "REPORTE EN CUMPLIMIENTO.RPT".
            DISPLAY "--------------------------------".

              WRITE LINEA-REPORTE FROM LINEA-DETALLE
           END-IF.
           PERFORM ACUMULAR-CUENTA-DIA.
           IF TOTAL-OPERACIONES-DIA < 9999
              ADD 1 TO TOTAL-OPERACIONES-DIA
              SET IDX-OPD TO TOTAL-OPERACIONES-DIA
              MOVE AUD-SECUENCIA TO TAB-OPD-SECUENCIA(IDX-OPD)
              MOVE AUD-HORA TO TAB-OPD-HORA(IDX-OPD)
              MOVE AUD-PROGRAMA TO TAB-OPD-PROGRAMA(IDX-OPD)
              MOVE AUD-OPERADOR TO TAB-OPD-OPERADOR(IDX-OPD)
              MOVE AUD-CUENTA TO TAB-OPD-CUENTA(IDX-OPD)
              MOVE AUD-OPERACION TO TAB-OPD-OPERACION(IDX-OPD)
              MOVE AUD-IMPORTE TO TAB-OPD-IMPORTE(IDX-OPD)
           END-IF.

        ACUMULAR-CUENTA-DIA.
           MOVE 'N' TO CUENTA-ENCONTRADA.
                 WRITE LINEA-REPORTE FROM LINEA-ACUMULADA
              END-IF
           END-PERFORM.

      *---- Abre un caso por cada alerta del día que todavía no lo
      *---- tenga: uno por cada operación en o sobre el umbral y uno
      *---- por cada cuenta con fraccionamiento.
        ABRIR-CASOS.
           PERFORM CARGAR-CASOS-DEL-DIA.
           PERFORM CARGAR-CRUCE.
           PERFORM LEER-FOLIO-CASOS.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND CASOS-FILE.
           IF WS-ESTADO-CASOS NOT = '00'
              OPEN OUTPUT CASOS-FILE
           END-IF.
           OPEN EXTEND OPERACIONES-CASO-FILE.
           IF WS-ESTADO-OPER-CASO NOT = '00'
              OPEN OUTPUT OPERACIONES-CASO-FILE
           END-IF.
           OPEN EXTEND NOTAS-FILE.
           IF WS-ESTADO-NOTAS NOT = '00'
              OPEN OUTPUT NOTAS-FILE
           END-IF.
           PERFORM VARYING IDX-OPD FROM 1 BY 1
                   UNTIL IDX-OPD > TOTAL-OPERACIONES-DIA
              IF TAB-OPD-IMPORTE(IDX-OPD) >= UMBRAL-REPORTABLE
                 PERFORM ABRIR-CASO-GRANDE
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS-DIA
              IF TAB-CTA-EFECTIVO(IDX-CTA) >= UMBRAL-REPORTABLE
                    AND TAB-CTA-GRANDE(IDX-CTA) NOT = 'S'
                 PERFORM ABRIR-CASO-FRACCIONAMIENTO
              END-IF
           END-PERFORM.
           CLOSE CASOS-FILE.
           CLOSE OPERACIONES-CASO-FILE.
           CLOSE NOTAS-FILE.
           PERFORM GRABAR-FOLIO-CASOS.

        ABRIR-CASO-GRANDE.
           MOVE 'N' TO CASO-EXISTENTE.
           PERFORM VARYING IDX-CSD FROM 1 BY 1
                   UNTIL IDX-CSD > TOTAL-CASOS-DIA
              IF TAB-CSD-TIPO(IDX-CSD) = 'G'
                    AND TAB-CSD-SECUENCIA(IDX-CSD)
                        = TAB-OPD-SECUENCIA(IDX-OPD)
                 MOVE 'S' TO CASO-EXISTENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CASO-YA-ABIERTO
              EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARAR-CASO.
           MOVE 'G' TO CAS-TIPO.
           MOVE TAB-OPD-CUENTA(IDX-OPD) TO CAS-CUENTA.
           MOVE TAB-OPD-IMPORTE(IDX-OPD) TO CAS-IMPORTE.
           MOVE 1 TO CAS-OPERACIONES.
           MOVE TAB-OPD-SECUENCIA(IDX-OPD) TO CAS-SECUENCIA-AUD.
           PERFORM BUSCAR-CLIENTE-CUENTA.
           WRITE CASO-REG.
           PERFORM ANOTAR-OPERACION-CASO.
           MOVE "ALERTA: OPERACION EN O SOBRE EL UMBRAL" TO NOT-TEXTO.
           PERFORM ANOTAR-ALTA-CASO.

        ABRIR-CASO-FRACCIONAMIENTO.
           MOVE 'N' TO CASO-EXISTENTE.
           PERFORM VARYING IDX-CSD FROM 1 BY 1
                   UNTIL IDX-CSD > TOTAL-CASOS-DIA
              IF TAB-CSD-TIPO(IDX-CSD) = 'F'
                    AND TAB-CSD-CUENTA(IDX-CSD)
                        = TAB-CTA-NUMERO(IDX-CTA)
                 MOVE 'S' TO CASO-EXISTENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CASO-YA-ABIERTO
              EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARAR-CASO.
           MOVE 'F' TO CAS-TIPO.
           MOVE TAB-CTA-NUMERO(IDX-CTA) TO CAS-CUENTA.
           MOVE TAB-CTA-EFECTIVO(IDX-CTA) TO CAS-IMPORTE.
           MOVE TAB-CTA-OPERS(IDX-CTA) TO CAS-OPERACIONES.
           MOVE ZERO TO CAS-SECUENCIA-AUD.
           PERFORM BUSCAR-CLIENTE-CUENTA.
           WRITE CASO-REG.
           PERFORM VARYING IDX-OPD FROM 1 BY 1
                   UNTIL IDX-OPD > TOTAL-OPERACIONES-DIA
              IF TAB-OPD-CUENTA(IDX-OPD) = CAS-CUENTA
                 PERFORM ANOTAR-OPERACION-CASO
              END-IF
           END-PERFORM.
           MOVE "ALERTA: FRACCIONAMIENTO, ACUMULADO SOBRE EL UMBRAL"
             TO NOT-TEXTO.
           PERFORM ANOTAR-ALTA-CASO.

        PREPARAR-CASO.
           MOVE SPACES TO CASO-REG.
           MOVE SIGUIENTE-CASO TO CAS-NUMERO.
           ADD 1 TO SIGUIENTE-CASO.
           ADD 1 TO TOTAL-CASOS-NUEVOS.
           MOVE FECHA-REPORTE TO CAS-FECHA-ALERTA.
           MOVE 'A' TO CAS-ESTADO.
           MOVE 0 TO CAS-NIVEL.
           MOVE SPACES TO CAS-ANALISTA.
           MOVE ZERO TO CAS-FECHA-ASIGNA.
           MOVE ZERO TO CAS-FECHA-CIERRE.
           MOVE SPACES TO CAS-CERRO.
           MOVE 'N' TO CAS-PRESENTADO.
           MOVE ZERO TO CAS-FECHA-PRESENTA.
           MOVE ZERO TO CAS-ENVIO.

        ANOTAR-OPERACION-CASO.
           MOVE CAS-NUMERO TO OPC-CASO.
           MOVE TAB-OPD-SECUENCIA(IDX-OPD) TO OPC-SECUENCIA.
           MOVE FECHA-REPORTE TO OPC-FECHA.
           MOVE TAB-OPD-HORA(IDX-OPD) TO OPC-HORA.
           MOVE TAB-OPD-PROGRAMA(IDX-OPD) TO OPC-PROGRAMA.
           MOVE TAB-OPD-OPERADOR(IDX-OPD) TO OPC-OPERADOR.
           MOVE TAB-OPD-CUENTA(IDX-OPD) TO OPC-CUENTA.
           MOVE TAB-OPD-OPERACION(IDX-OPD) TO OPC-OPERACION.
           MOVE TAB-OPD-IMPORTE(IDX-OPD) TO OPC-IMPORTE.
           WRITE CASO-OPERACION-REG.

      *---- Deja en la bitácora del caso el renglón de alta, con el
      *---- texto que quien llama ya puso en NOT-TEXTO.
        ANOTAR-ALTA-CASO.
           MOVE CAS-NUMERO TO NOT-CASO.
           MOVE WS-FECHA-HOY TO NOT-FECHA.
           MOVE HORA-ACTUAL(1:6) TO NOT-HORA.
           MOVE "CUMPLIM" TO NOT-OPERADOR.
           MOVE 'L' TO NOT-ACCION.
           WRITE CASO-NOTA-REG.

      *---- Titular de la cuenta según el cruce; cero si la cuenta
      *---- no está ligada a ningún cliente.
        BUSCAR-CLIENTE-CUENTA.
           MOVE ZERO TO CAS-CLIENTE.
           PERFORM VARYING IDX-XRF FROM 1 BY 1
                   UNTIL IDX-XRF > TOTAL-XREF
              IF TAB-XRF-CUENTA(IDX-XRF) = CAS-CUENTA
                 MOVE TAB-XRF-CLIENTE(IDX-XRF) TO CAS-CLIENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        CARGAR-CASOS-DEL-DIA.
           MOVE 0 TO TOTAL-CASOS-DIA.
           MOVE 'N' TO EOF-CAS.
           OPEN INPUT CASOS-FILE.
           IF WS-ESTADO-CASOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CAS
              READ CASOS-FILE
                 AT END MOVE 'S' TO EOF-CAS
                 NOT AT END
                    IF CAS-FECHA-ALERTA = FECHA-REPORTE
                          AND TOTAL-CASOS-DIA < 9999
                       ADD 1 TO TOTAL-CASOS-DIA
                       MOVE CAS-TIPO TO TAB-CSD-TIPO(TOTAL-CASOS-DIA)
                       MOVE CAS-CUENTA
                         TO TAB-CSD-CUENTA(TOTAL-CASOS-DIA)
                       MOVE CAS-SECUENCIA-AUD
                         TO TAB-CSD-SECUENCIA(TOTAL-CASOS-DIA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CASOS-FILE.

        CARGAR-CRUCE.
           MOVE 0 TO TOTAL-XREF.
           MOVE 'N' TO EOF-XRF.
           OPEN INPUT XREF-FILE.
           IF WS-ESTADO-XREF NOT = '00'
              EXIT PARAGRAPH
           END-IF.
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
           END-PERFORM.
           CLOSE XREF-FILE.

        LEER-FOLIO-CASOS.
           MOVE 1 TO SIGUIENTE-CASO.
           OPEN INPUT FOLIO-CASOS-FILE.
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-CASOS-FILE
                 NOT AT END
                    IF CTL-SIGUIENTE-CASO NUMERIC
                          AND CTL-SIGUIENTE-CASO > 0
                       MOVE CTL-SIGUIENTE-CASO TO SIGUIENTE-CASO
                    END-IF
              END-READ
              CLOSE FOLIO-CASOS-FILE
           END-IF.

        GRABAR-FOLIO-CASOS.
           OPEN OUTPUT FOLIO-CASOS-FILE.
           MOVE SIGUIENTE-CASO TO CTL-SIGUIENTE-CASO.
           WRITE FOLIO-CASOS-REG.
           CLOSE FOLIO-CASOS-FILE.
