       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO-CAJAS-SEGURIDAD.

      *> --- Cobro nocturno de la renta de cajas de seguridad: primero
      *> coteja los cargos encolados en noches anteriores contra el
      *> resultado del posteo (MOVS_POSTEADOS.DAT los da por
      *> cobrados y pone el contrato al corriente; RECHAZOS_HIST.DAT
      *> deja el contrato en mora desde la fecha del primer
      *> rechazo), y después encola en MOVIMIENTOS.DAT, con
      *> referencia del rango 73xxxxxx, el cargo de la cuota anual de
      *> cada contrato que cumple aniversario hoy y el reintento de
      *> lo que deben los contratos en mora, el mismo camino de
      *> COBRANZA-PRESTAMOS, para que BATCH-BANCO lo aplique contra
      *> la cuenta que paga el contrato. Deja en CAJAS_SEGURIDAD.RPT
      *> las cajas libres de cada sucursal, los contratos que cumplen
      *> aniversario en los días de aviso de CAJAS_SEG.CTL y los
      *> contratos en mora, marcando los que ya pueden perforarse.
      *> Lo corre PROCESO-NOCTURNO antes de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-FILE ASSIGN TO 'CAJAS_SEGURIDAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAJAS.
           SELECT CONTRATOS-FILE ASSIGN TO 'CONTRATOS_CAJAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTRATOS.
           SELECT PARAMETROS-FILE ASSIGN TO 'CAJAS_SEG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'CAJAS_SEG_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZOS-HIST-FILE ASSIGN TO 'RECHAZOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT REPORTE-FILE ASSIGN TO 'CAJAS_SEGURIDAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CAJAS-FILE.
           COPY CAJASEGREG.

       FD CONTRATOS-FILE.
           COPY CONTRATOCAJAREG.

      *---- Mismo trazado que lee MANTENIMIENTO-CAJAS.
       FD PARAMETROS-FILE.
       01 PARAMETROS-REG.
           05 PAR-DIAS-PERFORACION PIC 9(3).
           05 PAR-DIAS-AVISO       PIC 9(3).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Registro central de rangos de referencia que Operaciones
      *---- mantiene: cada fuente con su tipo ('I' interno, 'E'
      *---- canal externo) y su rango reservado; el generador alinea
      *---- su folio al rango registrado y se niega a rebasarlo.
       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Mismo trazado que escribe BATCH-BANCO en
      *---- GRABAR-RECHAZO-HISTORICO.
       FD RECHAZOS-HIST-FILE.
       01 RECHAZO-HIST-REG.
           05 RHX-FECHA      PIC 9(8).
           05 RHX-REFERENCIA PIC 9(8).
           05 RHX-CUENTA     PIC 9(6).
           05 RHX-OPERACION  PIC X.
           05 RHX-IMPORTE    PIC 9(7)V99.
           05 RHX-CUENTA-DESTINO PIC 9(6).
           05 RHX-SUCURSAL   PIC 9(3).
           05 RHX-CHEQUE     PIC 9(6).
           05 RHX-MOTIVO     PIC X(30).
           05 RHX-ESTADO     PIC X(1).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CAJAS       PIC X(2).
       01 WS-ESTADO-CONTRATOS   PIC X(2).
       01 WS-ESTADO-PARAMETROS  PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-ESTADO-REFERENCIA  PIC X(2).
       01 WS-ESTADO-RANGOS PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "CAJAS-SEG".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 WS-ESTADO-POSTEADOS   PIC X(2).
       01 WS-ESTADO-RECHAZOS    PIC X(2).
       01 WS-ESTADO-REPORTE     PIC X(2).

       01 EOF-CSG PIC X VALUE 'N'.
          88 FIN-CSG VALUE 'S'.
       01 EOF-CCS PIC X VALUE 'N'.
          88 FIN-CCS VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-RHX PIC X VALUE 'N'.
          88 FIN-RHX VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 IDX PIC 9(4) VALUE 1.

      *> --- Días de mora para perforar y de aviso de aniversario,
      *> con su valor de omisión si no hay CAJAS_SEG.CTL.
       01 DIAS-PERFORACION PIC 9(3) VALUE 180.
       01 DIAS-AVISO       PIC 9(3) VALUE 30.

      *> --- Días corridos a la manera de COBRANZA-SOBREGIROS: meses
      *> de 30 días y años de 360.
       01 DIAS-HOY PIC 9(8) VALUE 0.
       01 FECHA-CALCULO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES FECHA-CALCULO.
          05 WS-CAL-ANO PIC 9(4).
          05 WS-CAL-MES PIC 9(2).
          05 WS-CAL-DIA PIC 9(2).
       01 DIAS-FECHA PIC 9(8) VALUE 0.
       01 DIAS-DIFERENCIA PIC 9(8) VALUE 0.

      *> --- Aniversario que avanza un año; un 29 de febrero cae en
      *> 28 los años que no son bisiestos.
       01 COCIENTE-BISIESTO PIC 9(4) VALUE 0.
       01 RESTO-BISIESTO PIC 9(3) VALUE 0.
       01 ANO-BISIESTO PIC X(1) VALUE 'N'.
          88 ES-BISIESTO VALUE 'S'.

      *> --- Contratos en memoria.
       01 CONTRATOS-TABLA.
          05 CONTRATO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CONTRATOS
                INDEXED BY IDX-CCS.
             10 TAB-CCS-CONTRATO   PIC 9(6).
             10 TAB-CCS-SUCURSAL   PIC 9(3).
             10 TAB-CCS-CAJA       PIC 9(4).
             10 TAB-CCS-CLIENTE    PIC 9(5).
             10 TAB-CCS-CUENTA     PIC 9(6).
             10 TAB-CCS-CUOTA      PIC 9(5)V99.
             10 TAB-CCS-ALTA       PIC 9(8).
             10 TAB-CCS-ANIVERSARIO PIC 9(8).
             10 TAB-CCS-ESTADO     PIC X(1).
             10 TAB-CCS-ADEUDO     PIC 9(6)V99.
             10 TAB-CCS-FECHA-MORA PIC 9(8).
             10 TAB-CCS-ULTIMO-COBRO PIC 9(8).
             10 TAB-CCS-COBRO      PIC X(1).
             10 TAB-CCS-REFERENCIA PIC 9(8).
       01 TOTAL-CONTRATOS PIC 9(4) VALUE 0.

      *> --- Referencias posteadas y rechazadas, para resolver la
      *> suerte de los cargos encolados en noches anteriores.
       01 POSTEADOS-TABLA.
          05 POSTEADO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADOS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADOS PIC 9(5) VALUE 0.
       01 RECHAZOS-TABLA.
          05 RECHAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RECHAZOS
                INDEXED BY IDX-RHX.
             10 TAB-RHX-REFERENCIA PIC 9(8).
       01 TOTAL-RECHAZOS PIC 9(5) VALUE 0.
       01 REF-BUSCADA PIC 9(8) VALUE ZERO.
       01 REF-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-POSTEADA VALUE 'S'.
       01 REF-RECHAZADA PIC X(1) VALUE 'N'.
          88 ES-RECHAZADA VALUE 'S'.

       01 TOTAL-COBRADOS  PIC 9(5) VALUE 0.
       01 TOTAL-REBOTADOS PIC 9(5) VALUE 0.
       01 TOTAL-ENCOLADOS PIC 9(5) VALUE 0.
       01 TOTAL-LIBRES    PIC 9(5) VALUE 0.
       01 TOTAL-POR-VENCER PIC 9(5) VALUE 0.
       01 TOTAL-EN-MORA   PIC 9(5) VALUE 0.
       01 TOTAL-PERFORAR  PIC 9(5) VALUE 0.

      *> --- Cifras de control de MOVS_POSTEADOS.DAT, que se
      *> verifica antes de usarlo, y de lo que esta corrida agrega a
      *> MOVIMIENTOS.DAT.
           COPY ENTREGAPARREG.

      *> --- Renglones de CAJAS_SEGURIDAD.RPT.
       01 LINEA-LIBRE.
          05 FILLER        PIC X(9) VALUE "SUCURSAL ".
          05 LIB-SUCURSAL  PIC 9(3).
          05 FILLER        PIC X(6) VALUE " CAJA ".
          05 LIB-CAJA      PIC 9(4).
          05 FILLER        PIC X(8) VALUE " TAMANO ".
          05 LIB-TAMANO    PIC X(1).
          05 FILLER        PIC X(7) VALUE " CUOTA ".
          05 LIB-CUOTA     PIC ZZ,ZZ9.99.

       01 LINEA-CONTRATO.
          05 FILLER        PIC X(9) VALUE "CONTRATO ".
          05 CON-CONTRATO  PIC 9(6).
          05 FILLER        PIC X(6) VALUE " CAJA ".
          05 CON-SUCURSAL  PIC 9(3).
          05 FILLER        PIC X(1) VALUE "-".
          05 CON-CAJA      PIC 9(4).
          05 FILLER        PIC X(9) VALUE " CLIENTE ".
          05 CON-CLIENTE   PIC 9(5).
          05 FILLER        PIC X(8) VALUE " CUENTA ".
          05 CON-CUENTA    PIC 9(6).
          05 CON-ETIQUETA  PIC X(10).
          05 CON-FECHA     PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 CON-IMPORTE   PIC ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 CON-DIAS      PIC ZZZZ9.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 CON-MARCA     PIC X(8).

       01 LINEA-TOTALES.
          05 TOT-ETIQUETA PIC X(40).
          05 TOT-CANTIDAD PIC ZZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            COMPUTE DIAS-HOY
               = WS-HOY-ANO * 360 + WS-HOY-MES * 30 + WS-HOY-DIA
            PERFORM LEER-PARAMETROS
            PERFORM CARGAR-CONTRATOS
            IF TOTAL-CONTRATOS > 0
               PERFORM CARGAR-POSTEADOS
               IF EPA-NO-CUADRA
                  DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU "
                     "CONTROL, NO SE COBRA"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM CARGAR-RECHAZOS
               PERFORM LEER-ULTIMA-REFERENCIA
               PERFORM VERIFICAR-RANGO-REFERENCIA

      *---- Primer pase: resolver la suerte de los cargos encolados
               PERFORM VARYING IDX-CCS FROM 1 BY 1
                       UNTIL IDX-CCS > TOTAL-CONTRATOS
                  IF TAB-CCS-COBRO(IDX-CCS) = 'E'
                     PERFORM RESOLVER-COBRO-ENCOLADO
                  END-IF
               END-PERFORM

      *---- Segundo pase: cargar las cuotas que cumplen aniversario
      *---- y encolar lo que se debe
               PERFORM ABRIR-MOVIMIENTOS
               PERFORM VARYING IDX-CCS FROM 1 BY 1
                       UNTIL IDX-CCS > TOTAL-CONTRATOS
                  IF (TAB-CCS-ESTADO(IDX-CCS) = 'V'
                        OR TAB-CCS-ESTADO(IDX-CCS) = 'M')
                        AND TAB-CCS-COBRO(IDX-CCS) NOT = 'E'
                     PERFORM ENCOLAR-COBRO-CAJA
                  END-IF
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
               MOVE 'C' TO EPA-OPERACION
               CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS

               PERFORM GRABAR-ULTIMA-REFERENCIA
               PERFORM GRABAR-CONTRATOS
            END-IF
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "CUOTAS COBRADAS ANOCHE: " TOTAL-COBRADOS
            DISPLAY "CARGOS QUE REBOTARON: " TOTAL-REBOTADOS
            DISPLAY "CARGOS ENCOLADOS HOY: " TOTAL-ENCOLADOS
            DISPLAY "CONTRATOS EN MORA: " TOTAL-EN-MORA
            DISPLAY "CAJAS POR PERFORAR: " TOTAL-PERFORAR
            DISPLAY "REPORTE EN CAJAS_SEGURIDAD.RPT"
            DISPLAY "--------------------------------".

            GOBACK.

      *---- Decide qué pasó con el cargo encolado en una noche
      *---- anterior: posteado pone el contrato al corriente;
      *---- rechazado lo deja en mora, contando la mora desde el
      *---- primer rechazo, y el segundo pase lo reintenta. Si la
      *---- referencia no aparece en ningún lado el batch todavía
      *---- no corre y el cargo sigue encolado.
        RESOLVER-COBRO-ENCOLADO.
           MOVE TAB-CCS-REFERENCIA(IDX-CCS) TO REF-BUSCADA
           PERFORM BUSCAR-EN-POSTEADOS
           IF ES-POSTEADA
              MOVE ZERO TO TAB-CCS-ADEUDO(IDX-CCS)
              MOVE ZERO TO TAB-CCS-FECHA-MORA(IDX-CCS)
              MOVE WS-FECHA-HOY TO TAB-CCS-ULTIMO-COBRO(IDX-CCS)
              MOVE SPACE TO TAB-CCS-COBRO(IDX-CCS)
              IF TAB-CCS-ESTADO(IDX-CCS) = 'M'
                 MOVE 'V' TO TAB-CCS-ESTADO(IDX-CCS)
              END-IF
              ADD 1 TO TOTAL-COBRADOS
           ELSE
              PERFORM BUSCAR-EN-RECHAZOS
              IF ES-RECHAZADA
                 MOVE SPACE TO TAB-CCS-COBRO(IDX-CCS)
                 IF TAB-CCS-ESTADO(IDX-CCS) = 'V'
                    MOVE 'M' TO TAB-CCS-ESTADO(IDX-CCS)
                 END-IF
                 IF TAB-CCS-FECHA-MORA(IDX-CCS) = 0
                    MOVE WS-FECHA-HOY TO TAB-CCS-FECHA-MORA(IDX-CCS)
                 END-IF
                 ADD 1 TO TOTAL-REBOTADOS
              END-IF
           END-IF.

      *---- Carga al adeudo la cuota de cada aniversario cumplido
      *---- (más de una si el cobro no corrió a tiempo), adelanta el
      *---- aniversario y encola el cargo de todo lo que se debe.
        ENCOLAR-COBRO-CAJA.
           PERFORM UNTIL TAB-CCS-ANIVERSARIO(IDX-CCS) = 0
                 OR TAB-CCS-ANIVERSARIO(IDX-CCS) > WS-FECHA-HOY
              ADD TAB-CCS-CUOTA(IDX-CCS) TO TAB-CCS-ADEUDO(IDX-CCS)
              PERFORM AVANZAR-ANIVERSARIO
           END-PERFORM
           IF TAB-CCS-ADEUDO(IDX-CCS) = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE TAB-CCS-CUENTA(IDX-CCS) TO MOV-CUENTA
           MOVE '-' TO OPERACION
           MOVE TAB-CCS-ADEUDO(IDX-CCS) TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE ZERO TO MOV-REF-ORIGINAL
           MOVE TAB-CCS-SUCURSAL(IDX-CCS) TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
      *---- En blanco: BATCH-BANCO postea en la moneda de la cuenta.
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           MOVE 'R' TO EPA-OPERACION
           MOVE MOV-REFERENCIA TO EPA-REFERENCIA
           MOVE IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'E' TO TAB-CCS-COBRO(IDX-CCS)
           MOVE ULTIMA-REFERENCIA TO TAB-CCS-REFERENCIA(IDX-CCS)
           ADD 1 TO TOTAL-ENCOLADOS.

        AVANZAR-ANIVERSARIO.
           ADD 10000 TO TAB-CCS-ANIVERSARIO(IDX-CCS)
           MOVE TAB-CCS-ANIVERSARIO(IDX-CCS) TO FECHA-CALCULO
           IF WS-CAL-MES = 2 AND WS-CAL-DIA = 29
              MOVE 'N' TO ANO-BISIESTO
              DIVIDE WS-CAL-ANO BY 4 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-BISIESTO
              IF RESTO-BISIESTO = 0
                 MOVE 'S' TO ANO-BISIESTO
                 DIVIDE WS-CAL-ANO BY 100 GIVING COCIENTE-BISIESTO
                    REMAINDER RESTO-BISIESTO
                 IF RESTO-BISIESTO = 0
                    MOVE 'N' TO ANO-BISIESTO
                    DIVIDE WS-CAL-ANO BY 400
                       GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                    IF RESTO-BISIESTO = 0
                       MOVE 'S' TO ANO-BISIESTO
                    END-IF
                 END-IF
              END-IF
              IF NOT ES-BISIESTO
                 MOVE 28 TO WS-CAL-DIA
                 MOVE FECHA-CALCULO TO TAB-CCS-ANIVERSARIO(IDX-CCS)
              END-IF
           END-IF.

      *---- Reporte para las sucursales: cajas libres, contratos que
      *---- cumplen aniversario dentro de los días de aviso, y
      *---- contratos en mora con sus días, marcando los que ya
      *---- alcanzan los días para perforar.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CAJAS_SEGURIDAD.RPT (ESTADO "
                 WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE "CAJAS DE SEGURIDAD" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "CAJAS LIBRES" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           OPEN INPUT CAJAS-FILE
           IF WS-ESTADO-CAJAS = '00'
              PERFORM UNTIL FIN-CSG
                 READ CAJAS-FILE
                    AT END MOVE 'S' TO EOF-CSG
                    NOT AT END
                       IF CSG-LIBRE
                          ADD 1 TO TOTAL-LIBRES
                          MOVE CSG-SUCURSAL TO LIB-SUCURSAL
                          MOVE CSG-NUMERO TO LIB-CAJA
                          MOVE CSG-TAMANO TO LIB-TAMANO
                          MOVE CSG-CUOTA TO LIB-CUOTA
                          WRITE LINEA-REPORTE FROM LINEA-LIBRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAJAS-FILE
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "CONTRATOS QUE CUMPLEN ANIVERSARIO (FECHA, CUOTA)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CONTRATOS
              IF TAB-CCS-ESTADO(IDX) = 'V'
                    OR TAB-CCS-ESTADO(IDX) = 'M'
                 MOVE TAB-CCS-ANIVERSARIO(IDX) TO FECHA-CALCULO
                 PERFORM CALCULAR-DIAS-FECHA
                 IF DIAS-FECHA >= DIAS-HOY
                       AND DIAS-FECHA - DIAS-HOY <= DIAS-AVISO
                    ADD 1 TO TOTAL-POR-VENCER
                    COMPUTE DIAS-DIFERENCIA = DIAS-FECHA - DIAS-HOY
                    PERFORM LLENAR-LINEA-CONTRATO
                    MOVE " ANIVERS. " TO CON-ETIQUETA
                    MOVE TAB-CCS-ANIVERSARIO(IDX) TO CON-FECHA
                    MOVE TAB-CCS-CUOTA(IDX) TO CON-IMPORTE
                    MOVE DIAS-DIFERENCIA TO CON-DIAS
                    MOVE SPACES TO CON-MARCA
                    WRITE LINEA-REPORTE FROM LINEA-CONTRATO
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "CONTRATOS EN MORA (DESDE, ADEUDO, DIAS)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CONTRATOS
              IF TAB-CCS-ESTADO(IDX) = 'M'
                 ADD 1 TO TOTAL-EN-MORA
                 MOVE TAB-CCS-FECHA-MORA(IDX) TO FECHA-CALCULO
                 PERFORM CALCULAR-DIAS-FECHA
                 MOVE ZERO TO DIAS-DIFERENCIA
                 IF DIAS-HOY > DIAS-FECHA
                    COMPUTE DIAS-DIFERENCIA = DIAS-HOY - DIAS-FECHA
                 END-IF
                 PERFORM LLENAR-LINEA-CONTRATO
                 MOVE " MORA     " TO CON-ETIQUETA
                 MOVE TAB-CCS-FECHA-MORA(IDX) TO CON-FECHA
                 MOVE TAB-CCS-ADEUDO(IDX) TO CON-IMPORTE
                 MOVE DIAS-DIFERENCIA TO CON-DIAS
                 IF DIAS-DIFERENCIA >= DIAS-PERFORACION
                    ADD 1 TO TOTAL-PERFORAR
                    MOVE "PERFORAR" TO CON-MARCA
                 ELSE
                    MOVE SPACES TO CON-MARCA
                 END-IF
                 WRITE LINEA-REPORTE FROM LINEA-CONTRATO
              END-IF
           END-PERFORM

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "CAJAS LIBRES" TO TOT-ETIQUETA
           MOVE TOTAL-LIBRES TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE "CONTRATOS POR CUMPLIR ANIVERSARIO" TO TOT-ETIQUETA
           MOVE TOTAL-POR-VENCER TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE "CONTRATOS EN MORA" TO TOT-ETIQUETA
           MOVE TOTAL-EN-MORA TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE "CAJAS QUE YA PUEDEN PERFORARSE" TO TOT-ETIQUETA
           MOVE TOTAL-PERFORAR TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           CLOSE REPORTE-FILE.

        LLENAR-LINEA-CONTRATO.
           MOVE TAB-CCS-CONTRATO(IDX) TO CON-CONTRATO
           MOVE TAB-CCS-SUCURSAL(IDX) TO CON-SUCURSAL
           MOVE TAB-CCS-CAJA(IDX) TO CON-CAJA
           MOVE TAB-CCS-CLIENTE(IDX) TO CON-CLIENTE
           MOVE TAB-CCS-CUENTA(IDX) TO CON-CUENTA.

        CALCULAR-DIAS-FECHA.
           COMPUTE DIAS-FECHA
              = WS-CAL-ANO * 360 + WS-CAL-MES * 30 + WS-CAL-DIA.

        BUSCAR-EN-POSTEADOS.
           MOVE 'N' TO REF-POSTEADA
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADOS
              IF TAB-PST-REFERENCIA(IDX-PST) = REF-BUSCADA
                 MOVE 'S' TO REF-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        BUSCAR-EN-RECHAZOS.
           MOVE 'N' TO REF-RECHAZADA
           PERFORM VARYING IDX-RHX FROM 1 BY 1
                   UNTIL IDX-RHX > TOTAL-RECHAZOS
              IF TAB-RHX-REFERENCIA(IDX-RHX) = REF-BUSCADA
                 MOVE 'S' TO REF-RECHAZADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'C' TO EPA-MODO
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "COBRO-CAJAS-SEGURIDAD" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si el rango está
      *---- agotado. Sin archivo de rangos todo sigue como antes.
        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO EOF-RNG
           MOVE ZERO TO RANGO-DESDE
           MOVE ZERO TO RANGO-HASTA
           OPEN INPUT RANGOS-FILE
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-RNG
              READ RANGOS-FILE
                 AT END MOVE 'S' TO EOF-RNG
                 NOT AT END
                    IF RNG-FUENTE = FUENTE-RANGO
                          AND RNG-DESDE NUMERIC
                          AND RNG-HASTA NUMERIC
                       MOVE RNG-DESDE TO RANGO-DESDE
                       MOVE RNG-HASTA TO RANGO-HASTA
                       MOVE 'S' TO EOF-RNG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGOS-FILE
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF
           IF ULTIMA-REFERENCIA >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 73000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA
           WRITE REFERENCIA-REG
           CLOSE REFERENCIA-FILE.

        LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-ESTADO-PARAMETROS = '00'
              READ PARAMETROS-FILE
                 NOT AT END
                    IF PAR-DIAS-PERFORACION NUMERIC
                          AND PAR-DIAS-PERFORACION > 0
                       MOVE PAR-DIAS-PERFORACION TO DIAS-PERFORACION
                    END-IF
                    IF PAR-DIAS-AVISO NUMERIC
                       MOVE PAR-DIAS-AVISO TO DIAS-AVISO
                    END-IF
              END-READ
              CLOSE PARAMETROS-FILE
           END-IF.

        CARGAR-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE
           IF WS-ESTADO-CONTRATOS = '00'
              PERFORM UNTIL FIN-CCS
                 READ CONTRATOS-FILE
                    AT END MOVE 'S' TO EOF-CCS
                    NOT AT END
                       IF CCS-CONTRATO NUMERIC
                          ADD 1 TO TOTAL-CONTRATOS
                          MOVE CCS-CONTRATO
                            TO TAB-CCS-CONTRATO(TOTAL-CONTRATOS)
                          MOVE CCS-SUCURSAL
                            TO TAB-CCS-SUCURSAL(TOTAL-CONTRATOS)
                          MOVE CCS-CAJA
                            TO TAB-CCS-CAJA(TOTAL-CONTRATOS)
                          MOVE CCS-CLIENTE
                            TO TAB-CCS-CLIENTE(TOTAL-CONTRATOS)
                          MOVE CCS-CUENTA
                            TO TAB-CCS-CUENTA(TOTAL-CONTRATOS)
                          MOVE CCS-CUOTA
                            TO TAB-CCS-CUOTA(TOTAL-CONTRATOS)
                          MOVE CCS-FECHA-ALTA
                            TO TAB-CCS-ALTA(TOTAL-CONTRATOS)
                          MOVE CCS-ANIVERSARIO
                            TO TAB-CCS-ANIVERSARIO(TOTAL-CONTRATOS)
                          MOVE CCS-ESTADO
                            TO TAB-CCS-ESTADO(TOTAL-CONTRATOS)
                          MOVE CCS-ADEUDO
                            TO TAB-CCS-ADEUDO(TOTAL-CONTRATOS)
                          MOVE CCS-FECHA-MORA
                            TO TAB-CCS-FECHA-MORA(TOTAL-CONTRATOS)
                          MOVE CCS-ULTIMO-COBRO
                            TO TAB-CCS-ULTIMO-COBRO(TOTAL-CONTRATOS)
                          MOVE CCS-COBRO
                            TO TAB-CCS-COBRO(TOTAL-CONTRATOS)
                          MOVE CCS-REFERENCIA
                            TO TAB-CCS-REFERENCIA(TOTAL-CONTRATOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATOS-FILE
           END-IF.

        GRABAR-CONTRATOS.
           OPEN OUTPUT CONTRATOS-FILE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CONTRATOS
              MOVE TAB-CCS-CONTRATO(IDX)    TO CCS-CONTRATO
              MOVE TAB-CCS-SUCURSAL(IDX)    TO CCS-SUCURSAL
              MOVE TAB-CCS-CAJA(IDX)        TO CCS-CAJA
              MOVE TAB-CCS-CLIENTE(IDX)     TO CCS-CLIENTE
              MOVE TAB-CCS-CUENTA(IDX)      TO CCS-CUENTA
              MOVE TAB-CCS-CUOTA(IDX)       TO CCS-CUOTA
              MOVE TAB-CCS-ALTA(IDX)        TO CCS-FECHA-ALTA
              MOVE TAB-CCS-ANIVERSARIO(IDX) TO CCS-ANIVERSARIO
              MOVE TAB-CCS-ESTADO(IDX)      TO CCS-ESTADO
              MOVE TAB-CCS-ADEUDO(IDX)      TO CCS-ADEUDO
              MOVE TAB-CCS-FECHA-MORA(IDX)  TO CCS-FECHA-MORA
              MOVE TAB-CCS-ULTIMO-COBRO(IDX) TO CCS-ULTIMO-COBRO
              MOVE TAB-CCS-COBRO(IDX)       TO CCS-COBRO
              MOVE TAB-CCS-REFERENCIA(IDX)  TO CCS-REFERENCIA
              WRITE CONTRATO-CAJA-REG
           END-PERFORM
           CLOSE CONTRATOS-FILE.

      *---- Carga las referencias posteadas y de paso las cuenta
      *---- contra las cifras de control que dejó BATCH-BANCO.
        CARGAR-POSTEADOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "COBRO-CAJAS-SEGURIDAD" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
                       ADD 1 TO TOTAL-POSTEADOS
                       MOVE PST-REFERENCIA
                         TO TAB-PST-REFERENCIA(TOTAL-POSTEADOS)
                       MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Sólo interesan los rechazos del rango de cajas.
        CARGAR-RECHAZOS.
           OPEN INPUT RECHAZOS-HIST-FILE
           IF WS-ESTADO-RECHAZOS = '00'
              PERFORM UNTIL FIN-RHX
                 READ RECHAZOS-HIST-FILE
                    AT END MOVE 'S' TO EOF-RHX
                    NOT AT END
                       IF RHX-REFERENCIA >= 73000000
                             AND RHX-REFERENCIA <= 73999999
                             AND TOTAL-RECHAZOS < 9999
                          ADD 1 TO TOTAL-RECHAZOS
                          MOVE RHX-REFERENCIA
                            TO TAB-RHX-REFERENCIA(TOTAL-RECHAZOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECHAZOS-HIST-FILE
           END-IF.
