       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS-INTERBANCARIAS.

      *> --- Cierra el circulo de las transferencias a otros bancos
      *> que la ventanilla captura (TRANSF_ORDENES.DAT, con su cargo
      *> 'I' encolado en MOVIMIENTOS.DAT). Primero procesa el archivo
      *> de devoluciones del sistema de pagos
      *> (TRANSF_DEVOLUCIONES.DAT, con encabezado y cola que deben
      *> cuadrar): por cada orden devuelta encola el extorno 'R' del
      *> cargo original para que BATCH-BANCO reabone al cliente con
      *> su maquinaria de extornos, que deja el renglon en
      *> AUDITORIA.LOG y la partida TRANSF-DEV en CONTABLE.DAT.
      *> Despues arma el archivo de salida del dia
      *> (TRANSF_SALIDA.DAT) con las ordenes cuyo cargo ya posteo,
      *> con encabezado, detalle y cola de control (conteo y suma),
      *> y marca rechazadas las ordenes cuyo cargo reboto. Todo
      *> queda en TRANSF_INTERBANCARIAS.RPT para la sucursal. Lo
      *> corre PROCESO-NOCTURNO despues de BATCH-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO 'TRANSF_ORDENES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORDENES.
           SELECT DEVOLUCIONES-FILE ASSIGN TO 'TRANSF_DEVOLUCIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
           SELECT SALIDA-FILE ASSIGN TO 'TRANSF_SALIDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT SALIDA-SEC-FILE ASSIGN TO 'TRANSF_SALIDA_SEC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA-SEC.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RECHAZADOS-FILE ASSIGN TO 'MOVS_RECHAZADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZADOS.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT TRANSF-REF-FILE ASSIGN TO 'TRANSF_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRANSF-REF.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT REPORTE-FILE ASSIGN TO 'TRANSF_INTERBANCARIAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *---- Mismo trazado que escribe PROYECTO1 al capturar.
       FD ORDENES-FILE.
           COPY TRANSFINTREG.

      *---- Devoluciones del sistema de pagos: encabezado 'H' con
      *---- fecha y secuencia, un renglon 'D' por orden devuelta con
      *---- su referencia, importe y motivo, y cola 'T' con conteo y
      *---- suma de importes que deben cuadrar con el detalle.
       FD DEVOLUCIONES-FILE.
       01 DEV-DETALLE.
           05 DEV-TIPO        PIC X(1).
           05 DEV-REFERENCIA  PIC 9(8).
           05 DEV-IMPORTE     PIC 9(7)V99.
           05 DEV-MOTIVO      PIC X(20).
       01 DEV-ENCABEZADO.
           05 DEV-ENC-TIPO      PIC X(1).
           05 DEV-ENC-FECHA     PIC 9(8).
           05 DEV-ENC-SECUENCIA PIC 9(6).
       01 DEV-COLA.
           05 DEV-COLA-TIPO      PIC X(1).
           05 DEV-COLA-REGISTROS PIC 9(6).
           05 DEV-COLA-IMPORTES  PIC 9(11)V99.

      *---- Archivo de salida al sistema de pagos, con el mismo
      *---- esquema de encabezado y cola que RECEPCION-MOVIMIENTOS
      *---- exige a los canales que nos mandan archivos.
       FD SALIDA-FILE.
       01 SAL-DETALLE.
           05 SAL-TIPO         PIC X(1).
           05 SAL-REFERENCIA   PIC 9(8).
           05 SAL-CUENTA       PIC 9(6).
           05 SAL-IMPORTE      PIC 9(7)V99.
           05 SAL-BANCO        PIC 9(3).
           05 SAL-CLABE        PIC X(18).
           05 SAL-BENEFICIARIO PIC X(30).
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO      PIC X(1).
           05 SAL-ENC-FECHA     PIC 9(8).
           05 SAL-ENC-SECUENCIA PIC 9(6).
       01 SAL-COLA.
           05 SAL-COLA-TIPO      PIC X(1).
           05 SAL-COLA-REGISTROS PIC 9(6).
           05 SAL-COLA-IMPORTES  PIC 9(11)V99.

      *---- Fecha y secuencia del ultimo archivo de salida armado;
      *---- la fecha frena que un relanzamiento del mismo dia pise
      *---- el archivo ya armado con uno vacio.
       FD SALIDA-SEC-FILE.
       01 SALIDA-SEC-REG.
           05 CTL-SAL-FECHA     PIC 9(8).
           05 CTL-SAL-SECUENCIA PIC 9(6).

       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).

      *---- Rechazos de la corrida de BATCH-BANCO de esta noche.
       FD RECHAZADOS-FILE.
       01 MOV-RECHAZADO-REG.
           05 MR-REFERENCIA PIC 9(8).
           05 FILLER      PIC X(1).
           05 MR-CUENTA   PIC 9(6).
           05 FILLER      PIC X(1).
           05 MR-OPERACION PIC X.
           05 FILLER      PIC X(1).
           05 MR-IMPORTE  PIC 9(7)V99.
           05 FILLER      PIC X(1).
           05 MR-MOTIVO   PIC X(30).

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

      *---- Folio de referencias de transferencias, compartido con
      *---- la ventanilla; los extornos de devolucion estrenan
      *---- referencia del mismo rango 77xxxxxx.
       FD TRANSF-REF-FILE.
       01 TRANSF-REF-REG.
           05 CTL-ULTIMA-REF-TRANSF PIC 9(8).

       FD RANGOS-FILE.
       01 RANGO-REG.
           05 RNG-FUENTE PIC X(12).
           05 RNG-TIPO   PIC X(1).
           05 RNG-DESDE  PIC 9(8).
           05 RNG-HASTA  PIC 9(8).

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ORDENES      PIC X(2).
       01 WS-ESTADO-DEVOLUCIONES PIC X(2).
       01 WS-ESTADO-SALIDA       PIC X(2).
       01 WS-ESTADO-SALIDA-SEC   PIC X(2).
       01 WS-ESTADO-POSTEADOS    PIC X(2).
       01 WS-ESTADO-RECHAZADOS   PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-TRANSF-REF   PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 FUENTE-RANGO PIC X(12) VALUE "TRANSF".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.

       01 EOF-ORD PIC X VALUE 'N'.
          88 FIN-ORD VALUE 'S'.
       01 EOF-DEV PIC X VALUE 'N'.
          88 FIN-DEV VALUE 'S'.
       01 EOF-PST PIC X VALUE 'N'.
          88 FIN-PST VALUE 'S'.
       01 EOF-RCH PIC X VALUE 'N'.
          88 FIN-RCH VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 SECUENCIA-SALIDA PIC 9(6) VALUE ZERO.
       01 FECHA-ULTIMA-SALIDA PIC 9(8) VALUE ZERO.

      *> --- Ordenes completas en memoria, para regrabar los estados
      *> al final.
       01 ORDENES-TABLA.
          05 ORDEN-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ORDENES
                INDEXED BY IDX-ORD.
             10 TAB-OTI-REFERENCIA   PIC 9(8).
             10 TAB-OTI-CUENTA       PIC 9(6).
             10 TAB-OTI-IMPORTE      PIC 9(7)V99.
             10 TAB-OTI-BANCO        PIC 9(3).
             10 TAB-OTI-CLABE        PIC X(18).
             10 TAB-OTI-BENEFICIARIO PIC X(30).
             10 TAB-OTI-FECHA        PIC 9(8).
             10 TAB-OTI-SUCURSAL     PIC 9(3).
             10 TAB-OTI-OPERADOR     PIC X(8).
             10 TAB-OTI-ESTADO       PIC X(1).
             10 TAB-OTI-FECHA-ENVIO  PIC 9(8).
             10 TAB-OTI-MOTIVO       PIC X(20).
       01 TOTAL-ORDENES PIC 9(4) VALUE 0.
       01 RENGLON-ORDEN PIC 9(4) VALUE 0.
       01 REFERENCIA-BUSCADA PIC 9(8) VALUE ZERO.

      *> --- Detalle del archivo de devoluciones, cargado completo y
      *> verificado contra su cola antes de aplicar un solo renglon.
       01 DEVOLUCIONES-TABLA.
          05 DEVOLUCION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-DEVOLUCIONES
                INDEXED BY IDX-DEV.
             10 TAB-DEV-REFERENCIA PIC 9(8).
             10 TAB-DEV-IMPORTE    PIC 9(7)V99.
             10 TAB-DEV-MOTIVO     PIC X(20).
       01 TOTAL-DEVOLUCIONES PIC 9(4) VALUE 0.
       01 RENGLONES-LEIDOS PIC 9(6) VALUE 0.
       01 SUMA-DEVOLUCIONES PIC 9(11)V99 VALUE ZERO.
       01 HAY-ENCABEZADO PIC X(1) VALUE 'N'.
       01 HAY-COLA PIC X(1) VALUE 'N'.
       01 COLA-REGISTROS PIC 9(6) VALUE ZERO.
       01 COLA-IMPORTES PIC 9(11)V99 VALUE ZERO.
       01 DETALLE-TRAS-COLA PIC X(1) VALUE 'N'.
       01 ARCHIVO-DEVOL-VALIDO PIC X(1) VALUE 'S'.
          88 ES-ARCHIVO-DEVOL-VALIDO VALUE 'S'.
       01 MOTIVO-ARCHIVO PIC X(40) VALUE SPACES.

      *> --- Referencias del rango de transferencias que BATCH-BANCO
      *> ya posteo, y las que rechazo esta noche.
       01 POSTEADAS-TABLA.
          05 POSTEADA OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-POSTEADAS
                INDEXED BY IDX-PST.
             10 TAB-PST-REFERENCIA PIC 9(8).
       01 TOTAL-POSTEADAS PIC 9(5) VALUE 0.
      *> Cifras de control de MOVS_POSTEADOS.DAT.
           COPY ENTREGAPARREG.
       01 RECHAZADAS-TABLA.
          05 RECHAZADA OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RECHAZADAS
                INDEXED BY IDX-RCH.
             10 TAB-RCH-REFERENCIA PIC 9(8).
             10 TAB-RCH-MOTIVO     PIC X(20).
       01 TOTAL-RECHAZADAS PIC 9(4) VALUE 0.
       01 REFERENCIA-POSTEADA PIC X(1) VALUE 'N'.
          88 ES-REFERENCIA-POSTEADA VALUE 'S'.
       01 RENGLON-RECHAZO PIC 9(4) VALUE 0.

       01 TOTAL-ENVIADAS     PIC 9(6) VALUE 0.
       01 IMPORTE-ENVIADO    PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-RECHAZO-ORD  PIC 9(4) VALUE 0.
       01 TOTAL-DEVUELTAS    PIC 9(4) VALUE 0.
       01 IMPORTE-DEVUELTO   PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEV-OMITIDAS PIC 9(4) VALUE 0.

      *> --- Renglones del reporte.
       01 DET-ORDEN.
          05 DO-ACCION     PIC X(10).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DO-REFERENCIA PIC 9(8).
          05 FILLER        PIC X(8) VALUE " CUENTA ".
          05 DO-CUENTA     PIC 9(6).
          05 FILLER        PIC X(7) VALUE " BANCO ".
          05 DO-BANCO      PIC 9(3).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DO-IMPORTE    PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(1) VALUE SPACE.
          05 DO-DETALLE    PIC X(30).
       01 DET-TOTAL.
          05 DT-ETIQUETA   PIC X(30).
          05 DT-CANTIDAD   PIC ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 DT-IMPORTE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM CARGAR-ORDENES
            IF TOTAL-ORDENES = 0
               DISPLAY "SIN ORDENES DE TRANSFERENCIA, NADA QUE "
                  "PROCESAR"
               GOBACK
            END-IF

      *---- El archivo de devoluciones se verifica completo antes de
      *---- tocar nada: uno truncado o descuadrado detiene la cadena
      *---- y se deja en su lugar para que Operaciones lo revise.
            PERFORM CARGAR-DEVOLUCIONES
            IF NOT ES-ARCHIVO-DEVOL-VALIDO
               DISPLAY "*** TRANSF_DEVOLUCIONES.DAT RECHAZADO: "
                  MOTIVO-ARCHIVO " ***"
               DISPLAY "NINGUNA DEVOLUCION APLICADA; CORRIJA EL "
                  "ARCHIVO Y RELANCE"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM LEER-ULTIMA-REFERENCIA
            PERFORM VERIFICAR-RANGO-REFERENCIA
            PERFORM CARGAR-POSTEADAS
            IF EPA-NO-CUADRA
               DISPLAY "MOVS_POSTEADOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE PROCESAN TRANSFERENCIAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-RECHAZADAS
            PERFORM LEER-SECUENCIA-SALIDA

            OPEN OUTPUT REPORTE-FILE
            MOVE "TRANSFERENCIAS INTERBANCARIAS - RESULTADO DEL DIA"
              TO LINEA-REPORTE
            WRITE LINEA-REPORTE
            MOVE SPACES TO LINEA-REPORTE
            WRITE LINEA-REPORTE

            PERFORM APLICAR-DEVOLUCIONES
            PERFORM MARCAR-RECHAZADAS
            IF FECHA-ULTIMA-SALIDA = WS-FECHA-HOY
               DISPLAY "TRANSF_SALIDA.DAT YA GENERADO HOY, NO SE "
                  "VUELVE A ARMAR"
            ELSE
               PERFORM GENERAR-SALIDA
               PERFORM GRABAR-SECUENCIA-SALIDA
            END-IF
            PERFORM REPORTAR-TOTALES

            CLOSE REPORTE-FILE
            PERFORM GRABAR-ORDENES
            PERFORM GRABAR-ULTIMA-REFERENCIA
            IF TOTAL-DEVOLUCIONES > 0
               OPEN OUTPUT DEVOLUCIONES-FILE
               CLOSE DEVOLUCIONES-FILE
            END-IF

            DISPLAY "--------------------------------"
            DISPLAY "ORDENES ENVIADAS:    " TOTAL-ENVIADAS
            DISPLAY "ORDENES RECHAZADAS:  " TOTAL-RECHAZO-ORD
            DISPLAY "ORDENES DEVUELTAS:   " TOTAL-DEVUELTAS
            DISPLAY "DEVOLUCIONES OMITIDAS: " TOTAL-DEV-OMITIDAS
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Lee el archivo de devoluciones a memoria verificando la
      *---- forma: encabezado primero, cola al final, y conteo y
      *---- suma de la cola iguales al detalle. Sin archivo no hay
      *---- devoluciones hoy.
        CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-FILE
           IF WS-ESTADO-DEVOLUCIONES NOT = '00'
              DISPLAY "TRANSF_DEVOLUCIONES.DAT NO ENCONTRADO, "
                 "SIN DEVOLUCIONES HOY"
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
              WHEN COLA-IMPORTES NOT = SUMA-DEVOLUCIONES
                 MOVE "SUMA DE LA COLA NO CUADRA" TO MOTIVO-ARCHIVO
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
                 MOVE DEV-COLA-IMPORTES TO COLA-IMPORTES
              WHEN 'D'
                 IF HAY-COLA = 'S'
                    MOVE 'S' TO DETALLE-TRAS-COLA
                 END-IF
                 IF DEV-REFERENCIA NOT NUMERIC
                       OR DEV-IMPORTE NOT NUMERIC
                    MOVE "RENGLON DE DETALLE NO NUMERICO"
                      TO MOTIVO-ARCHIVO
                    MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
                 ELSE
                    IF TOTAL-DEVOLUCIONES < 9999
                       ADD 1 TO TOTAL-DEVOLUCIONES
                       MOVE DEV-REFERENCIA
                         TO TAB-DEV-REFERENCIA(TOTAL-DEVOLUCIONES)
                       MOVE DEV-IMPORTE
                         TO TAB-DEV-IMPORTE(TOTAL-DEVOLUCIONES)
                       MOVE DEV-MOTIVO
                         TO TAB-DEV-MOTIVO(TOTAL-DEVOLUCIONES)
                       ADD DEV-IMPORTE TO SUMA-DEVOLUCIONES
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "TIPO DE RENGLON DESCONOCIDO" TO MOTIVO-ARCHIVO
                 MOVE 'N' TO ARCHIVO-DEVOL-VALIDO
           END-EVALUATE.

      *---- Aplica cada devolucion verificada: la orden debe existir,
      *---- estar enviada y por el mismo importe; entonces se encola
      *---- el extorno del cargo y la orden queda devuelta.
        APLICAR-DEVOLUCIONES.
           PERFORM VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > TOTAL-DEVOLUCIONES
              MOVE TAB-DEV-REFERENCIA(IDX-DEV) TO REFERENCIA-BUSCADA
              PERFORM UBICAR-ORDEN
              EVALUATE TRUE
                 WHEN RENGLON-ORDEN = 0
                    DISPLAY "DEVOLUCION DE ORDEN INEXISTENTE: "
                       REFERENCIA-BUSCADA
                    ADD 1 TO TOTAL-DEV-OMITIDAS
                 WHEN TAB-OTI-ESTADO(RENGLON-ORDEN) NOT = 'E'
                    DISPLAY "DEVOLUCION DE ORDEN NO ENVIADA O YA "
                       "DEVUELTA: " REFERENCIA-BUSCADA
                    ADD 1 TO TOTAL-DEV-OMITIDAS
                 WHEN TAB-OTI-IMPORTE(RENGLON-ORDEN)
                       NOT = TAB-DEV-IMPORTE(IDX-DEV)
                    DISPLAY "DEVOLUCION CON IMPORTE DISTINTO AL DE LA "
                       "ORDEN: " REFERENCIA-BUSCADA
                    ADD 1 TO TOTAL-DEV-OMITIDAS
                 WHEN OTHER
                    SET IDX-ORD TO RENGLON-ORDEN
                    MOVE 'D' TO TAB-OTI-ESTADO(IDX-ORD)
                    MOVE TAB-DEV-MOTIVO(IDX-DEV)
                      TO TAB-OTI-MOTIVO(IDX-ORD)
                    PERFORM EXTORNAR-CARGO-ORDEN
                    MOVE "DEVUELTA" TO DO-ACCION
                    MOVE TAB-DEV-MOTIVO(IDX-DEV) TO DO-DETALLE
                    PERFORM REPORTAR-ORDEN
                    ADD 1 TO TOTAL-DEVUELTAS
                    ADD TAB-OTI-IMPORTE(IDX-ORD) TO IMPORTE-DEVUELTO
              END-EVALUATE
           END-PERFORM.

      *---- Encola el extorno 'R' del cargo original de la orden
      *---- devuelta; BATCH-BANCO reabona al cliente en su proxima
      *---- corrida con su maquinaria de extornos.
        EXTORNAR-CARGO-ORDEN.
           OPEN EXTEND MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           ADD 1 TO ULTIMA-REFERENCIA
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
           MOVE TAB-OTI-CUENTA(IDX-ORD) TO MOV-CUENTA
           MOVE 'R' TO OPERACION
           MOVE TAB-OTI-IMPORTE(IDX-ORD) TO IMPORTE
           MOVE ZERO TO MOV-CUENTA-DESTINO
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE TAB-OTI-REFERENCIA(IDX-ORD) TO MOV-REF-ORIGINAL
           MOVE ZERO TO MOV-SUCURSAL
           MOVE ZERO TO MOV-CHEQUE
           MOVE SPACES TO MOV-MONEDA
           MOVE ZERO TO MOV-TIPO-CAMBIO
           WRITE MOV-REG
           CLOSE MOVIMIENTOS-FILE.

      *---- Las ordenes capturadas cuyo cargo BATCH-BANCO rechazo
      *---- esta noche no salen: el dinero nunca se movio.
        MARCAR-RECHAZADAS.
           PERFORM VARYING IDX-ORD FROM 1 BY 1
                   UNTIL IDX-ORD > TOTAL-ORDENES
              IF TAB-OTI-ESTADO(IDX-ORD) = 'C'
                 PERFORM UBICAR-RECHAZO
                 IF RENGLON-RECHAZO > 0
                    MOVE 'R' TO TAB-OTI-ESTADO(IDX-ORD)
                    MOVE TAB-RCH-MOTIVO(RENGLON-RECHAZO)
                      TO TAB-OTI-MOTIVO(IDX-ORD)
                    MOVE "RECHAZADA" TO DO-ACCION
                    MOVE TAB-RCH-MOTIVO(RENGLON-RECHAZO) TO DO-DETALLE
                    PERFORM REPORTAR-ORDEN
                    ADD 1 TO TOTAL-RECHAZO-ORD
                 END-IF
              END-IF
           END-PERFORM.

      *---- Arma TRANSF_SALIDA.DAT con las ordenes capturadas cuyo
      *---- cargo ya posteo; las que siguen esperando (posfechadas
      *---- o aun sin postear) quedan capturadas para otra noche.
        GENERAR-SALIDA.
           ADD 1 TO SECUENCIA-SALIDA
           OPEN OUTPUT SALIDA-FILE
           MOVE SPACES TO SAL-ENCABEZADO
           MOVE 'H' TO SAL-ENC-TIPO
           MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
           MOVE SECUENCIA-SALIDA TO SAL-ENC-SECUENCIA
           WRITE SAL-ENCABEZADO
           PERFORM VARYING IDX-ORD FROM 1 BY 1
                   UNTIL IDX-ORD > TOTAL-ORDENES
              IF TAB-OTI-ESTADO(IDX-ORD) = 'C'
                 MOVE TAB-OTI-REFERENCIA(IDX-ORD) TO REFERENCIA-BUSCADA
                 PERFORM VERIFICAR-POSTEADA
                 IF ES-REFERENCIA-POSTEADA
                    PERFORM ESCRIBIR-DETALLE-SALIDA
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO SAL-COLA
           MOVE 'T' TO SAL-COLA-TIPO
           MOVE TOTAL-ENVIADAS TO SAL-COLA-REGISTROS
           MOVE IMPORTE-ENVIADO TO SAL-COLA-IMPORTES
           WRITE SAL-COLA
           CLOSE SALIDA-FILE.

        ESCRIBIR-DETALLE-SALIDA.
           MOVE 'D' TO SAL-TIPO
           MOVE TAB-OTI-REFERENCIA(IDX-ORD) TO SAL-REFERENCIA
           MOVE TAB-OTI-CUENTA(IDX-ORD) TO SAL-CUENTA
           MOVE TAB-OTI-IMPORTE(IDX-ORD) TO SAL-IMPORTE
           MOVE TAB-OTI-BANCO(IDX-ORD) TO SAL-BANCO
           MOVE TAB-OTI-CLABE(IDX-ORD) TO SAL-CLABE
           MOVE TAB-OTI-BENEFICIARIO(IDX-ORD) TO SAL-BENEFICIARIO
           WRITE SAL-DETALLE
           MOVE 'E' TO TAB-OTI-ESTADO(IDX-ORD)
           MOVE WS-FECHA-HOY TO TAB-OTI-FECHA-ENVIO(IDX-ORD)
           ADD 1 TO TOTAL-ENVIADAS
           ADD TAB-OTI-IMPORTE(IDX-ORD) TO IMPORTE-ENVIADO
           MOVE "ENVIADA" TO DO-ACCION
           MOVE TAB-OTI-BENEFICIARIO(IDX-ORD) TO DO-DETALLE
           PERFORM REPORTAR-ORDEN.

        REPORTAR-ORDEN.
           MOVE TAB-OTI-REFERENCIA(IDX-ORD) TO DO-REFERENCIA
           MOVE TAB-OTI-CUENTA(IDX-ORD) TO DO-CUENTA
           MOVE TAB-OTI-BANCO(IDX-ORD) TO DO-BANCO
           MOVE TAB-OTI-IMPORTE(IDX-ORD) TO DO-IMPORTE
           WRITE LINEA-REPORTE FROM DET-ORDEN.

      *---- Cifras de control al pie del reporte: lo que salio hoy
      *---- debe cuadrar con la cola de TRANSF_SALIDA.DAT.
        REPORTAR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "ENVIADAS (COLA DEL ARCHIVO)" TO DT-ETIQUETA
           MOVE TOTAL-ENVIADAS TO DT-CANTIDAD
           MOVE IMPORTE-ENVIADO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "DEVUELTAS (EXTORNO ENCOLADO)" TO DT-ETIQUETA
           MOVE TOTAL-DEVUELTAS TO DT-CANTIDAD
           MOVE IMPORTE-DEVUELTO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL
           MOVE "RECHAZADAS AL POSTEAR" TO DT-ETIQUETA
           MOVE TOTAL-RECHAZO-ORD TO DT-CANTIDAD
           MOVE ZERO TO DT-IMPORTE
           WRITE LINEA-REPORTE FROM DET-TOTAL.

      *---- Ubica REFERENCIA-BUSCADA entre las ordenes.
        UBICAR-ORDEN.
           MOVE 0 TO RENGLON-ORDEN
           PERFORM VARYING IDX-ORD FROM 1 BY 1
                   UNTIL IDX-ORD > TOTAL-ORDENES
              IF TAB-OTI-REFERENCIA(IDX-ORD) = REFERENCIA-BUSCADA
                 MOVE IDX-ORD TO RENGLON-ORDEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        VERIFICAR-POSTEADA.
           MOVE 'N' TO REFERENCIA-POSTEADA
           PERFORM VARYING IDX-PST FROM 1 BY 1
                   UNTIL IDX-PST > TOTAL-POSTEADAS
              IF TAB-PST-REFERENCIA(IDX-PST) = REFERENCIA-BUSCADA
                 MOVE 'S' TO REFERENCIA-POSTEADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        UBICAR-RECHAZO.
           MOVE 0 TO RENGLON-RECHAZO
           PERFORM VARYING IDX-RCH FROM 1 BY 1
                   UNTIL IDX-RCH > TOTAL-RECHAZADAS
              IF TAB-RCH-REFERENCIA(IDX-RCH)
                    = TAB-OTI-REFERENCIA(IDX-ORD)
                 MOVE IDX-RCH TO RENGLON-RECHAZO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Carga TRANSF_ORDENES.DAT completo a memoria.
        CARGAR-ORDENES.
           OPEN INPUT ORDENES-FILE
           IF WS-ESTADO-ORDENES = '00'
              PERFORM UNTIL FIN-ORD
                 READ ORDENES-FILE
                    AT END MOVE 'S' TO EOF-ORD
                    NOT AT END
                       IF TOTAL-ORDENES < 9999
                          ADD 1 TO TOTAL-ORDENES
                          SET IDX-ORD TO TOTAL-ORDENES
                          MOVE OTI-REFERENCIA
                            TO TAB-OTI-REFERENCIA(IDX-ORD)
                          MOVE OTI-CUENTA TO TAB-OTI-CUENTA(IDX-ORD)
                          MOVE OTI-IMPORTE TO TAB-OTI-IMPORTE(IDX-ORD)
                          MOVE OTI-BANCO TO TAB-OTI-BANCO(IDX-ORD)
                          MOVE OTI-CLABE TO TAB-OTI-CLABE(IDX-ORD)
                          MOVE OTI-BENEFICIARIO
                            TO TAB-OTI-BENEFICIARIO(IDX-ORD)
                          MOVE OTI-FECHA TO TAB-OTI-FECHA(IDX-ORD)
                          MOVE OTI-SUCURSAL
                            TO TAB-OTI-SUCURSAL(IDX-ORD)
                          MOVE OTI-OPERADOR
                            TO TAB-OTI-OPERADOR(IDX-ORD)
                          MOVE OTI-ESTADO TO TAB-OTI-ESTADO(IDX-ORD)
                          IF OTI-FECHA-ENVIO NUMERIC
                             MOVE OTI-FECHA-ENVIO
                               TO TAB-OTI-FECHA-ENVIO(IDX-ORD)
                          ELSE
                             MOVE ZERO TO TAB-OTI-FECHA-ENVIO(IDX-ORD)
                          END-IF
                          MOVE OTI-MOTIVO TO TAB-OTI-MOTIVO(IDX-ORD)
                       ELSE
                          DISPLAY "*** TRANSF_ORDENES.DAT REBASA LA "
                             "TABLA DE ORDENES (9999) ***"
                          CLOSE ORDENES-FILE
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF.

      *---- Reescribe TRANSF_ORDENES.DAT con los estados del dia.
        GRABAR-ORDENES.
           OPEN OUTPUT ORDENES-FILE
           PERFORM VARYING IDX-ORD FROM 1 BY 1
                   UNTIL IDX-ORD > TOTAL-ORDENES
              MOVE TAB-OTI-REFERENCIA(IDX-ORD) TO OTI-REFERENCIA
              MOVE TAB-OTI-CUENTA(IDX-ORD) TO OTI-CUENTA
              MOVE TAB-OTI-IMPORTE(IDX-ORD) TO OTI-IMPORTE
              MOVE TAB-OTI-BANCO(IDX-ORD) TO OTI-BANCO
              MOVE TAB-OTI-CLABE(IDX-ORD) TO OTI-CLABE
              MOVE TAB-OTI-BENEFICIARIO(IDX-ORD) TO OTI-BENEFICIARIO
              MOVE TAB-OTI-FECHA(IDX-ORD) TO OTI-FECHA
              MOVE TAB-OTI-SUCURSAL(IDX-ORD) TO OTI-SUCURSAL
              MOVE TAB-OTI-OPERADOR(IDX-ORD) TO OTI-OPERADOR
              MOVE TAB-OTI-ESTADO(IDX-ORD) TO OTI-ESTADO
              MOVE TAB-OTI-FECHA-ENVIO(IDX-ORD) TO OTI-FECHA-ENVIO
              MOVE TAB-OTI-MOTIVO(IDX-ORD) TO OTI-MOTIVO
              WRITE ORDEN-TRANSF-REG
           END-PERFORM
           CLOSE ORDENES-FILE.

      *---- Referencias posteadas del rango de transferencias; las
      *---- de otras fuentes no interesan aqui, pero el archivo se
      *---- lee completo contra sus cifras de control.
        CARGAR-POSTEADAS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
           MOVE "TRANSFERENCIAS-INTERBANCARIAS" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE ZERO TO EPA-IMPORTE
           OPEN INPUT POSTEADOS-FILE
           IF WS-ESTADO-POSTEADOS = '00'
              PERFORM UNTIL FIN-PST
                 READ POSTEADOS-FILE
                    AT END MOVE 'S' TO EOF-PST
                    NOT AT END
                       IF PST-REFERENCIA NUMERIC
                          MOVE PST-REFERENCIA TO EPA-REFERENCIA
                       ELSE
                          MOVE ZERO TO EPA-REFERENCIA
                       END-IF
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                       IF PST-REFERENCIA NUMERIC
                             AND PST-REFERENCIA >= 77000000
                             AND PST-REFERENCIA <= 77999999
                             AND TOTAL-POSTEADAS < 99999
                          ADD 1 TO TOTAL-POSTEADAS
                          MOVE PST-REFERENCIA
                            TO TAB-PST-REFERENCIA(TOTAL-POSTEADAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTEADOS-FILE
           END-IF
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Cargos de transferencia que BATCH-BANCO rechazo hoy.
        CARGAR-RECHAZADAS.
           OPEN INPUT RECHAZADOS-FILE
           IF WS-ESTADO-RECHAZADOS = '00'
              PERFORM UNTIL FIN-RCH
                 READ RECHAZADOS-FILE
                    AT END MOVE 'S' TO EOF-RCH
                    NOT AT END
                       IF MR-OPERACION = 'I'
                             AND MR-REFERENCIA NUMERIC
                             AND TOTAL-RECHAZADAS < 9999
                          ADD 1 TO TOTAL-RECHAZADAS
                          MOVE MR-REFERENCIA
                            TO TAB-RCH-REFERENCIA(TOTAL-RECHAZADAS)
                          MOVE MR-MOTIVO
                            TO TAB-RCH-MOTIVO(TOTAL-RECHAZADAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECHAZADOS-FILE
           END-IF.

      *---- Fecha y secuencia del ultimo archivo de salida; sin
      *---- archivo de control la numeracion arranca en 1.
        LEER-SECUENCIA-SALIDA.
           OPEN INPUT SALIDA-SEC-FILE
           IF WS-ESTADO-SALIDA-SEC = '00'
              READ SALIDA-SEC-FILE
                 NOT AT END
                    IF CTL-SAL-FECHA NUMERIC
                       MOVE CTL-SAL-FECHA TO FECHA-ULTIMA-SALIDA
                    END-IF
                    IF CTL-SAL-SECUENCIA NUMERIC
                       MOVE CTL-SAL-SECUENCIA TO SECUENCIA-SALIDA
                    END-IF
              END-READ
              CLOSE SALIDA-SEC-FILE
           END-IF.

        GRABAR-SECUENCIA-SALIDA.
           OPEN OUTPUT SALIDA-SEC-FILE
           MOVE WS-FECHA-HOY TO CTL-SAL-FECHA
           MOVE SECUENCIA-SALIDA TO CTL-SAL-SECUENCIA
           WRITE SALIDA-SEC-REG
           CLOSE SALIDA-SEC-FILE.

      *---- Alinea el folio al rango que el registro central reserva
      *---- para esta fuente, y se niega a seguir si el rango esta
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
           IF ULTIMA-REFERENCIA + TOTAL-DEVOLUCIONES >= RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO " ***"
              DISPLAY "AMPLIE EL RANGO EN RANGOS_REF.CTL ANTES DE "
                 "VOLVER A CORRER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT TRANSF-REF-FILE
           IF WS-ESTADO-TRANSF-REF = '00'
              READ TRANSF-REF-FILE
                 AT END MOVE 77000000 TO ULTIMA-REFERENCIA
                 NOT AT END
                    MOVE CTL-ULTIMA-REF-TRANSF TO ULTIMA-REFERENCIA
              END-READ
              CLOSE TRANSF-REF-FILE
           ELSE
              MOVE 77000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT TRANSF-REF-FILE
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REF-TRANSF
           WRITE TRANSF-REF-REG
           CLOSE TRANSF-REF-FILE.
