       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-ENTREGAS.

      *> --- Cifras de control de los archivos que un paso nocturno
      *> le entrega a otro (MOVIMIENTOS.DAT, MOVS_POSTEADOS.DAT,
      *> CONTABLE.DAT, CAMARA_SALIDA.DAT, POSTEOS_DIA.DAT), en
      *> CONTROL_ENTREGAS.CTL.
      *> El productor abre su renglón antes de grabar y lo cierra con
      *> el conteo, la suma de importes y la suma de referencias de
      *> lo que grabó; un productor que muere a media grabación deja
      *> el renglón abierto. El consumidor, antes de usar el
      *> archivo, lo lee completo y compara contra los renglones
      *> vigentes: un archivo truncado, a medio escribir o con
      *> registros de más queda marcado en el renglón con lo que se
      *> halló, y el consumidor termina con código 8 para que
      *> PROCESO-NOCTURNO detenga la cadena y lo muestre. Un archivo
      *> sin renglones todavía no tiene control y se deja pasar.
      *> Lo llaman los productores y consumidores con los
      *> parámetros de ENTREGAPARREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS-FILE ASSIGN TO 'CONTROL_ENTREGAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD ENTREGAS-FILE.
           COPY ENTREGAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ENTREGAS PIC X(2).
       01 EOF-ENT PIC X VALUE 'N'.
          88 FIN-ENT VALUE 'S'.

      *> --- CONTROL_ENTREGAS.CTL en memoria; se relee en cada
      *> llamada que lo cambia y se reescribe completo.
       01 ENTREGAS-TABLA.
          05 ENTREGA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-ENTREGAS
                INDEXED BY IDX-ENT.
             10 TAB-ENT-ARCHIVO       PIC X(30).
             10 TAB-ENT-PRODUCTOR     PIC X(30).
             10 TAB-ENT-TIPO          PIC X(1).
             10 TAB-ENT-ESTADO        PIC X(1).
             10 TAB-ENT-FECHA         PIC 9(8).
             10 TAB-ENT-HORA          PIC 9(6).
             10 TAB-ENT-REF-DESDE     PIC 9(8).
             10 TAB-ENT-REF-HASTA     PIC 9(8).
             10 TAB-ENT-REGISTROS     PIC 9(9).
             10 TAB-ENT-IMPORTE       PIC 9(13)V99.
             10 TAB-ENT-HASH          PIC 9(18).
             10 TAB-ENT-HAL-REGISTROS PIC 9(9).
             10 TAB-ENT-HAL-IMPORTE   PIC 9(13)V99.
             10 TAB-ENT-HAL-HASH      PIC 9(18).
             10 TAB-ENT-CONSUMIDOR    PIC X(30).
             10 TAB-ENT-REVISAR       PIC X(1).
       01 TOTAL-ENTREGAS PIC 9(3) VALUE 0.
       01 RENGLON-ENTREGA PIC 9(3) VALUE 0.
       01 RENGLON-DESTINO PIC 9(3) VALUE 0.

      *> --- Lo que se está grabando o verificando. La fase queda
      *> entre llamadas: 'E' escritura, 'V' verificación.
       01 FASE-ENTREGA PIC X(1) VALUE SPACE.
          88 FASE-ESCRITURA    VALUE 'E'.
          88 FASE-VERIFICACION VALUE 'V'.
       01 ARCHIVO-EN-CURSO   PIC X(30) VALUE SPACES.
       01 PRODUCTOR-EN-CURSO PIC X(30) VALUE SPACES.
       01 MODO-EN-CURSO      PIC X(1) VALUE SPACE.
       01 HAY-RENGLON-EN-CURSO PIC X(1) VALUE 'N'.
          88 CON-RENGLON-EN-CURSO VALUE 'S'.
       01 CUENTA-REGISTROS PIC 9(9) VALUE 0.
       01 SUMA-IMPORTE     PIC 9(13)V99 VALUE 0.
       01 SUMA-HASH        PIC 9(18) VALUE 0.

      *> --- Lo que agrega una corrida en modo 'C', separado por
      *> bloque de referencias (los dos primeros dígitos, el rango
      *> de cada fuente): un productor que graba con dos folios, como
      *> el interés y su retención, deja un renglón por bloque y así
      *> el rango de cada renglón no abarca los de otras fuentes.
       01 TRAMOS-TABLA.
          05 TRAMO OCCURS 100 TIMES.
             10 TRA-BLOQUE    PIC 9(2).
             10 TRA-REGISTROS PIC 9(9).
             10 TRA-IMPORTE   PIC 9(13)V99.
             10 TRA-HASH      PIC 9(18).
             10 TRA-MINIMA    PIC 9(8).
             10 TRA-MAXIMA    PIC 9(8).
       01 TOTAL-TRAMOS PIC 9(3) VALUE 0.
       01 RENGLON-TRAMO PIC 9(3) VALUE 0.
       01 RENGLON-NUEVO PIC 9(3) VALUE 0.
       01 REF-TRABAJO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES REF-TRABAJO.
          05 REF-BLOQUE PIC 9(2).
          05 FILLER     PIC 9(6).
       01 WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01 WS-HORA-HOY      PIC 9(6) VALUE 0.

       01 REGISTROS-EDIT PIC ZZZ,ZZZ,ZZ9.
       01 IMPORTE-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 HASH-EDIT      PIC Z(17)9.

       LINKAGE SECTION.
           COPY ENTREGAPARREG.

       PROCEDURE DIVISION USING ENTREGA-PARAMETROS.

            EVALUATE EPA-OPERACION
               WHEN 'A'
                  PERFORM ABRIR-ESCRITURA
               WHEN 'R'
                  PERFORM CONTAR-REGISTRO
               WHEN 'C'
                  PERFORM CERRAR-ESCRITURA
               WHEN 'I'
                  PERFORM INICIAR-VERIFICACION
               WHEN 'V'
                  PERFORM TERMINAR-VERIFICACION
               WHEN 'U'
                  PERFORM DAR-POR-CONSUMIDO
               WHEN OTHER
                  DISPLAY "CONTROL-ENTREGAS: OPERACION DESCONOCIDA "
                     EPA-OPERACION
            END-EVALUATE

            GOBACK.

      *---- El productor está por grabar EPA-ARCHIVO: su renglón
      *---- queda abierto ('A') en el archivo de control antes del
      *---- primer registro, para que una caída a media grabación
      *---- se note. En modo 'C' cada corrida lleva su renglón (el
      *---- que dejó abierto una corrida caída del mismo productor
      *---- se reutiliza); en 'N' y 'M' el archivo completo lleva
      *---- uno solo. Agregar ('M') a un archivo que nunca tuvo
      *---- control no abre renglón: sus cifras previas no se
      *---- conocen hasta que un productor lo reescriba completo.
      *---- Tampoco se agrega sobre un archivo que su productor dejó
      *---- a medio escribir: el renglón queda incompleto.
        ABRIR-ESCRITURA.
           PERFORM CARGAR-ENTREGAS
           MOVE 'E' TO FASE-ENTREGA
           MOVE EPA-ARCHIVO TO ARCHIVO-EN-CURSO
           MOVE EPA-PROGRAMA TO PRODUCTOR-EN-CURSO
           MOVE EPA-MODO TO MODO-EN-CURSO
           MOVE 0 TO CUENTA-REGISTROS
           MOVE 0 TO SUMA-IMPORTE
           MOVE 0 TO SUMA-HASH
           MOVE 0 TO TOTAL-TRAMOS
           MOVE 'N' TO HAY-RENGLON-EN-CURSO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           PERFORM UBICAR-RENGLON-PRODUCTOR
           IF RENGLON-ENTREGA > 0 AND MODO-EN-CURSO = 'M'
                 AND (TAB-ENT-ESTADO(RENGLON-ENTREGA) = 'A'
                 OR TAB-ENT-ESTADO(RENGLON-ENTREGA) = 'I')
              MOVE 'I' TO TAB-ENT-ESTADO(RENGLON-ENTREGA)
              PERFORM GRABAR-ENTREGAS
              EXIT PARAGRAPH
           END-IF
           IF RENGLON-ENTREGA = 0
              IF MODO-EN-CURSO = 'M'
                 EXIT PARAGRAPH
              END-IF
              IF TOTAL-ENTREGAS >= 999
                 DISPLAY "CONTROL_ENTREGAS.CTL LLENO, "
                    EPA-ARCHIVO " SE GRABA SIN CONTROL"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-ENTREGAS
              MOVE TOTAL-ENTREGAS TO RENGLON-ENTREGA
              MOVE ARCHIVO-EN-CURSO TO TAB-ENT-ARCHIVO(RENGLON-ENTREGA)
              MOVE 0 TO TAB-ENT-REGISTROS(RENGLON-ENTREGA)
              MOVE 0 TO TAB-ENT-IMPORTE(RENGLON-ENTREGA)
              MOVE 0 TO TAB-ENT-HASH(RENGLON-ENTREGA)
              IF MODO-EN-CURSO = 'C'
                 MOVE 'C' TO TAB-ENT-TIPO(RENGLON-ENTREGA)
              ELSE
                 MOVE 'T' TO TAB-ENT-TIPO(RENGLON-ENTREGA)
              END-IF
           END-IF
           MOVE 'S' TO HAY-RENGLON-EN-CURSO
           MOVE PRODUCTOR-EN-CURSO
             TO TAB-ENT-PRODUCTOR(RENGLON-ENTREGA)
           MOVE 'A' TO TAB-ENT-ESTADO(RENGLON-ENTREGA)
           MOVE WS-FECHA-HOY TO TAB-ENT-FECHA(RENGLON-ENTREGA)
           MOVE WS-HORA-HOY TO TAB-ENT-HORA(RENGLON-ENTREGA)
           MOVE 0 TO TAB-ENT-HAL-REGISTROS(RENGLON-ENTREGA)
           MOVE 0 TO TAB-ENT-HAL-IMPORTE(RENGLON-ENTREGA)
           MOVE 0 TO TAB-ENT-HAL-HASH(RENGLON-ENTREGA)
           MOVE SPACES TO TAB-ENT-CONSUMIDOR(RENGLON-ENTREGA)
           MOVE 0 TO TAB-ENT-REF-DESDE(RENGLON-ENTREGA)
           IF MODO-EN-CURSO = 'C'
              MOVE 0 TO TAB-ENT-REF-HASTA(RENGLON-ENTREGA)
           ELSE
              MOVE 99999999 TO TAB-ENT-REF-HASTA(RENGLON-ENTREGA)
           END-IF
           IF MODO-EN-CURSO = 'N'
              MOVE 0 TO TAB-ENT-REGISTROS(RENGLON-ENTREGA)
              MOVE 0 TO TAB-ENT-IMPORTE(RENGLON-ENTREGA)
              MOVE 0 TO TAB-ENT-HASH(RENGLON-ENTREGA)
           END-IF
           PERFORM GRABAR-ENTREGAS.

      *---- Renglón que le toca al productor en curso: en modo 'C'
      *---- el que dejó abierto una corrida anterior suya sobre el
      *---- mismo archivo; en 'N' y 'M' el del archivo completo.
        UBICAR-RENGLON-PRODUCTOR.
           MOVE 0 TO RENGLON-ENTREGA
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTREGAS
              IF TAB-ENT-ARCHIVO(IDX-ENT) = ARCHIVO-EN-CURSO
                 IF MODO-EN-CURSO = 'C'
                    IF TAB-ENT-TIPO(IDX-ENT) = 'C'
                          AND TAB-ENT-ESTADO(IDX-ENT) = 'A'
                          AND TAB-ENT-PRODUCTOR(IDX-ENT)
                             = PRODUCTOR-EN-CURSO
                       SET RENGLON-ENTREGA TO IDX-ENT
                       EXIT PERFORM
                    END-IF
                 ELSE
                    IF TAB-ENT-TIPO(IDX-ENT) = 'T'
                       SET RENGLON-ENTREGA TO IDX-ENT
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *---- Un registro grabado o leído. Al grabar se acumula lo de
      *---- la corrida; al verificar se suma a cada renglón vigente
      *---- cuyo rango de referencias lo cubre.
        CONTAR-REGISTRO.
           EVALUATE TRUE
              WHEN FASE-ESCRITURA
                 ADD 1 TO CUENTA-REGISTROS
                 ADD EPA-IMPORTE TO SUMA-IMPORTE
                 ADD EPA-REFERENCIA TO SUMA-HASH
                 IF MODO-EN-CURSO = 'C'
                    PERFORM ACUMULAR-TRAMO
                 END-IF
              WHEN FASE-VERIFICACION
                 PERFORM VARYING IDX-ENT FROM 1 BY 1
                         UNTIL IDX-ENT > TOTAL-ENTREGAS
                    IF TAB-ENT-REVISAR(IDX-ENT) = 'S'
                          AND EPA-REFERENCIA
                             >= TAB-ENT-REF-DESDE(IDX-ENT)
                          AND EPA-REFERENCIA
                             <= TAB-ENT-REF-HASTA(IDX-ENT)
                       ADD 1 TO TAB-ENT-HAL-REGISTROS(IDX-ENT)
                       ADD EPA-IMPORTE TO TAB-ENT-HAL-IMPORTE(IDX-ENT)
                       ADD EPA-REFERENCIA TO TAB-ENT-HAL-HASH(IDX-ENT)
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      *---- El productor cerró el archivo: su renglón queda con las
      *---- cifras de lo grabado; agregar suma a lo que el archivo
      *---- ya tenía.
        CERRAR-ESCRITURA.
           MOVE SPACE TO FASE-ENTREGA
           IF NOT CON-RENGLON-EN-CURSO
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HAY-RENGLON-EN-CURSO
           PERFORM CARGAR-ENTREGAS
           PERFORM UBICAR-RENGLON-PRODUCTOR
           IF RENGLON-ENTREGA = 0
              DISPLAY "CONTROL-ENTREGAS: NO SE HALLO EL RENGLON "
                 "ABIERTO DE " ARCHIVO-EN-CURSO
              EXIT PARAGRAPH
           END-IF
           IF MODO-EN-CURSO = 'C'
              PERFORM CERRAR-TRAMOS
              PERFORM GRABAR-ENTREGAS
              EXIT PARAGRAPH
           END-IF
           EVALUATE MODO-EN-CURSO
              WHEN 'N'
                 MOVE CUENTA-REGISTROS
                   TO TAB-ENT-REGISTROS(RENGLON-ENTREGA)
                 MOVE SUMA-IMPORTE TO TAB-ENT-IMPORTE(RENGLON-ENTREGA)
                 MOVE SUMA-HASH TO TAB-ENT-HASH(RENGLON-ENTREGA)
              WHEN OTHER
                 ADD CUENTA-REGISTROS
                   TO TAB-ENT-REGISTROS(RENGLON-ENTREGA)
                 ADD SUMA-IMPORTE TO TAB-ENT-IMPORTE(RENGLON-ENTREGA)
                 ADD SUMA-HASH TO TAB-ENT-HASH(RENGLON-ENTREGA)
           END-EVALUATE
           MOVE 'C' TO TAB-ENT-ESTADO(RENGLON-ENTREGA)
           ACCEPT TAB-ENT-HORA(RENGLON-ENTREGA) FROM TIME
           PERFORM GRABAR-ENTREGAS.

      *---- Suma el registro al tramo de su bloque de referencias.
        ACUMULAR-TRAMO.
           MOVE EPA-REFERENCIA TO REF-TRABAJO
           MOVE 0 TO RENGLON-NUEVO
           PERFORM VARYING RENGLON-TRAMO FROM 1 BY 1
                   UNTIL RENGLON-TRAMO > TOTAL-TRAMOS
              IF TRA-BLOQUE(RENGLON-TRAMO) = REF-BLOQUE
                 MOVE RENGLON-TRAMO TO RENGLON-NUEVO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-NUEVO = 0
              ADD 1 TO TOTAL-TRAMOS
              MOVE TOTAL-TRAMOS TO RENGLON-NUEVO
              MOVE REF-BLOQUE TO TRA-BLOQUE(RENGLON-NUEVO)
              MOVE 0 TO TRA-REGISTROS(RENGLON-NUEVO)
              MOVE 0 TO TRA-IMPORTE(RENGLON-NUEVO)
              MOVE 0 TO TRA-HASH(RENGLON-NUEVO)
              MOVE 99999999 TO TRA-MINIMA(RENGLON-NUEVO)
              MOVE 0 TO TRA-MAXIMA(RENGLON-NUEVO)
           END-IF
           ADD 1 TO TRA-REGISTROS(RENGLON-NUEVO)
           ADD EPA-IMPORTE TO TRA-IMPORTE(RENGLON-NUEVO)
           ADD EPA-REFERENCIA TO TRA-HASH(RENGLON-NUEVO)
           IF EPA-REFERENCIA < TRA-MINIMA(RENGLON-NUEVO)
              MOVE EPA-REFERENCIA TO TRA-MINIMA(RENGLON-NUEVO)
           END-IF
           IF EPA-REFERENCIA > TRA-MAXIMA(RENGLON-NUEVO)
              MOVE EPA-REFERENCIA TO TRA-MAXIMA(RENGLON-NUEVO)
           END-IF.

      *---- Cierra una corrida en modo 'C': el renglón abierto toma
      *---- el primer tramo y cada tramo más agrega un renglón igual
      *---- con su propio rango. Una corrida que no grabó nada no
      *---- deja renglón.
        CERRAR-TRAMOS.
           IF TOTAL-TRAMOS = 0
              PERFORM QUITAR-RENGLON
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RENGLON-TRAMO FROM 1 BY 1
                   UNTIL RENGLON-TRAMO > TOTAL-TRAMOS
              IF RENGLON-TRAMO = 1
                 MOVE RENGLON-ENTREGA TO RENGLON-NUEVO
              ELSE
                 IF TOTAL-ENTREGAS >= 999
                    DISPLAY "CONTROL_ENTREGAS.CTL LLENO, "
                       ARCHIVO-EN-CURSO " QUEDA SIN CONTROL PARCIAL"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO TOTAL-ENTREGAS
                 MOVE TOTAL-ENTREGAS TO RENGLON-NUEVO
                 MOVE ENTREGA-RENGLON(RENGLON-ENTREGA)
                   TO ENTREGA-RENGLON(RENGLON-NUEVO)
              END-IF
              MOVE TRA-MINIMA(RENGLON-TRAMO)
                TO TAB-ENT-REF-DESDE(RENGLON-NUEVO)
              MOVE TRA-MAXIMA(RENGLON-TRAMO)
                TO TAB-ENT-REF-HASTA(RENGLON-NUEVO)
              MOVE TRA-REGISTROS(RENGLON-TRAMO)
                TO TAB-ENT-REGISTROS(RENGLON-NUEVO)
              MOVE TRA-IMPORTE(RENGLON-TRAMO)
                TO TAB-ENT-IMPORTE(RENGLON-NUEVO)
              MOVE TRA-HASH(RENGLON-TRAMO)
                TO TAB-ENT-HASH(RENGLON-NUEVO)
              MOVE 'C' TO TAB-ENT-ESTADO(RENGLON-NUEVO)
              ACCEPT TAB-ENT-HORA(RENGLON-NUEVO) FROM TIME
           END-PERFORM.

      *---- El consumidor va a leer EPA-ARCHIVO: se apartan los
      *---- renglones vigentes del archivo con sus cifras halladas
      *---- en cero.
        INICIAR-VERIFICACION.
           PERFORM CARGAR-ENTREGAS
           MOVE 'V' TO FASE-ENTREGA
           MOVE EPA-ARCHIVO TO ARCHIVO-EN-CURSO
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTREGAS
              IF TAB-ENT-ARCHIVO(IDX-ENT) = ARCHIVO-EN-CURSO
                 MOVE 'S' TO TAB-ENT-REVISAR(IDX-ENT)
                 MOVE 0 TO TAB-ENT-HAL-REGISTROS(IDX-ENT)
                 MOVE 0 TO TAB-ENT-HAL-IMPORTE(IDX-ENT)
                 MOVE 0 TO TAB-ENT-HAL-HASH(IDX-ENT)
              ELSE
                 MOVE 'N' TO TAB-ENT-REVISAR(IDX-ENT)
              END-IF
           END-PERFORM.

      *---- Compara lo hallado contra lo grabado en cada renglón
      *---- del archivo y deja el resultado en el archivo de
      *---- control: 'C' cuadra, 'D' no cuadra, 'I' el productor no
      *---- terminó de grabar. Cualquier renglón que no cuadra hace
      *---- que el consumidor no siga.
        TERMINAR-VERIFICACION.
           MOVE SPACE TO FASE-ENTREGA
           MOVE 'X' TO EPA-RESULTADO
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTREGAS
              IF TAB-ENT-REVISAR(IDX-ENT) = 'S'
                 PERFORM REVISAR-RENGLON
              END-IF
           END-PERFORM
           IF NOT EPA-SIN-CONTROL
              PERFORM GRABAR-ENTREGAS
           END-IF.

        REVISAR-RENGLON.
           IF EPA-SIN-CONTROL
              MOVE 'S' TO EPA-RESULTADO
           END-IF
           MOVE EPA-PROGRAMA TO TAB-ENT-CONSUMIDOR(IDX-ENT)
           EVALUATE TRUE
              WHEN TAB-ENT-ESTADO(IDX-ENT) = 'A'
                    OR TAB-ENT-ESTADO(IDX-ENT) = 'I'
                 MOVE 'I' TO TAB-ENT-ESTADO(IDX-ENT)
              WHEN TAB-ENT-HAL-REGISTROS(IDX-ENT)
                       = TAB-ENT-REGISTROS(IDX-ENT)
                    AND TAB-ENT-HAL-IMPORTE(IDX-ENT)
                       = TAB-ENT-IMPORTE(IDX-ENT)
                    AND TAB-ENT-HAL-HASH(IDX-ENT)
                       = TAB-ENT-HASH(IDX-ENT)
                 MOVE 'C' TO TAB-ENT-ESTADO(IDX-ENT)
              WHEN OTHER
                 MOVE 'D' TO TAB-ENT-ESTADO(IDX-ENT)
           END-EVALUATE
           IF TAB-ENT-ESTADO(IDX-ENT) = 'C'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EPA-RESULTADO
           IF TAB-ENT-ESTADO(IDX-ENT) = 'I'
              DISPLAY "*** " TAB-ENT-ARCHIVO(IDX-ENT)
                 " A MEDIO ESCRIBIR: " TAB-ENT-PRODUCTOR(IDX-ENT)
                 " NO TERMINO DE GRABARLO"
           ELSE
              DISPLAY "*** " TAB-ENT-ARCHIVO(IDX-ENT)
                 " NO CUADRA CON LO QUE GRABO "
                 TAB-ENT-PRODUCTOR(IDX-ENT)
           END-IF
           MOVE TAB-ENT-REGISTROS(IDX-ENT) TO REGISTROS-EDIT
           MOVE TAB-ENT-IMPORTE(IDX-ENT) TO IMPORTE-EDIT
           MOVE TAB-ENT-HASH(IDX-ENT) TO HASH-EDIT
           DISPLAY "    GRABADO: " REGISTROS-EDIT " REGISTROS  "
              IMPORTE-EDIT "  HASH " HASH-EDIT
           MOVE TAB-ENT-HAL-REGISTROS(IDX-ENT) TO REGISTROS-EDIT
           MOVE TAB-ENT-HAL-IMPORTE(IDX-ENT) TO IMPORTE-EDIT
           MOVE TAB-ENT-HAL-HASH(IDX-ENT) TO HASH-EDIT
           DISPLAY "    HALLADO: " REGISTROS-EDIT " REGISTROS  "
              IMPORTE-EDIT "  HASH " HASH-EDIT.

      *---- El consumidor ya aplicó el archivo: las corridas que
      *---- cuadraron salen del control; las que no cuadraron se
      *---- quedan para que el operador las vea.
        DAR-POR-CONSUMIDO.
           PERFORM CARGAR-ENTREGAS
           MOVE 1 TO RENGLON-ENTREGA
           PERFORM UNTIL RENGLON-ENTREGA > TOTAL-ENTREGAS
              IF TAB-ENT-ARCHIVO(RENGLON-ENTREGA) = EPA-ARCHIVO
                    AND TAB-ENT-TIPO(RENGLON-ENTREGA) = 'C'
                    AND TAB-ENT-ESTADO(RENGLON-ENTREGA) = 'C'
                 PERFORM QUITAR-RENGLON
              ELSE
                 ADD 1 TO RENGLON-ENTREGA
              END-IF
           END-PERFORM
           PERFORM GRABAR-ENTREGAS.

      *---- Quita de la tabla el renglón RENGLON-ENTREGA.
        QUITAR-RENGLON.
           PERFORM VARYING RENGLON-DESTINO FROM RENGLON-ENTREGA BY 1
                   UNTIL RENGLON-DESTINO >= TOTAL-ENTREGAS
              MOVE ENTREGA-RENGLON(RENGLON-DESTINO + 1)
                TO ENTREGA-RENGLON(RENGLON-DESTINO)
           END-PERFORM
           SUBTRACT 1 FROM TOTAL-ENTREGAS.

      *---- Carga CONTROL_ENTREGAS.CTL; sin archivo no hay renglones.
        CARGAR-ENTREGAS.
           MOVE 0 TO TOTAL-ENTREGAS
           MOVE 'N' TO EOF-ENT
           OPEN INPUT ENTREGAS-FILE
           IF WS-ESTADO-ENTREGAS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ENT
              READ ENTREGAS-FILE
                 AT END MOVE 'S' TO EOF-ENT
                 NOT AT END
                    IF TOTAL-ENTREGAS < 999
                       ADD 1 TO TOTAL-ENTREGAS
                       MOVE ENT-ARCHIVO
                         TO TAB-ENT-ARCHIVO(TOTAL-ENTREGAS)
                       MOVE ENT-PRODUCTOR
                         TO TAB-ENT-PRODUCTOR(TOTAL-ENTREGAS)
                       MOVE ENT-TIPO TO TAB-ENT-TIPO(TOTAL-ENTREGAS)
                       MOVE ENT-ESTADO
                         TO TAB-ENT-ESTADO(TOTAL-ENTREGAS)
                       MOVE ENT-FECHA TO TAB-ENT-FECHA(TOTAL-ENTREGAS)
                       MOVE ENT-HORA TO TAB-ENT-HORA(TOTAL-ENTREGAS)
                       MOVE ENT-REF-DESDE
                         TO TAB-ENT-REF-DESDE(TOTAL-ENTREGAS)
                       MOVE ENT-REF-HASTA
                         TO TAB-ENT-REF-HASTA(TOTAL-ENTREGAS)
                       MOVE ENT-REGISTROS
                         TO TAB-ENT-REGISTROS(TOTAL-ENTREGAS)
                       MOVE ENT-IMPORTE
                         TO TAB-ENT-IMPORTE(TOTAL-ENTREGAS)
                       MOVE ENT-HASH TO TAB-ENT-HASH(TOTAL-ENTREGAS)
                       MOVE ENT-HAL-REGISTROS
                         TO TAB-ENT-HAL-REGISTROS(TOTAL-ENTREGAS)
                       MOVE ENT-HAL-IMPORTE
                         TO TAB-ENT-HAL-IMPORTE(TOTAL-ENTREGAS)
                       MOVE ENT-HAL-HASH
                         TO TAB-ENT-HAL-HASH(TOTAL-ENTREGAS)
                       MOVE ENT-CONSUMIDOR
                         TO TAB-ENT-CONSUMIDOR(TOTAL-ENTREGAS)
                       MOVE 'N' TO TAB-ENT-REVISAR(TOTAL-ENTREGAS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ENTREGAS-FILE.

      *---- Reescribe CONTROL_ENTREGAS.CTL con la tabla.
        GRABAR-ENTREGAS.
           OPEN OUTPUT ENTREGAS-FILE
           IF WS-ESTADO-ENTREGAS NOT = '00'
              DISPLAY "NO SE PUDO GRABAR CONTROL_ENTREGAS.CTL (ESTADO "
                 WS-ESTADO-ENTREGAS ")"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTREGAS
              MOVE TAB-ENT-ARCHIVO(IDX-ENT) TO ENT-ARCHIVO
              MOVE TAB-ENT-PRODUCTOR(IDX-ENT) TO ENT-PRODUCTOR
              MOVE TAB-ENT-TIPO(IDX-ENT) TO ENT-TIPO
              MOVE TAB-ENT-ESTADO(IDX-ENT) TO ENT-ESTADO
              MOVE TAB-ENT-FECHA(IDX-ENT) TO ENT-FECHA
              MOVE TAB-ENT-HORA(IDX-ENT) TO ENT-HORA
              MOVE TAB-ENT-REF-DESDE(IDX-ENT) TO ENT-REF-DESDE
              MOVE TAB-ENT-REF-HASTA(IDX-ENT) TO ENT-REF-HASTA
              MOVE TAB-ENT-REGISTROS(IDX-ENT) TO ENT-REGISTROS
              MOVE TAB-ENT-IMPORTE(IDX-ENT) TO ENT-IMPORTE
              MOVE TAB-ENT-HASH(IDX-ENT) TO ENT-HASH
              MOVE TAB-ENT-HAL-REGISTROS(IDX-ENT) TO ENT-HAL-REGISTROS
              MOVE TAB-ENT-HAL-IMPORTE(IDX-ENT) TO ENT-HAL-IMPORTE
              MOVE TAB-ENT-HAL-HASH(IDX-ENT) TO ENT-HAL-HASH
              MOVE TAB-ENT-CONSUMIDOR(IDX-ENT) TO ENT-CONSUMIDOR
              WRITE ENTREGA-REG
           END-PERFORM
           CLOSE ENTREGAS-FILE.
