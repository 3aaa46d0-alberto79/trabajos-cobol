       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURACION-HISTORICOS.

      *> --- Política de retención de los históricos que crecían sin
      *> freno. Cada archivo tiene meses que se quedan en el archivo
      *> vivo y meses que pasan en su generación de archivo antes de
      *> depurarse (RETENCION_HISTORICOS.CTL: nombre del archivo,
      *> meses vivos y meses en archivo; sin renglón aplican los de
      *> la tabla interna). Cada mes:
      *>   - Los renglones más viejos que los meses vivos se mueven a
      *>     la generación de su mes (MOVIMIENTOS_HIST_AAAAMM.DAT,
      *>     PASOS_HISTORIA_AAAAMM.CTL, etcétera) y salen del vivo.
      *>   - Cada generación queda en el catálogo
      *>     ARCHIVOS_HISTORICOS.CTL con su archivo de origen, su
      *>     mes y sus renglones; la que cumple meses vivos más meses
      *>     en archivo se vacía y queda en el catálogo como
      *>     depurada, igual que ARCHIVO-REPORTES con el spool.
      *>   - Nada que siga referenciado se archiva ni se depura: el
      *>     movimiento de un mes que PERIODOS.CTL no tiene cerrado o
      *>     que una aclaración abierta (ACLARACIONES.DAT 'A' o 'P')
      *>     señala, la venta de un mes abierto, el rechazo que sigue
      *>     pendiente de reparar y la notificación que el call center
      *>     no ha trabajado se quedan en el vivo, y la generación
      *>     que volviera a tener alguno no se vacía.
      *> Deja lo que hizo en DEPURACION_AAAAMM.RPT. Lo corre
      *> PROCESO-NOCTURNO el primer día hábil del mes, al final de
      *> la cadena.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIVO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VIVO.
           SELECT MOVS-HIST-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-MOVS-HIST.
           SELECT TRABAJO-FILE ASSIGN TO 'DEPURACION.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT GENERACION-FILE ASSIGN TO DYNAMIC WS-NOMBRE-GEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GENERACION.
           SELECT POLITICA-FILE ASSIGN TO 'RETENCION_HISTORICOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POLITICA.
           SELECT CATALOGO-FILE ASSIGN TO 'ARCHIVOS_HISTORICOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT PERIODOS-FILE ASSIGN TO 'PERIODOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODOS.
           SELECT ACLARACIONES-FILE ASSIGN TO 'ACLARACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACLARACIONES.
           SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *---- Cualquiera de los históricos secuenciales; todos abren
      *---- con su fecha AAAAMMDD.
       FD VIVO-FILE.
       01 VIVO-REG PIC X(200).

       FD MOVS-HIST-FILE.
           COPY ARCHMOVREG.

      *---- Renglones que sobreviven en el vivo; al final lo
      *---- sustituyen reescribiéndolo desde aquí.
       FD TRABAJO-FILE.
       01 TRABAJO-REG PIC X(200).

       FD GENERACION-FILE.
       01 GENERACION-REG PIC X(200).

      *---- Política por archivo: meses en el vivo y meses en su
      *---- generación antes de depurarla.
       FD POLITICA-FILE.
       01 POLITICA-REG.
           05 RTH-ARCHIVO       PIC X(30).
           05 RTH-MESES-VIVO    PIC 9(3).
           05 RTH-MESES-ARCHIVO PIC 9(3).

      *---- Catálogo de generaciones de archivo: origen, nombre de la
      *---- generación, mes que guarda, renglones, última fecha en
      *---- que se le agregó, 'V' vigente o 'D' depurada y la fecha
      *---- en que se depuró.
       FD CATALOGO-FILE.
       01 CATALOGO-REG.
           05 CAH-ARCHIVO      PIC X(30).
           05 CAH-GENERACION   PIC X(40).
           05 CAH-MES          PIC 9(6).
           05 CAH-RENGLONES    PIC 9(9).
           05 CAH-FECHA        PIC 9(8).
           05 CAH-ESTADO       PIC X(1).
           05 CAH-FECHA-DEPURA PIC 9(8).

       FD PERIODOS-FILE.
       01 PERIODO-REG.
           05 PER-MES    PIC 9(6).
           05 PER-ESTADO PIC X(1).

       FD ACLARACIONES-FILE.
           COPY ACLARACIONREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-VIVO         PIC X(2).
       01 WS-ESTADO-MOVS-HIST    PIC X(2).
       01 WS-ESTADO-TRABAJO      PIC X(2).
       01 WS-ESTADO-GENERACION   PIC X(2).
       01 WS-ESTADO-POLITICA     PIC X(2).
       01 WS-ESTADO-CATALOGO     PIC X(2).
       01 WS-ESTADO-PERIODOS     PIC X(2).
       01 WS-ESTADO-ACLARACIONES PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).
       01 WS-NOMBRE-VIVO    PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-GEN     PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-REPORTE PIC X(30) VALUE SPACES.

       01 EOF-VIV PIC X VALUE 'N'.
          88 FIN-VIV VALUE 'S'.
       01 EOF-TRA PIC X VALUE 'N'.
          88 FIN-TRA VALUE 'S'.
       01 EOF-GEN PIC X VALUE 'N'.
          88 FIN-GEN VALUE 'S'.
       01 EOF-POL PIC X VALUE 'N'.
          88 FIN-POL VALUE 'S'.
       01 EOF-CAT PIC X VALUE 'N'.
          88 FIN-CAT VALUE 'S'.
       01 EOF-PER PIC X VALUE 'N'.
          88 FIN-PER VALUE 'S'.
       01 EOF-ACL PIC X VALUE 'N'.
          88 FIN-ACL VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO PIC 9(4).
          05 WS-HOY-MES PIC 9(2).
          05 WS-HOY-DIA PIC 9(2).
       01 MES-HOY PIC 9(6) VALUE ZERO.
       01 MESES-HOY PIC 9(6) VALUE ZERO.

      *> --- Mes del renglón en revisión y su antigüedad en meses.
       01 FECHA-RENGLON PIC 9(8) VALUE ZERO.
       01 MES-RENGLON PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES MES-RENGLON.
          05 MR-ANO PIC 9(4).
          05 MR-MES PIC 9(2).
       01 ANTIGUEDAD-MESES PIC S9(6) VALUE ZERO.

      *> --- Renglón en revisión, con la vista de cada histórico que
      *> trae algo que lo proteja.
       01 RENGLON-HISTORICO PIC X(200).
       01 FILLER REDEFINES RENGLON-HISTORICO.
          05 RH-FECHA PIC 9(8).
          05 FILLER   PIC X(192).
      *> MOVIMIENTOS_HIST.DAT, mismo trazado que ARCHMOVREG.
       01 FILLER REDEFINES RENGLON-HISTORICO.
          05 RM-REFERENCIA PIC 9(8).
          05 FILLER        PIC X(22).
          05 RM-FECHA      PIC 9(8).
          05 FILLER        PIC X(162).
      *> RECHAZOS_HIST.DAT: 'P' pendiente de reparar o reintentar.
       01 FILLER REDEFINES RENGLON-HISTORICO.
          05 FILLER        PIC X(86).
          05 RR-ESTADO     PIC X(1).
          05 FILLER        PIC X(113).
      *> NOTIFICACIONES.DAT: 'P' sin trabajar por el call center.
       01 FILLER REDEFINES RENGLON-HISTORICO.
          05 FILLER        PIC X(54).
          05 RN-ESTADO     PIC X(1).
          05 FILLER        PIC X(145).

      *> --- 'V' se queda en el vivo por su edad, 'A' se archiva,
      *> 'P' ya cumplió su tiempo pero sigue referenciado.
       01 DESTINO-RENGLON PIC X(1) VALUE 'V'.
          88 RENGLON-VIVO      VALUE 'V'.
          88 RENGLON-ARCHIVA   VALUE 'A'.
          88 RENGLON-PROTEGIDO VALUE 'P'.
      *> 'M' mes abierto, 'R' referencia vigente o renglón pendiente.
       01 MOTIVO-PROTECCION PIC X(1) VALUE SPACE.

      *> --- Históricos bajo la política: archivo vivo, meses en el
      *> vivo y en archivo (los de RETENCION_HISTORICOS.CTL si trae
      *> renglón), si es el INDEXED de movimientos y qué lo protege
      *> ('M' movimientos: mes cerrado y sin aclaración abierta,
      *> 'P' mes cerrado, 'R' rechazo pendiente, 'N' notificación
      *> sin trabajar, espacio nada); la tabla se llena en
      *> INICIALIZAR-POLITICAS, con el mismo patrón que la tabla de
      *> reportes de ARCHIVO-REPORTES. Los movimientos y los salarios
      *> guardan diez años entre vivo y archivo.
       01 POLITICAS-TABLA.
          05 POLITICA-RENGLON OCCURS 7 TIMES INDEXED BY IDX-POL.
             10 TAB-POL-ARCHIVO       PIC X(30).
             10 TAB-POL-MESES-VIVO    PIC 9(3).
             10 TAB-POL-MESES-ARCHIVO PIC 9(3).
             10 TAB-POL-INDEXADO      PIC X(1).
             10 TAB-POL-PROTECCION    PIC X(1).
             10 TAB-POL-EXISTE        PIC X(1).
             10 TAB-POL-LEIDOS        PIC 9(9).
             10 TAB-POL-ARCHIVADOS    PIC 9(9).
             10 TAB-POL-PROT-PERIODO  PIC 9(9).
             10 TAB-POL-PROT-REFER    PIC 9(9).
             10 TAB-POL-DEPURADAS     PIC 9(4).
             10 TAB-POL-RETENIDAS     PIC 9(4).
       01 TOTAL-POLITICAS PIC 9(2) VALUE 7.
       01 POLITICA-HALLADA PIC X(1) VALUE 'N'.

      *> --- Periodos contables; un mes cuenta como cerrado con su
      *> renglón AAAAMM en 'C' o con el ejercicio bloqueado (AAAA00).
       01 PERIODOS-TABLA.
          05 PERIODO-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-PERIODOS
                INDEXED BY IDX-PER.
             10 TAB-PER-MES    PIC 9(6).
             10 TAB-PER-ESTADO PIC X(1).
       01 TOTAL-PERIODOS PIC 9(3) VALUE 0.
       01 MES-BUSCADO PIC 9(6) VALUE ZERO.
       01 FILLER REDEFINES MES-BUSCADO.
          05 MB-ANO PIC 9(4).
          05 MB-MES PIC 9(2).
       01 MES-CERRADO PIC X(1) VALUE 'N'.
          88 ES-MES-CERRADO VALUE 'S'.

      *> --- Referencias de movimientos que alguna aclaración abierta
      *> todavía señala: el cargo desconocido, su abono provisional
      *> y el extorno, si lo hubo.
       01 REFERENCIAS-TABLA.
          05 REFERENCIA-ABIERTA OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-REFERENCIAS
                INDEXED BY IDX-REF.
             10 TAB-REF-REFERENCIA PIC 9(8).
       01 TOTAL-REFERENCIAS PIC 9(4) VALUE 0.
       01 REFERENCIA-BUSCADA PIC 9(8) VALUE ZERO.

      *> --- Catálogo en memoria, para asentarle las generaciones de
      *> esta corrida y reescribirlo con las depuradas.
       01 CATALOGO-TABLA.
          05 GENERACION OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-GENERACIONES
                INDEXED BY IDX-CAH.
             10 TAB-CAH-ARCHIVO      PIC X(30).
             10 TAB-CAH-GENERACION   PIC X(40).
             10 TAB-CAH-MES          PIC 9(6).
             10 TAB-CAH-RENGLONES    PIC 9(9).
             10 TAB-CAH-FECHA        PIC 9(8).
             10 TAB-CAH-ESTADO       PIC X(1).
             10 TAB-CAH-FECHA-DEPURA PIC 9(8).
             10 TAB-CAH-PROTEGIDOS   PIC 9(9).
       01 TOTAL-GENERACIONES PIC 9(4) VALUE 0.
       01 RENGLON-CATALOGO PIC 9(4) VALUE 0.

      *> --- Generación abierta mientras se archiva un histórico.
       01 HAY-GENERACION-ABIERTA PIC X(1) VALUE 'N'.
       01 MES-GENERACION-ABIERTA PIC 9(6) VALUE ZERO.
       01 BASE-VIVO      PIC X(30) VALUE SPACES.
       01 EXTENSION-VIVO PIC X(10) VALUE SPACES.
       01 PROTEGIDOS-GENERACION PIC 9(9) VALUE 0.

       01 TOTAL-ARCHIVADOS PIC 9(9) VALUE 0.
       01 TOTAL-PROTEGIDOS PIC 9(9) VALUE 0.
       01 TOTAL-DEPURADAS  PIC 9(4) VALUE 0.
       01 TOTAL-RETENIDAS  PIC 9(4) VALUE 0.

      *> --- Renglones del reporte.
       01 ENC-HISTORICOS.
          05 FILLER PIC X(24) VALUE "ARCHIVO".
          05 FILLER PIC X(5)  VALUE "VIVO".
          05 FILLER PIC X(6)  VALUE "ARCH".
          05 FILLER PIC X(11) VALUE "   LEIDOS".
          05 FILLER PIC X(11) VALUE "ARCHIVADOS".
          05 FILLER PIC X(11) VALUE "MES ABIER.".
          05 FILLER PIC X(11) VALUE "REFERENC.".
          05 FILLER PIC X(4)  VALUE "DEP.".
       01 DET-HISTORICO.
          05 DH-ARCHIVO      PIC X(23).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DH-MESES-VIVO   PIC ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DH-MESES-ARCH   PIC ZZ9.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 DH-LEIDOS       PIC ZZZZZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DH-ARCHIVADOS   PIC ZZZZZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DH-PROT-PERIODO PIC ZZZZZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DH-PROT-REFER   PIC ZZZZZZZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DH-DEPURADAS    PIC ZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DH-NOTA         PIC X(12).
       01 DET-GENERACION.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 DG-GENERACION   PIC X(40).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DG-MES          PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DG-RENGLONES    PIC ZZZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DG-NOTA         PIC X(35).
       01 DG-PROTEGIDOS PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            COMPUTE MES-HOY = WS-FECHA-HOY / 100
            COMPUTE MESES-HOY = WS-HOY-ANO * 12 + WS-HOY-MES

            PERFORM INICIALIZAR-POLITICAS
            PERFORM CARGAR-POLITICAS
            PERFORM CARGAR-PERIODOS
            PERFORM CARGAR-ACLARACIONES
            IF WS-ESTADO-ACLARACIONES NOT = '00'
                  AND WS-ESTADO-ACLARACIONES NOT = '35'
               DISPLAY "NO SE PUDO LEER ACLARACIONES.DAT (ESTADO "
                  WS-ESTADO-ACLARACIONES "), NO SE DEPURA NADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM CARGAR-CATALOGO

            PERFORM ARCHIVAR-HISTORICO
               VARYING IDX-POL FROM 1 BY 1
               UNTIL IDX-POL > TOTAL-POLITICAS

            PERFORM DEPURAR-GENERACIONES
            PERFORM GRABAR-CATALOGO
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "RENGLONES ARCHIVADOS:        " TOTAL-ARCHIVADOS
            DISPLAY "RENGLONES PROTEGIDOS:        " TOTAL-PROTEGIDOS
            DISPLAY "GENERACIONES DEPURADAS:      " TOTAL-DEPURADAS
            DISPLAY "GENERACIONES RETENIDAS:      " TOTAL-RETENIDAS
            DISPLAY "DETALLE EN " WS-NOMBRE-REPORTE
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Llena la tabla de históricos que la política conoce.
        INICIALIZAR-POLITICAS.
           MOVE "MOVIMIENTOS_HIST.DAT" TO TAB-POL-ARCHIVO(1)
           MOVE 24 TO TAB-POL-MESES-VIVO(1)
           MOVE 96 TO TAB-POL-MESES-ARCHIVO(1)
           MOVE 'S' TO TAB-POL-INDEXADO(1)
           MOVE 'M' TO TAB-POL-PROTECCION(1)
           MOVE "RECHAZOS_HIST.DAT" TO TAB-POL-ARCHIVO(2)
           MOVE 12 TO TAB-POL-MESES-VIVO(2)
           MOVE 48 TO TAB-POL-MESES-ARCHIVO(2)
           MOVE 'N' TO TAB-POL-INDEXADO(2)
           MOVE 'R' TO TAB-POL-PROTECCION(2)
           MOVE "NOTIFICACIONES.DAT" TO TAB-POL-ARCHIVO(3)
           MOVE 3 TO TAB-POL-MESES-VIVO(3)
           MOVE 12 TO TAB-POL-MESES-ARCHIVO(3)
           MOVE 'N' TO TAB-POL-INDEXADO(3)
           MOVE 'N' TO TAB-POL-PROTECCION(3)
           MOVE "CONFIRMACIONES.DAT" TO TAB-POL-ARCHIVO(4)
           MOVE 3 TO TAB-POL-MESES-VIVO(4)
           MOVE 24 TO TAB-POL-MESES-ARCHIVO(4)
           MOVE 'N' TO TAB-POL-INDEXADO(4)
           MOVE SPACE TO TAB-POL-PROTECCION(4)
           MOVE "SALARIOS_HIST.DAT" TO TAB-POL-ARCHIVO(5)
           MOVE 24 TO TAB-POL-MESES-VIVO(5)
           MOVE 96 TO TAB-POL-MESES-ARCHIVO(5)
           MOVE 'N' TO TAB-POL-INDEXADO(5)
           MOVE SPACE TO TAB-POL-PROTECCION(5)
           MOVE "VENTAS_DETALLE.DAT" TO TAB-POL-ARCHIVO(6)
           MOVE 24 TO TAB-POL-MESES-VIVO(6)
           MOVE 36 TO TAB-POL-MESES-ARCHIVO(6)
           MOVE 'N' TO TAB-POL-INDEXADO(6)
           MOVE 'P' TO TAB-POL-PROTECCION(6)
           MOVE "PASOS_HISTORIA.CTL" TO TAB-POL-ARCHIVO(7)
           MOVE 6 TO TAB-POL-MESES-VIVO(7)
           MOVE 18 TO TAB-POL-MESES-ARCHIVO(7)
           MOVE 'N' TO TAB-POL-INDEXADO(7)
           MOVE SPACE TO TAB-POL-PROTECCION(7)
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
              MOVE 'N' TO TAB-POL-EXISTE(IDX-POL)
              MOVE ZERO TO TAB-POL-LEIDOS(IDX-POL)
                           TAB-POL-ARCHIVADOS(IDX-POL)
                           TAB-POL-PROT-PERIODO(IDX-POL)
                           TAB-POL-PROT-REFER(IDX-POL)
                           TAB-POL-DEPURADAS(IDX-POL)
                           TAB-POL-RETENIDAS(IDX-POL)
           END-PERFORM.

      *---- Los renglones de RETENCION_HISTORICOS.CTL sustituyen los
      *---- meses de la tabla interna; un archivo que la tabla no
      *---- conoce no se toca, porque no se sabe qué lo protege.
        CARGAR-POLITICAS.
           OPEN INPUT POLITICA-FILE
           IF WS-ESTADO-POLITICA NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-POL
              READ POLITICA-FILE
                 AT END MOVE 'S' TO EOF-POL
                 NOT AT END
                    PERFORM APLICAR-POLITICA
              END-READ
           END-PERFORM
           CLOSE POLITICA-FILE.

        APLICAR-POLITICA.
           IF RTH-MESES-VIVO NOT NUMERIC
                 OR RTH-MESES-ARCHIVO NOT NUMERIC
                 OR RTH-MESES-VIVO = 0
              DISPLAY "RENGLON DE RETENCION INVALIDO PARA "
                 RTH-ARCHIVO ", SE IGNORA"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO POLITICA-HALLADA
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
              IF TAB-POL-ARCHIVO(IDX-POL) = RTH-ARCHIVO
                 MOVE RTH-MESES-VIVO TO TAB-POL-MESES-VIVO(IDX-POL)
                 MOVE RTH-MESES-ARCHIVO
                   TO TAB-POL-MESES-ARCHIVO(IDX-POL)
                 MOVE 'S' TO POLITICA-HALLADA
              END-IF
           END-PERFORM
           IF POLITICA-HALLADA NOT = 'S'
              DISPLAY "ARCHIVO SIN POLITICA CONOCIDA: " RTH-ARCHIVO
                 ", SE IGNORA"
           END-IF.

        CARGAR-PERIODOS.
           OPEN INPUT PERIODOS-FILE
           IF WS-ESTADO-PERIODOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PER
              READ PERIODOS-FILE
                 AT END MOVE 'S' TO EOF-PER
                 NOT AT END
                    IF TOTAL-PERIODOS < 999
                       ADD 1 TO TOTAL-PERIODOS
                       MOVE PER-MES TO TAB-PER-MES(TOTAL-PERIODOS)
                       MOVE PER-ESTADO
                         TO TAB-PER-ESTADO(TOTAL-PERIODOS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIODOS-FILE.

      *---- Referencias que las aclaraciones abiertas señalan.
        CARGAR-ACLARACIONES.
           OPEN INPUT ACLARACIONES-FILE
           IF WS-ESTADO-ACLARACIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ACL
              READ ACLARACIONES-FILE
                 AT END MOVE 'S' TO EOF-ACL
                 NOT AT END
                    IF ACL-ESTADO = 'A' OR ACL-ESTADO = 'P'
                       MOVE ACL-REFERENCIA TO REFERENCIA-BUSCADA
                       PERFORM AGREGAR-REFERENCIA
                       MOVE ACL-REF-ABONO TO REFERENCIA-BUSCADA
                       PERFORM AGREGAR-REFERENCIA
                       MOVE ACL-REF-EXTORNO TO REFERENCIA-BUSCADA
                       PERFORM AGREGAR-REFERENCIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACLARACIONES-FILE.

        AGREGAR-REFERENCIA.
           IF REFERENCIA-BUSCADA NOT NUMERIC
                 OR REFERENCIA-BUSCADA = 0
                 OR TOTAL-REFERENCIAS >= 9999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-REFERENCIAS
           MOVE REFERENCIA-BUSCADA
             TO TAB-REF-REFERENCIA(TOTAL-REFERENCIAS).

        CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-ESTADO-CATALOGO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CAT
              READ CATALOGO-FILE
                 AT END MOVE 'S' TO EOF-CAT
                 NOT AT END
                    ADD 1 TO TOTAL-GENERACIONES
                    SET IDX-CAH TO TOTAL-GENERACIONES
                    MOVE CAH-ARCHIVO TO TAB-CAH-ARCHIVO(IDX-CAH)
                    MOVE CAH-GENERACION TO TAB-CAH-GENERACION(IDX-CAH)
                    MOVE CAH-MES TO TAB-CAH-MES(IDX-CAH)
                    MOVE CAH-RENGLONES TO TAB-CAH-RENGLONES(IDX-CAH)
                    MOVE CAH-FECHA TO TAB-CAH-FECHA(IDX-CAH)
                    MOVE CAH-ESTADO TO TAB-CAH-ESTADO(IDX-CAH)
                    MOVE CAH-FECHA-DEPURA
                      TO TAB-CAH-FECHA-DEPURA(IDX-CAH)
                    MOVE ZERO TO TAB-CAH-PROTEGIDOS(IDX-CAH)
              END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE.

      *---- Pasa a sus generaciones los renglones del histórico
      *---- IDX-POL que ya cumplieron sus meses en el vivo.
        ARCHIVAR-HISTORICO.
           MOVE TAB-POL-ARCHIVO(IDX-POL) TO WS-NOMBRE-VIVO
           MOVE 'N' TO EOF-VIV
           IF TAB-POL-INDEXADO(IDX-POL) = 'S'
              PERFORM ARCHIVAR-INDEXADO
           ELSE
              PERFORM ARCHIVAR-SECUENCIAL
           END-IF
           ADD TAB-POL-ARCHIVADOS(IDX-POL) TO TOTAL-ARCHIVADOS
           ADD TAB-POL-PROT-PERIODO(IDX-POL) TO TOTAL-PROTEGIDOS
           ADD TAB-POL-PROT-REFER(IDX-POL) TO TOTAL-PROTEGIDOS.

      *---- Histórico secuencial: lo que se queda va a DEPURACION.TMP
      *---- y, si algo se archivó, el vivo se reescribe desde ahí.
        ARCHIVAR-SECUENCIAL.
           OPEN INPUT VIVO-FILE
           IF WS-ESTADO-VIVO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO TAB-POL-EXISTE(IDX-POL)
           OPEN OUTPUT TRABAJO-FILE
           PERFORM UNTIL FIN-VIV
              READ VIVO-FILE
                 AT END MOVE 'S' TO EOF-VIV
                 NOT AT END
                    MOVE VIVO-REG TO RENGLON-HISTORICO
                    PERFORM CLASIFICAR-RENGLON
                    IF NOT RENGLON-ARCHIVA
                       WRITE TRABAJO-REG FROM RENGLON-HISTORICO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VIVO-FILE
           CLOSE TRABAJO-FILE
           PERFORM CERRAR-GENERACION-ABIERTA
           IF TAB-POL-ARCHIVADOS(IDX-POL) = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT VIVO-FILE
           MOVE 'N' TO EOF-TRA
           PERFORM UNTIL FIN-TRA
              READ TRABAJO-FILE
                 AT END MOVE 'S' TO EOF-TRA
                 NOT AT END
                    WRITE VIVO-REG FROM TRABAJO-REG
              END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE
           CLOSE VIVO-FILE.

      *---- MOVIMIENTOS_HIST.DAT se recorre por llave y cada
      *---- movimiento archivado se borra en el mismo paso.
        ARCHIVAR-INDEXADO.
           OPEN I-O MOVS-HIST-FILE
           IF WS-ESTADO-MOVS-HIST = '35'
              EXIT PARAGRAPH
           END-IF
           IF WS-ESTADO-MOVS-HIST NOT = '00'
              DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-VIVO " (ESTADO "
                 WS-ESTADO-MOVS-HIST ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO TAB-POL-EXISTE(IDX-POL)
           PERFORM UNTIL FIN-VIV
              READ MOVS-HIST-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-VIV
                 NOT AT END
                    MOVE ARCHIVO-MOV-REG TO RENGLON-HISTORICO
                    PERFORM CLASIFICAR-RENGLON
                    IF RENGLON-ARCHIVA
                       DELETE MOVS-HIST-FILE RECORD
                          INVALID KEY
                             DISPLAY "NO SE PUDO BORRAR EL MOVIMIENTO "
                                ARCH-REFERENCIA " DEL VIVO"
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MOVS-HIST-FILE
           PERFORM CERRAR-GENERACION-ABIERTA.

      *---- Decide el destino del renglón en revisión y, si toca
      *---- archivarlo, lo escribe en la generación de su mes.
        CLASIFICAR-RENGLON.
           ADD 1 TO TAB-POL-LEIDOS(IDX-POL)
           PERFORM UBICAR-MES-RENGLON
           MOVE 'V' TO DESTINO-RENGLON
           IF MES-RENGLON = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE ANTIGUEDAD-MESES
              = MESES-HOY - (MR-ANO * 12 + MR-MES)
           IF ANTIGUEDAD-MESES < TAB-POL-MESES-VIVO(IDX-POL)
              EXIT PARAGRAPH
           END-IF
           PERFORM REVISAR-PROTECCION
           IF RENGLON-PROTEGIDO
              IF MOTIVO-PROTECCION = 'M'
                 ADD 1 TO TAB-POL-PROT-PERIODO(IDX-POL)
              ELSE
                 ADD 1 TO TAB-POL-PROT-REFER(IDX-POL)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF HAY-GENERACION-ABIERTA = 'S'
                 AND MES-RENGLON NOT = MES-GENERACION-ABIERTA
              PERFORM CERRAR-GENERACION-ABIERTA
           END-IF
           IF HAY-GENERACION-ABIERTA NOT = 'S'
              PERFORM ABRIR-GENERACION
           END-IF
           WRITE GENERACION-REG FROM RENGLON-HISTORICO
           ADD 1 TO TAB-CAH-RENGLONES(RENGLON-CATALOGO)
           ADD 1 TO TAB-POL-ARCHIVADOS(IDX-POL).

      *---- Mes AAAAMM del renglón en revisión; cero si no trae una
      *---- fecha legible, y entonces se queda en el vivo.
        UBICAR-MES-RENGLON.
           MOVE ZERO TO MES-RENGLON
           IF TAB-POL-INDEXADO(IDX-POL) = 'S'
              IF RM-FECHA NUMERIC
                 MOVE RM-FECHA TO FECHA-RENGLON
              ELSE
                 MOVE ZERO TO FECHA-RENGLON
              END-IF
           ELSE
              IF RH-FECHA NUMERIC
                 MOVE RH-FECHA TO FECHA-RENGLON
              ELSE
                 MOVE ZERO TO FECHA-RENGLON
              END-IF
           END-IF
           IF FECHA-RENGLON > 0
              COMPUTE MES-RENGLON = FECHA-RENGLON / 100
           END-IF
           IF MR-MES < 1 OR MR-MES > 12
              MOVE ZERO TO MES-RENGLON
           END-IF.

      *---- Lo que todavía referencia al renglón según su histórico:
      *---- mes sin cerrar, aclaración abierta o renglón pendiente.
        REVISAR-PROTECCION.
           MOVE 'A' TO DESTINO-RENGLON
           MOVE SPACE TO MOTIVO-PROTECCION
           EVALUATE TAB-POL-PROTECCION(IDX-POL)
              WHEN 'M'
                 PERFORM REVISAR-MES-CERRADO
                 IF NOT ES-MES-CERRADO
                    MOVE 'P' TO DESTINO-RENGLON
                    MOVE 'M' TO MOTIVO-PROTECCION
                 ELSE
                    MOVE RM-REFERENCIA TO REFERENCIA-BUSCADA
                    PERFORM VARYING IDX-REF FROM 1 BY 1
                            UNTIL IDX-REF > TOTAL-REFERENCIAS
                       IF TAB-REF-REFERENCIA(IDX-REF)
                             = REFERENCIA-BUSCADA
                          MOVE 'P' TO DESTINO-RENGLON
                          MOVE 'R' TO MOTIVO-PROTECCION
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              WHEN 'P'
                 PERFORM REVISAR-MES-CERRADO
                 IF NOT ES-MES-CERRADO
                    MOVE 'P' TO DESTINO-RENGLON
                    MOVE 'M' TO MOTIVO-PROTECCION
                 END-IF
              WHEN 'R'
                 IF RR-ESTADO = 'P'
                    MOVE 'P' TO DESTINO-RENGLON
                    MOVE 'R' TO MOTIVO-PROTECCION
                 END-IF
              WHEN 'N'
                 IF RN-ESTADO = 'P'
                    MOVE 'P' TO DESTINO-RENGLON
                    MOVE 'R' TO MOTIVO-PROTECCION
                 END-IF
           END-EVALUATE.

      *---- El mes del renglón está cerrado si PERIODOS.CTL lo trae en
      *---- 'C' o trae su ejercicio bloqueado.
        REVISAR-MES-CERRADO.
           MOVE 'N' TO MES-CERRADO
           MOVE MES-RENGLON TO MES-BUSCADO
           PERFORM VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > TOTAL-PERIODOS
              IF TAB-PER-ESTADO(IDX-PER) = 'C'
                 IF TAB-PER-MES(IDX-PER) = MES-BUSCADO
                    MOVE 'S' TO MES-CERRADO
                    EXIT PERFORM
                 END-IF
                 IF TAB-PER-MES(IDX-PER) = MB-ANO * 100
                    MOVE 'S' TO MES-CERRADO
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      *---- Abre (o sigue) la generación del mes del renglón y la
      *---- asienta en el catálogo.
        ABRIR-GENERACION.
           MOVE SPACES TO BASE-VIVO EXTENSION-VIVO WS-NOMBRE-GEN
           UNSTRING WS-NOMBRE-VIVO DELIMITED BY '.'
              INTO BASE-VIVO EXTENSION-VIVO
           STRING BASE-VIVO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  MES-RENGLON DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  EXTENSION-VIVO DELIMITED BY SPACE
                  INTO WS-NOMBRE-GEN
           OPEN EXTEND GENERACION-FILE
           IF WS-ESTADO-GENERACION NOT = '00'
              OPEN OUTPUT GENERACION-FILE
           END-IF
           MOVE MES-RENGLON TO MES-GENERACION-ABIERTA
           MOVE 'S' TO HAY-GENERACION-ABIERTA
           PERFORM ASENTAR-EN-CATALOGO.

      *---- Una generación ya depurada que recibe renglones (los que
      *---- estuvieron protegidos hasta hoy) vuelve a quedar vigente.
        ASENTAR-EN-CATALOGO.
           MOVE 0 TO RENGLON-CATALOGO
           PERFORM VARYING IDX-CAH FROM 1 BY 1
                   UNTIL IDX-CAH > TOTAL-GENERACIONES
              IF TAB-CAH-GENERACION(IDX-CAH) = WS-NOMBRE-GEN
                 SET RENGLON-CATALOGO TO IDX-CAH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RENGLON-CATALOGO = 0
              ADD 1 TO TOTAL-GENERACIONES
              MOVE TOTAL-GENERACIONES TO RENGLON-CATALOGO
              MOVE WS-NOMBRE-VIVO TO TAB-CAH-ARCHIVO(RENGLON-CATALOGO)
              MOVE WS-NOMBRE-GEN
                TO TAB-CAH-GENERACION(RENGLON-CATALOGO)
              MOVE MES-RENGLON TO TAB-CAH-MES(RENGLON-CATALOGO)
              MOVE ZERO TO TAB-CAH-RENGLONES(RENGLON-CATALOGO)
              MOVE 'V' TO TAB-CAH-ESTADO(RENGLON-CATALOGO)
              MOVE ZERO TO TAB-CAH-FECHA-DEPURA(RENGLON-CATALOGO)
              MOVE ZERO TO TAB-CAH-PROTEGIDOS(RENGLON-CATALOGO)
           END-IF
           IF TAB-CAH-ESTADO(RENGLON-CATALOGO) = 'D'
              MOVE ZERO TO TAB-CAH-RENGLONES(RENGLON-CATALOGO)
              MOVE 'V' TO TAB-CAH-ESTADO(RENGLON-CATALOGO)
              MOVE ZERO TO TAB-CAH-FECHA-DEPURA(RENGLON-CATALOGO)
           END-IF
           MOVE WS-FECHA-HOY TO TAB-CAH-FECHA(RENGLON-CATALOGO).

        CERRAR-GENERACION-ABIERTA.
           IF HAY-GENERACION-ABIERTA NOT = 'S'
              EXIT PARAGRAPH
           END-IF
           CLOSE GENERACION-FILE
           MOVE 'N' TO HAY-GENERACION-ABIERTA.

      *---- Vacía las generaciones vigentes que ya cumplieron meses
      *---- vivos más meses en archivo, salvo que alguno de sus
      *---- renglones vuelva a estar referenciado (un periodo
      *---- reabierto, una aclaración sobre un movimiento viejo).
        DEPURAR-GENERACIONES.
           PERFORM VARYING IDX-CAH FROM 1 BY 1
                   UNTIL IDX-CAH > TOTAL-GENERACIONES
              IF TAB-CAH-ESTADO(IDX-CAH) = 'V'
                 PERFORM REVISAR-GENERACION
              END-IF
           END-PERFORM.

        REVISAR-GENERACION.
           MOVE 'N' TO POLITICA-HALLADA
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
              IF TAB-POL-ARCHIVO(IDX-POL) = TAB-CAH-ARCHIVO(IDX-CAH)
                 MOVE 'S' TO POLITICA-HALLADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF POLITICA-HALLADA NOT = 'S'
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CAH-MES(IDX-CAH) TO MES-RENGLON
           COMPUTE ANTIGUEDAD-MESES
              = MESES-HOY - (MR-ANO * 12 + MR-MES)
           IF ANTIGUEDAD-MESES < TAB-POL-MESES-VIVO(IDX-POL)
                 + TAB-POL-MESES-ARCHIVO(IDX-POL)
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CAH-GENERACION(IDX-CAH) TO WS-NOMBRE-GEN
           PERFORM CONTAR-PROTEGIDOS-GENERACION
           IF PROTEGIDOS-GENERACION > 0
              MOVE PROTEGIDOS-GENERACION
                TO TAB-CAH-PROTEGIDOS(IDX-CAH)
              ADD 1 TO TAB-POL-RETENIDAS(IDX-POL)
              ADD 1 TO TOTAL-RETENIDAS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GENERACION-FILE
           CLOSE GENERACION-FILE
           MOVE 'D' TO TAB-CAH-ESTADO(IDX-CAH)
           MOVE WS-FECHA-HOY TO TAB-CAH-FECHA-DEPURA(IDX-CAH)
           ADD 1 TO TAB-POL-DEPURADAS(IDX-POL)
           ADD 1 TO TOTAL-DEPURADAS.

      *---- Cuenta los renglones de la generación que algo sigue
      *---- referenciando; si ya no existe, no hay qué proteger.
        CONTAR-PROTEGIDOS-GENERACION.
           MOVE ZERO TO PROTEGIDOS-GENERACION
           IF TAB-POL-PROTECCION(IDX-POL) = SPACE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT GENERACION-FILE
           IF WS-ESTADO-GENERACION NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-GEN
           PERFORM UNTIL FIN-GEN
              READ GENERACION-FILE
                 AT END MOVE 'S' TO EOF-GEN
                 NOT AT END
                    MOVE GENERACION-REG TO RENGLON-HISTORICO
                    PERFORM UBICAR-MES-RENGLON
                    IF MES-RENGLON > 0
                       PERFORM REVISAR-PROTECCION
                       IF RENGLON-PROTEGIDO
                          ADD 1 TO PROTEGIDOS-GENERACION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GENERACION-FILE.

        GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO-FILE
           PERFORM VARYING IDX-CAH FROM 1 BY 1
                   UNTIL IDX-CAH > TOTAL-GENERACIONES
              MOVE TAB-CAH-ARCHIVO(IDX-CAH) TO CAH-ARCHIVO
              MOVE TAB-CAH-GENERACION(IDX-CAH) TO CAH-GENERACION
              MOVE TAB-CAH-MES(IDX-CAH) TO CAH-MES
              MOVE TAB-CAH-RENGLONES(IDX-CAH) TO CAH-RENGLONES
              MOVE TAB-CAH-FECHA(IDX-CAH) TO CAH-FECHA
              MOVE TAB-CAH-ESTADO(IDX-CAH) TO CAH-ESTADO
              MOVE TAB-CAH-FECHA-DEPURA(IDX-CAH) TO CAH-FECHA-DEPURA
              WRITE CATALOGO-REG
           END-PERFORM
           CLOSE CATALOGO-FILE.

      *---- Lo que hizo la corrida, en DEPURACION_AAAAMM.RPT.
        IMPRIMIR-REPORTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "DEPURACION_" DELIMITED BY SIZE
                  MES-HOY DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-REPORTE
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-REPORTE
                 " (ESTADO " WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           STRING "DEPURACION DE HISTORICOS (CORRIDA " WS-FECHA-HOY
              ")" DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "PROTEGIDOS POR MES ABIER. (SIN CERRAR EN PERIODOS.CTL)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "O REFERENC. (ACLARACION ABIERTA, RENGLON PENDIENTE)"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENC-HISTORICOS
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
              MOVE TAB-POL-ARCHIVO(IDX-POL) TO DH-ARCHIVO
              MOVE TAB-POL-MESES-VIVO(IDX-POL) TO DH-MESES-VIVO
              MOVE TAB-POL-MESES-ARCHIVO(IDX-POL) TO DH-MESES-ARCH
              MOVE TAB-POL-LEIDOS(IDX-POL) TO DH-LEIDOS
              MOVE TAB-POL-ARCHIVADOS(IDX-POL) TO DH-ARCHIVADOS
              MOVE TAB-POL-PROT-PERIODO(IDX-POL) TO DH-PROT-PERIODO
              MOVE TAB-POL-PROT-REFER(IDX-POL) TO DH-PROT-REFER
              MOVE TAB-POL-DEPURADAS(IDX-POL) TO DH-DEPURADAS
              IF TAB-POL-EXISTE(IDX-POL) = 'S'
                 MOVE SPACES TO DH-NOTA
              ELSE
                 MOVE "(NO EXISTE)" TO DH-NOTA
              END-IF
              WRITE LINEA-REPORTE FROM DET-HISTORICO
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "GENERACIONES DE ARCHIVO TOCADAS EN ESTA CORRIDA"
             TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-CAH FROM 1 BY 1
                   UNTIL IDX-CAH > TOTAL-GENERACIONES
              PERFORM IMPRIMIR-GENERACION
           END-PERFORM
           CLOSE REPORTE-FILE.

        IMPRIMIR-GENERACION.
           MOVE SPACES TO DG-NOTA
           IF TAB-CAH-ESTADO(IDX-CAH) = 'D'
                 AND TAB-CAH-FECHA-DEPURA(IDX-CAH) = WS-FECHA-HOY
              MOVE "DEPURADA" TO DG-NOTA
           END-IF
           IF TAB-CAH-ESTADO(IDX-CAH) = 'V'
                 AND TAB-CAH-FECHA(IDX-CAH) = WS-FECHA-HOY
              MOVE "RECIBIO RENGLONES" TO DG-NOTA
           END-IF
           IF TAB-CAH-PROTEGIDOS(IDX-CAH) > 0
              MOVE TAB-CAH-PROTEGIDOS(IDX-CAH) TO DG-PROTEGIDOS
              MOVE SPACES TO DG-NOTA
              STRING "RETENIDA, " DELIMITED BY SIZE
                     DG-PROTEGIDOS DELIMITED BY SIZE
                     " REFERENCIADOS" DELIMITED BY SIZE
                     INTO DG-NOTA
           END-IF
           IF DG-NOTA = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CAH-GENERACION(IDX-CAH) TO DG-GENERACION
           MOVE TAB-CAH-MES(IDX-CAH) TO DG-MES
           MOVE TAB-CAH-RENGLONES(IDX-CAH) TO DG-RENGLONES
           WRITE LINEA-REPORTE FROM DET-GENERACION.
