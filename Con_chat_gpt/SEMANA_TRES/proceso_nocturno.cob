      *> operador revisa, y sólo con la marca 'S' en
      *> NOCTURNO_OVERRIDE.CTL se fuerza el arranque (la marca se
      *> consume al usarse). También evita que el job se lance dos
      *> veces el mismo día tras haber terminado bien. Qué pasos
      *> corren, en qué orden, con qué frecuencia y tras cuáles
      *> otros lo dice CATALOGO_PASOS.CTL, sin recompilar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTORIA-PASOS-FILE ASSIGN TO 'PASOS_HISTORIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIA.
           SELECT CATALOGO-PASOS-FILE ASSIGN TO 'CATALOGO_PASOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT ENTREGAS-FILE ASSIGN TO 'CONTROL_ENTREGAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
          05 HIS-HORA-INI PIC 9(6).
          05 HIS-HORA-FIN PIC 9(6).

      *---- Catálogo de pasos que Operaciones mantiene: programa,
      *---- frecuencia y su parámetro, habilitado (S/N), al fallar
      *---- ('D' detiene la cadena, 'C' se registra y la cadena
      *---- sigue) y hasta cinco pasos de los que depende.
       FD CATALOGO-PASOS-FILE.
       01 CATALOGO-PASO-REG.
          05 CPA-PROGRAMA   PIC X(30).
          05 CPA-FRECUENCIA PIC X(1).
          05 CPA-PARAMETRO  PIC 9(2).
          05 CPA-HABILITADO PIC X(1).
          05 CPA-AL-FALLAR  PIC X(1).
          05 CPA-DEPENDE    PIC X(30) OCCURS 5 TIMES.

      *---- Cifras de control de los archivos que un paso le entrega
      *---- a otro; si un paso falla por un archivo que no cuadra,
      *---- aquí queda qué archivo y con qué diferencia.
       FD ENTREGAS-FILE.
           COPY ENTREGAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-ESTADO-PASOS   PIC X(2).
       01 WS-ESTADO-OVERRIDE PIC X(2).
       01 WS-ESTADO-HISTORIA PIC X(2).
       01 WS-ESTADO-ENTREGAS PIC X(2).
       01 EOF-ENT PIC X VALUE 'N'.
          88 FIN-ENT VALUE 'S'.
       01 REGISTROS-EDIT PIC ZZZ,ZZZ,ZZ9.
       01 IMPORTE-EDIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 HASH-EDIT      PIC Z(17)9.
       01 WS-ESTADO-CORRIDA PIC X(10) VALUE SPACES.
       01 WS-HORA-INICIO    PIC 9(6) VALUE ZERO.
       01 WS-OVERRIDE       PIC X(1) VALUE 'N'.
       01 EOF-PASO PIC X VALUE 'N'.
          88 FIN-PASO VALUE 'S'.

      *> --- Catálogo de pasos de la noche, de CATALOGO_PASOS.CTL:
      *> un renglón por paso en el orden en que deben correr, con su
      *> frecuencia, los pasos de los que depende, si está
      *> habilitado y si su falla detiene la cadena o sólo se
      *> registra. Frecuencias: 'D' diario; 'S' semanal, el día de
      *> la semana del parámetro (1 lunes a 7 domingo) o el hábil
      *> siguiente si ése no lo es; 'M' primer día hábil del mes y
      *> 'F' último día hábil del mes, ambos de todos los meses con
      *> parámetro 00 o sólo del mes indicado; 'T' último día hábil
      *> del trimestre; 'A' último día hábil del año. Un paso que no
      *> toca hoy se da por OK. Un paso sólo corre si sus
      *> dependencias terminaron OK hoy (o no les tocaba, o están
      *> deshabilitadas); y cada dependencia debe aparecer antes que
      *> él en el catálogo.
       01 WS-ESTADO-CATALOGO PIC X(2).
       01 EOF-CPA PIC X VALUE 'N'.
          88 FIN-CPA VALUE 'S'.
       01 CATALOGO-VALIDO PIC X(1) VALUE 'S'.
          88 ES-CATALOGO-VALIDO VALUE 'S'.
       01 RENGLON-CATALOGO PIC 9(3) VALUE 0.
       01 CATALOGO-PASOS.
          05 PASO-CATALOGO OCCURS 99 TIMES.
             10 NOMBRE-PASO      PIC X(30).
             10 FRECUENCIA-PASO  PIC X(1).
             10 PARAMETRO-PASO   PIC 9(2).
             10 HABILITADO-PASO  PIC X(1).
             10 AL-FALLAR-PASO   PIC X(1).
             10 DEPENDENCIA-PASO OCCURS 5 TIMES.
                15 DEP-NOMBRE    PIC X(30).
                15 DEP-RENGLON   PIC 9(2).
       01 TOTAL-PASOS PIC 9(2) VALUE 0.
       01 IDX-DEP PIC 9(1) VALUE 0.
       01 PASO-BUSCADO PIC X(30) VALUE SPACES.
       01 PASO-HALLADO PIC 9(2) VALUE 0.
       01 DEPENDENCIA-FALLIDA PIC X(30) VALUE SPACES.
       01 PASO-TOCA PIC X(1) VALUE 'N'.
          88 TOCA-HOY VALUE 'S'.
       01 CODIGO-PASO PIC S9(4) VALUE 0.
       01 CODIGO-EDIT PIC -ZZZ9.
       01 FALLOS-REGISTRADOS PIC 9(2) VALUE 0.

      *> --- Lo que se sabe de hoy para decidir qué pasos tocan.
       01 HOY-HABIL PIC X(1) VALUE 'N'.
          88 ES-HOY-HABIL VALUE 'S'.
       01 HOY-FIN-DE-MES PIC X(1) VALUE 'N'.
          88 ES-FIN-DE-MES VALUE 'S'.
       01 DIA-SEMANA-HOY PIC 9(1) VALUE 0.
       01 DIAS-ATRAS PIC 9(1) VALUE 0.
       01 DIAS-REVISADOS PIC 9(1) VALUE 0.
       01 HABIL-EN-MEDIO PIC X(1) VALUE 'N'.
          88 HUBO-HABIL-EN-MEDIO VALUE 'S'.

      *> --- Catálogo de siempre, que rige cuando no hay
      *> CATALOGO_PASOS.CTL: todos diarios salvo los mensuales
      *> (primer día hábil del mes) y FONDOS-NO-RECLAMADOS y
      *> CIERRE-ANUAL (primer día hábil de enero; el cierre del
      *> ejercicio va antes de CONTABILIDAD-GENERAL para que sus
      *> partidas pasen al mayor esa misma noche), todos
      *> habilitados, sin dependencias declaradas y con cualquier
      *> falla deteniendo la cadena.
      *> VERIFICA-INTEGRIDAD termina con código 8 ante una
      *> inconsistencia crítica entre archivos, lo que detiene la
      *> cadena antes de BATCH-BANCO.
       01 CATALOGO-OMISION-VAL.
          05 FILLER PIC X(30) VALUE "RECEPCION-MOVIMIENTOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "AUTORIZACION-CAJEROS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "GENERADOR-PAGOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "VENCIMIENTO-PLAZOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "COBRANZA-PRESTAMOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "COBRO-CAJAS-SEGURIDAD".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "AHORRO-PROGRAMADO".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "ABONO-ACLARACIONES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "FONDOS-NO-RECLAMADOS".
          05 FILLER PIC X(3)  VALUE "M01".
          05 FILLER PIC X(30) VALUE "INTERES-MENSUAL".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "VERIFICA-CUENTAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "VERIFICA-INTEGRIDAD".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "BATCH-BANCO".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CIERRE-SUCESIONES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "DEVENGO-INTERESES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "PROVISION-CARTERA".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "BURO-CREDITO".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CIERRE-ANUAL".
          05 FILLER PIC X(3)  VALUE "M01".
          05 FILLER PIC X(30) VALUE "CONTABILIDAD-GENERAL".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CONCILIACION-DEPOSITOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "REINTENTO-PAGOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CAMARA-COMPENSACION".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "TRANSFERENCIAS-INTERBANCARIAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "LIQUIDACION-SERVICIOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "BARRIDO-CUENTAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "RESPALDO-MAESTROS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CIERRE-AUDITORIA".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "ROTACION-AUDITORIA".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "POSICION-CAJAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "PRUEBA-CAJAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CUADRE-BOVEDA".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CONFIRMACION-EXTERNOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "SALDOS-CANAL".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "PROGRAMA1".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CIERRE-CUENTAS-INACTIVAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "INACTIVIDAD-CUENTAS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CRIBA-PADRON".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "DUPLICADOS-CLIENTES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "REPORTE-BALANCE".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "REPORTE-RANKING-SALDOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "ESTADOS-MENSUALES".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "REPORTE-KYC".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "CARTERA-EJECUTIVOS".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "RENTABILIDAD".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "REPORTE-COMISIONES-OPERACION".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "REPORTE-DEPARTAMENTOS".
          05 FILLER PIC X(3)  VALUE "M00".
          05 FILLER PIC X(30) VALUE "REPORTE-PRODUCTOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "REPORTE-CASOS".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "REPORTE-ACLARACIONES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "CORRESPONDENCIA-CLIENTES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "ARCHIVO-REPORTES".
          05 FILLER PIC X(3)  VALUE "D00".
          05 FILLER PIC X(30) VALUE "DEPURACION-HISTORICOS".
          05 FILLER PIC X(3)  VALUE "M00".
       01 CATALOGO-OMISION REDEFINES CATALOGO-OMISION-VAL.
          05 PASO-OMISION OCCURS 52 TIMES.
             10 OMI-NOMBRE     PIC X(30).
             10 OMI-FRECUENCIA PIC X(1).
             10 OMI-PARAMETRO  PIC 9(2).
       01 TOTAL-PASOS-OMISION PIC 9(2) VALUE 52.

      *> --- Estado de los pasos de hoy, leído de PASOS_NOCTURNO.CTL
      *> al arrancar y reescrito completo tras cada cambio.
       01 ESTADOS-PASOS.
          05 ESTADO-PASO-HOY OCCURS 99 TIMES.
             10 TAB-PASO-ESTADO   PIC X(10).
             10 TAB-PASO-HORA-INI PIC 9(6).
             10 TAB-PASO-HORA-FIN PIC 9(6).
            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-CALENDARIO.
            PERFORM CALCULAR-PRIMER-DIA-HABIL.
            PERFORM CALCULAR-DATOS-DE-HOY.
            PERFORM CARGAR-CATALOGO-PASOS.
            IF NOT ES-CATALOGO-VALIDO
               DISPLAY "*** CATALOGO_PASOS.CTL CON ERRORES, NO SE "
                  "ARRANCA LA CADENA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM LEER-CONTROL.

            IF CONTROL-EXISTE AND WS-ESTADO-CORRIDA = "EN-CURSO"
            IF FALLO-CADENA
               DISPLAY "PROCESO NOCTURNO DETENIDO EN EL PASO "
                  PASO-FALLIDO " (" NOMBRE-PASO(PASO-FALLIDO) ")"
               PERFORM REPORTAR-ENTREGAS-FALLIDAS
               DISPLAY "CORRIJA LA CAUSA Y RELANCE: LA CORRIDA "
                  "RETOMARA DESDE ESE PASO"
               MOVE "FALLIDO" TO WS-ESTADO-CORRIDA
            PERFORM GRABAR-CONTROL.
            PERFORM ARCHIVAR-PASOS-HISTORIA.

            IF FALLOS-REGISTRADOS > 0
               DISPLAY "PASOS QUE FALLARON SIN DETENER LA CADENA: "
                  FALLOS-REGISTRADOS ", REVISE PASOS_NOCTURNO.CTL"
            END-IF.

            DISPLAY "PROCESO NOCTURNO FINALIZADO " WS-FECHA-HOY.

            GOBACK.

      *---- Corre el paso PASO-ACTUAL si le toca: los pasos ya OK de
      *---- un relanzamiento del mismo día se saltan, los
      *---- deshabilitados se omiten, los que no tocan hoy según su
      *---- frecuencia se dan por OK y los que tienen una dependencia
      *---- que no terminó bien quedan BLOQUEADO.
        EJECUTAR-PASO.
           IF TAB-PASO-ESTADO(PASO-ACTUAL) = "OK"
              DISPLAY "PASO " PASO-ACTUAL " ("
                 NOMBRE-PASO(PASO-ACTUAL) ") YA COMPLETADO HOY"
              EXIT PARAGRAPH
           END-IF.
           IF HABILITADO-PASO(PASO-ACTUAL) = 'N'
              DISPLAY "PASO " PASO-ACTUAL " ("
                 NOMBRE-PASO(PASO-ACTUAL) ") DESHABILITADO"
              MOVE "OMITIDO" TO TAB-PASO-ESTADO(PASO-ACTUAL)
              PERFORM GRABAR-PASOS
              EXIT PARAGRAPH
           END-IF.
           PERFORM DECIDIR-SI-TOCA.
           IF NOT TOCA-HOY
              MOVE "OK" TO TAB-PASO-ESTADO(PASO-ACTUAL)
              PERFORM GRABAR-PASOS
              EXIT PARAGRAPH
           END-IF.
           PERFORM REVISAR-DEPENDENCIAS.
           IF DEPENDENCIA-FALLIDA NOT = SPACES
              DISPLAY "PASO " PASO-ACTUAL " ("
                 NOMBRE-PASO(PASO-ACTUAL) ") NO CORRE: "
                 DEPENDENCIA-FALLIDA " NO TERMINO OK"
              MOVE "BLOQUEADO" TO TAB-PASO-ESTADO(PASO-ACTUAL)
              PERFORM GRABAR-PASOS
              PERFORM REGISTRAR-FALLA-PASO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "PASO " PASO-ACTUAL ": " NOMBRE-PASO(PASO-ACTUAL).
           MOVE "EN-CURSO" TO TAB-PASO-ESTADO(PASO-ACTUAL).
           ACCEPT TAB-PASO-HORA-INI(PASO-ACTUAL) FROM TIME.
           PERFORM GRABAR-PASOS.
           MOVE ZERO TO RETURN-CODE.
           CALL NOMBRE-PASO(PASO-ACTUAL).
           MOVE RETURN-CODE TO CODIGO-PASO.
           ACCEPT TAB-PASO-HORA-FIN(PASO-ACTUAL) FROM TIME.
           IF CODIGO-PASO = ZERO
              MOVE "OK" TO TAB-PASO-ESTADO(PASO-ACTUAL)
           ELSE
              MOVE "FALLIDO" TO TAB-PASO-ESTADO(PASO-ACTUAL)
              PERFORM REGISTRAR-FALLA-PASO
           END-IF.
           PERFORM GRABAR-PASOS.
           MOVE ZERO TO RETURN-CODE.

      *---- Un paso que falla o queda bloqueado detiene la cadena,
      *---- salvo que el catálogo diga que su falla sólo se registra.
        REGISTRAR-FALLA-PASO.
           IF AL-FALLAR-PASO(PASO-ACTUAL) = 'C'
              ADD 1 TO FALLOS-REGISTRADOS
              MOVE CODIGO-PASO TO CODIGO-EDIT
              DISPLAY "PASO " PASO-ACTUAL " ("
                 NOMBRE-PASO(PASO-ACTUAL) ") "
                 TAB-PASO-ESTADO(PASO-ACTUAL) " (CODIGO " CODIGO-EDIT
                 "); SE REGISTRA Y LA CADENA SIGUE"
           ELSE
              MOVE PASO-ACTUAL TO PASO-FALLIDO
              MOVE 'S' TO CADENA-FALLO
           END-IF.
           MOVE ZERO TO CODIGO-PASO.

      *---- Decide por la frecuencia del catálogo si el paso
      *---- PASO-ACTUAL toca esta noche.
        DECIDIR-SI-TOCA.
           MOVE 'N' TO PASO-TOCA.
           EVALUATE FRECUENCIA-PASO(PASO-ACTUAL)
              WHEN 'D'
                 MOVE 'S' TO PASO-TOCA
              WHEN 'S'
                 PERFORM DECIDIR-SEMANAL
              WHEN 'M'
                 IF WS-FECHA-HOY = PRIMER-DIA-HABIL
                       AND (PARAMETRO-PASO(PASO-ACTUAL) = 0
                       OR PARAMETRO-PASO(PASO-ACTUAL) = WS-MES-HOY)
                    MOVE 'S' TO PASO-TOCA
                 END-IF
              WHEN 'F'
                 IF ES-FIN-DE-MES
                       AND (PARAMETRO-PASO(PASO-ACTUAL) = 0
                       OR PARAMETRO-PASO(PASO-ACTUAL) = WS-MES-HOY)
                    MOVE 'S' TO PASO-TOCA
                 END-IF
              WHEN 'T'
                 IF ES-FIN-DE-MES
                       AND (WS-MES-HOY = 3 OR WS-MES-HOY = 6
                       OR WS-MES-HOY = 9 OR WS-MES-HOY = 12)
                    MOVE 'S' TO PASO-TOCA
                 END-IF
              WHEN 'A'
                 IF ES-FIN-DE-MES AND WS-MES-HOY = 12
                    MOVE 'S' TO PASO-TOCA
                 END-IF
           END-EVALUATE.

      *---- Un paso semanal corre en su día si es hábil, o en el
      *---- primer día hábil que le sigue: toca hoy si hoy es hábil
      *---- y ningún día desde su día de la semana hasta ayer lo fue.
        DECIDIR-SEMANAL.
           IF NOT ES-HOY-HABIL
              EXIT PARAGRAPH
           END-IF.
           IF DIA-SEMANA-HOY >= PARAMETRO-PASO(PASO-ACTUAL)
              COMPUTE DIAS-ATRAS
                 = DIA-SEMANA-HOY - PARAMETRO-PASO(PASO-ACTUAL)
           ELSE
              COMPUTE DIAS-ATRAS
                 = DIA-SEMANA-HOY - PARAMETRO-PASO(PASO-ACTUAL) + 7
           END-IF.
           MOVE WS-FECHA-HOY TO FECHA-EVAL.
           MOVE 'N' TO HABIL-EN-MEDIO.
           PERFORM VARYING DIAS-REVISADOS FROM 1 BY 1
                   UNTIL DIAS-REVISADOS > DIAS-ATRAS
                      OR HUBO-HABIL-EN-MEDIO
              PERFORM DIA-ANTERIOR-CALENDARIO
              PERFORM VERIFICAR-DIA-HABIL
              IF ES-DIA-HABIL
                 MOVE 'S' TO HABIL-EN-MEDIO
              END-IF
           END-PERFORM.
           IF NOT HUBO-HABIL-EN-MEDIO
              MOVE 'S' TO PASO-TOCA
           END-IF.

      *---- Busca la primera dependencia del paso PASO-ACTUAL que no
      *---- haya terminado OK hoy; una dependencia deshabilitada no
      *---- detiene a quien depende de ella.
        REVISAR-DEPENDENCIAS.
           MOVE SPACES TO DEPENDENCIA-FALLIDA.
           PERFORM VARYING IDX-DEP FROM 1 BY 1 UNTIL IDX-DEP > 5
              IF DEP-RENGLON(PASO-ACTUAL, IDX-DEP) > 0
                 MOVE DEP-RENGLON(PASO-ACTUAL, IDX-DEP)
                   TO PASO-HALLADO
                 IF TAB-PASO-ESTADO(PASO-HALLADO) NOT = "OK"
                       AND TAB-PASO-ESTADO(PASO-HALLADO)
                          NOT = "OMITIDO"
                    MOVE NOMBRE-PASO(PASO-HALLADO)
                      TO DEPENDENCIA-FALLIDA
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      *---- Carga CATALOGO_PASOS.CTL y lo valida completo antes de
      *---- correr nada; sin archivo rige el catálogo de siempre.
        CARGAR-CATALOGO-PASOS.
           MOVE 'S' TO CATALOGO-VALIDO.
           MOVE 0 TO TOTAL-PASOS.
           OPEN INPUT CATALOGO-PASOS-FILE.
           IF WS-ESTADO-CATALOGO NOT = '00'
              DISPLAY "CATALOGO_PASOS.CTL NO ENCONTRADO, RIGE EL "
                 "CATALOGO DE SIEMPRE"
              PERFORM CARGAR-CATALOGO-OMISION
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RENGLON-CATALOGO.
           PERFORM UNTIL FIN-CPA
              READ CATALOGO-PASOS-FILE
                 AT END MOVE 'S' TO EOF-CPA
                 NOT AT END
                    ADD 1 TO RENGLON-CATALOGO
                    IF CPA-PROGRAMA NOT = SPACES
                       PERFORM AGREGAR-PASO-CATALOGO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOGO-PASOS-FILE.
           IF TOTAL-PASOS = 0
              DISPLAY "CATALOGO_PASOS.CTL SIN PASOS"
              MOVE 'N' TO CATALOGO-VALIDO
           END-IF.

        CARGAR-CATALOGO-OMISION.
           PERFORM VARYING RENGLON-CATALOGO FROM 1 BY 1
                   UNTIL RENGLON-CATALOGO > TOTAL-PASOS-OMISION
              ADD 1 TO TOTAL-PASOS
              MOVE OMI-NOMBRE(RENGLON-CATALOGO)
                TO NOMBRE-PASO(TOTAL-PASOS)
              MOVE OMI-FRECUENCIA(RENGLON-CATALOGO)
                TO FRECUENCIA-PASO(TOTAL-PASOS)
              MOVE OMI-PARAMETRO(RENGLON-CATALOGO)
                TO PARAMETRO-PASO(TOTAL-PASOS)
              MOVE 'S' TO HABILITADO-PASO(TOTAL-PASOS)
              MOVE 'D' TO AL-FALLAR-PASO(TOTAL-PASOS)
              PERFORM VARYING IDX-DEP FROM 1 BY 1 UNTIL IDX-DEP > 5
                 MOVE SPACES TO DEP-NOMBRE(TOTAL-PASOS, IDX-DEP)
                 MOVE 0 TO DEP-RENGLON(TOTAL-PASOS, IDX-DEP)
              END-PERFORM
           END-PERFORM.

      *---- Valida un renglón del catálogo y lo agrega a la tabla;
      *---- cualquier error se informa con su número de renglón y
      *---- deja el catálogo inválido, pero se siguen revisando los
      *---- demás para informarlos todos de una vez.
        AGREGAR-PASO-CATALOGO.
           IF TOTAL-PASOS >= 99
              DISPLAY "CATALOGO_PASOS.CTL RENGLON " RENGLON-CATALOGO
                 ": MAS DE 99 PASOS"
              MOVE 'N' TO CATALOGO-VALIDO
              EXIT PARAGRAPH
           END-IF.
           MOVE CPA-PROGRAMA TO PASO-BUSCADO.
           PERFORM BUSCAR-PASO.
           IF PASO-HALLADO > 0
              DISPLAY "CATALOGO_PASOS.CTL RENGLON " RENGLON-CATALOGO
                 ": " CPA-PROGRAMA " REPETIDO"
              MOVE 'N' TO CATALOGO-VALIDO
           END-IF.
           ADD 1 TO TOTAL-PASOS.
           MOVE CPA-PROGRAMA TO NOMBRE-PASO(TOTAL-PASOS).
           MOVE CPA-FRECUENCIA TO FRECUENCIA-PASO(TOTAL-PASOS).
           IF CPA-PARAMETRO NUMERIC
              MOVE CPA-PARAMETRO TO PARAMETRO-PASO(TOTAL-PASOS)
           ELSE
              MOVE 0 TO PARAMETRO-PASO(TOTAL-PASOS)
           END-IF.
           EVALUATE TRUE
              WHEN CPA-FRECUENCIA = 'D' OR CPA-FRECUENCIA = 'T'
                    OR CPA-FRECUENCIA = 'A'
                 CONTINUE
              WHEN CPA-FRECUENCIA = 'S'
                 IF PARAMETRO-PASO(TOTAL-PASOS) < 1
                       OR PARAMETRO-PASO(TOTAL-PASOS) > 7
                    DISPLAY "CATALOGO_PASOS.CTL RENGLON "
                       RENGLON-CATALOGO ": " CPA-PROGRAMA
                       " SEMANAL SIN DIA DE LA SEMANA (1 A 7)"
                    MOVE 'N' TO CATALOGO-VALIDO
                 END-IF
              WHEN CPA-FRECUENCIA = 'M' OR CPA-FRECUENCIA = 'F'
                 IF PARAMETRO-PASO(TOTAL-PASOS) > 12
                    DISPLAY "CATALOGO_PASOS.CTL RENGLON "
                       RENGLON-CATALOGO ": " CPA-PROGRAMA
                       " CON MES FUERA DE 00 A 12"
                    MOVE 'N' TO CATALOGO-VALIDO
                 END-IF
              WHEN OTHER
                 DISPLAY "CATALOGO_PASOS.CTL RENGLON "
                    RENGLON-CATALOGO ": " CPA-PROGRAMA
                    " CON FRECUENCIA DESCONOCIDA '" CPA-FRECUENCIA "'"
                 MOVE 'N' TO CATALOGO-VALIDO
           END-EVALUATE.
           IF CPA-HABILITADO = 'N'
              MOVE 'N' TO HABILITADO-PASO(TOTAL-PASOS)
           ELSE
              MOVE 'S' TO HABILITADO-PASO(TOTAL-PASOS)
           END-IF.
           IF CPA-AL-FALLAR = 'C'
              MOVE 'C' TO AL-FALLAR-PASO(TOTAL-PASOS)
           ELSE
              MOVE 'D' TO AL-FALLAR-PASO(TOTAL-PASOS)
           END-IF.
           PERFORM VARYING IDX-DEP FROM 1 BY 1 UNTIL IDX-DEP > 5
              MOVE CPA-DEPENDE(IDX-DEP)
                TO DEP-NOMBRE(TOTAL-PASOS, IDX-DEP)
              MOVE 0 TO DEP-RENGLON(TOTAL-PASOS, IDX-DEP)
              IF CPA-DEPENDE(IDX-DEP) NOT = SPACES
                 MOVE CPA-DEPENDE(IDX-DEP) TO PASO-BUSCADO
                 PERFORM BUSCAR-PASO
                 IF PASO-HALLADO = 0 OR PASO-HALLADO = TOTAL-PASOS
                    DISPLAY "CATALOGO_PASOS.CTL RENGLON "
                       RENGLON-CATALOGO ": " CPA-PROGRAMA
                       " DEPENDE DE " CPA-DEPENDE(IDX-DEP)
                       ", QUE NO VA ANTES EN EL CATALOGO"
                    MOVE 'N' TO CATALOGO-VALIDO
                 ELSE
                    MOVE PASO-HALLADO
                      TO DEP-RENGLON(TOTAL-PASOS, IDX-DEP)
                 END-IF
              END-IF
           END-PERFORM.

      *---- Renglón del catálogo con el programa PASO-BUSCADO, o
      *---- cero si no está.
        BUSCAR-PASO.
           MOVE 0 TO PASO-HALLADO.
           PERFORM VARYING PASO-REGISTRO FROM 1 BY 1
                   UNTIL PASO-REGISTRO > TOTAL-PASOS
              IF NOMBRE-PASO(PASO-REGISTRO) = PASO-BUSCADO
                 MOVE PASO-REGISTRO TO PASO-HALLADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Muestra los archivos que el paso fallido halló a medio
      *---- escribir o descuadrados contra lo que grabó su productor.
        REPORTAR-ENTREGAS-FALLIDAS.
           MOVE 'N' TO EOF-ENT.
           OPEN INPUT ENTREGAS-FILE.
           IF WS-ESTADO-ENTREGAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ENT
              READ ENTREGAS-FILE
                 AT END MOVE 'S' TO EOF-ENT
                 NOT AT END
                    IF (ENT-DESCUADRADA OR ENT-INCOMPLETA)
                          AND ENT-CONSUMIDOR = NOMBRE-PASO(PASO-FALLIDO)
                       PERFORM MOSTRAR-ENTREGA-FALLIDA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ENTREGAS-FILE.

        MOSTRAR-ENTREGA-FALLIDA.
           IF ENT-INCOMPLETA
              DISPLAY "ARCHIVO " ENT-ARCHIVO " A MEDIO ESCRIBIR POR "
                 ENT-PRODUCTOR
           ELSE
              DISPLAY "ARCHIVO " ENT-ARCHIVO " NO CUADRA CON "
                 ENT-PRODUCTOR
           END-IF.
           DISPLAY "   REFERENCIAS " ENT-REF-DESDE " A " ENT-REF-HASTA
              " GRABADAS EL " ENT-FECHA.
           MOVE ENT-REGISTROS TO REGISTROS-EDIT.
           MOVE ENT-IMPORTE TO IMPORTE-EDIT.
           MOVE ENT-HASH TO HASH-EDIT.
           DISPLAY "   ESPERADO: " REGISTROS-EDIT " REGISTROS "
              IMPORTE-EDIT " HASH " HASH-EDIT.
           MOVE ENT-HAL-REGISTROS TO REGISTROS-EDIT.
           MOVE ENT-HAL-IMPORTE TO IMPORTE-EDIT.
           MOVE ENT-HAL-HASH TO HASH-EDIT.
           DISPLAY "   HALLADO:  " REGISTROS-EDIT " REGISTROS "
              IMPORTE-EDIT " HASH " HASH-EDIT.

      *---- Carga el estado de los pasos de hoy; los renglones de
      *---- fechas anteriores se descartan (la bitácora de pasos
      *---- sólo gobierna el relanzamiento del mismo día). Cada
      *---- renglón se casa con su paso por el nombre del programa,
      *---- por si el catálogo cambió de orden entre una caída y el
      *---- relanzamiento.
        LEER-PASOS-DE-HOY.
           PERFORM VARYING PASO-ACTUAL FROM 1 BY 1
                   UNTIL PASO-ACTUAL > TOTAL-PASOS
                    AT END MOVE 'S' TO EOF-PASO
                    NOT AT END
                       IF PASO-FECHA = WS-FECHA-HOY
                          MOVE PASO-PROGRAMA TO PASO-BUSCADO
                          PERFORM BUSCAR-PASO
                          IF PASO-HALLADO > 0
                             MOVE PASO-ESTADO
                               TO TAB-PASO-ESTADO(PASO-HALLADO)
                             MOVE PASO-HORA-INI
                               TO TAB-PASO-HORA-INI(PASO-HALLADO)
                             MOVE PASO-HORA-FIN
                               TO TAB-PASO-HORA-FIN(PASO-HALLADO)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM RODAR-A-DIA-HABIL.
           MOVE FECHA-EVAL TO PRIMER-DIA-HABIL.

      *---- Si hoy es hábil, qué día de la semana es (1 lunes a 7
      *---- domingo) y si es el último día hábil del mes: lo es si
      *---- el siguiente día hábil ya cae en otro mes.
        CALCULAR-DATOS-DE-HOY.
           MOVE WS-FECHA-HOY TO FECHA-EVAL.
           PERFORM VERIFICAR-DIA-HABIL.
           MOVE DIA-HABIL TO HOY-HABIL.
           IF ZEL-DIA-SEMANA < 2
              COMPUTE DIA-SEMANA-HOY = ZEL-DIA-SEMANA + 6
           ELSE
              COMPUTE DIA-SEMANA-HOY = ZEL-DIA-SEMANA - 1
           END-IF.
           MOVE 'N' TO HOY-FIN-DE-MES.
           IF ES-HOY-HABIL
              PERFORM SIGUIENTE-DIA-CALENDARIO
              PERFORM RODAR-A-DIA-HABIL
              IF FE-MES NOT = WS-MES-HOY
                 MOVE 'S' TO HOY-FIN-DE-MES
              END-IF
           END-IF.

      *---- Carga los feriados de CALENDARIO.CTL; sin archivo sólo
      *---- los fines de semana cuentan como no hábiles.
        CARGAR-CALENDARIO.

      *---- Avanza FECHA-EVAL un día de calendario real.
        SIGUIENTE-DIA-CALENDARIO.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF FE-DIA < DIAS-DEL-MES
              ADD 1 TO FE-DIA
           ELSE
              MOVE 1 TO FE-DIA
              IF FE-MES = 12
                 MOVE 1 TO FE-MES
                 ADD 1 TO FE-ANO
              ELSE
                 ADD 1 TO FE-MES
              END-IF
           END-IF.

      *---- Retrocede FECHA-EVAL un día de calendario real.
        DIA-ANTERIOR-CALENDARIO.
           IF FE-DIA > 1
              SUBTRACT 1 FROM FE-DIA
           ELSE
              IF FE-MES = 1
                 MOVE 12 TO FE-MES
                 SUBTRACT 1 FROM FE-ANO
              ELSE
                 SUBTRACT 1 FROM FE-MES
              END-IF
              PERFORM CALCULAR-DIAS-DEL-MES
              MOVE DIAS-DEL-MES TO FE-DIA
           END-IF.

      *---- Días del mes de FECHA-EVAL.
        CALCULAR-DIAS-DEL-MES.
           EVALUATE FE-MES
              WHEN 1
                 MOVE 31 TO DIAS-DEL-MES
              WHEN OTHER
                 MOVE 30 TO DIAS-DEL-MES
           END-EVALUATE.

      *---- Rueda FECHA-EVAL al siguiente día hábil (tope de 30).
        RODAR-A-DIA-HABIL.
