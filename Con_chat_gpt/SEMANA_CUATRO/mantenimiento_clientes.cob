      *> clientes, más ligar y desligar números de cuenta de la lista
      *> CLI-CUENTA del cliente validando contra CUENTAS.DAT, para
      *> que CLI-TOTAL-CUENTAS nunca vuelva a quedar desalineado por
      *> ediciones a mano del archivo. La fusión de clientes
      *> duplicados (los que lista DUPLICADOS-CLIENTES) conserva un
      *> número y le pasa todo lo del otro: cruce, titular en el
      *> maestro, firmantes, préstamos, acumulado de ISR, ejecutivo
      *> asignado y expediente de cumplimiento; queda en
      *> AUDITORIA.LOG. Una pareja que resulta ser de dos personas
      *> distintas se descarta para que no vuelva a listarse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BENEFICIARIOS.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT BLOQUEO-RPT-FILE ASSIGN TO 'BLOQUEOS_CLIENTES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BLOQUEO-RPT.
           SELECT COINCIDENCIAS-FILE
               ASSIGN TO 'LISTAS_COINCIDENCIAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COINCIDENCIAS.
           SELECT DESCARTES-FILE ASSIGN TO 'LISTAS_DESCARTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DESCARTES.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT ACUMULADO-FILE ASSIGN TO 'ISR_ACUMULADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUMULADO.
           SELECT ASIGNACIONES-FILE ASSIGN TO 'ASIGNACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ASIGNACIONES.
           SELECT NO-DUPLICADOS-FILE
               ASSIGN TO 'CLIENTES_NO_DUPLICADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NO-DUPLICADOS.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

      *---- Beneficiarios designados por cuenta, capturados en el
      *---- alta de PROYECTO1; aquí se consulta y se reemplaza la
      *---- designación completa de una cuenta.
       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

      *---- Padrón de operadores, sólo para validar la autorización
      *---- de supervisor que exige el bloqueo de un cliente.
       FD OPERADORES-FILE.
       FD BLOQUEO-RPT-FILE.
       01 LINEA-BLOQUEO PIC X(80).

      *---- Coincidencias con la lista de vigilancia, para mostrarle
      *---- al supervisor por qué el cliente quedó retenido, y
      *---- homónimos descartados al liberarlo.
       FD COINCIDENCIAS-FILE.
           COPY COINCIDEREG.

       FD DESCARTES-FILE.
           COPY DESCARTEREG.

      *---- Archivos que la fusión de clientes reescribe con el
      *---- número que se conserva.
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

       FD ACUMULADO-FILE.
       01 ACUMULADO-REG.
           05 ISR-CLIENTE  PIC 9(5).
           05 ISR-ANO      PIC 9(4).
           05 ISR-INTERES  PIC 9(9)V99.
           05 ISR-RETENIDO PIC 9(9)V99.

       FD ASIGNACIONES-FILE.
           COPY ASIGNACIONREG.

       FD NO-DUPLICADOS-FILE.
           COPY NODUPLICADOREG.

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CLIENTES PIC X(2).
       01 WS-ESTADO-CUENTAS  PIC X(2).
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 TIPO-BLOQUEO PIC X(1) VALUE SPACE.

      *> Retención por lista de vigilancia: cotejo con CRIBA-LISTAS
      *> en alta y cambio, y liberación con visto bueno de
      *> supervisor, que descarta como homónimos las personas de la
      *> lista con las que coincidió el cliente.
           COPY CRIBAREG.
       01 WS-ESTADO-COINCIDENCIAS PIC X(2).
       01 WS-ESTADO-DESCARTES     PIC X(2).
       01 EOF-COI PIC X VALUE 'N'.
          88 FIN-COI VALUE 'S'.
       01 COINCIDENCIAS-TABLA.
          05 COINCIDENCIA-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-COINCIDENCIAS
                INDEXED BY IDX-COI.
             10 TAB-COI-LISTA PIC X(3).
             10 TAB-COI-CLAVE PIC 9(6).
       01 TOTAL-COINCIDENCIAS PIC 9(2) VALUE 0.
       01 COINCIDENCIA-REPETIDA PIC X(1) VALUE 'N'.
       01 CONFIRMA-LIBERACION PIC X(1) VALUE 'N'.
       01 CUENTAS-ALCANZADAS PIC 9(3) VALUE 0.

       01 DET-CASCADA.
             10 TAB-FIR-ROL     PIC X(1).
       01 TOTAL-FIRMANTES PIC 9(5) VALUE 0.
       01 ROL-CAPTURADO PIC X(1) VALUE 'F'.

      *> Beneficiarios en memoria: la designación de la cuenta se
      *> reemplaza completa y el archivo se reescribe, igual que los
      *> firmantes. La nueva designación se captura aparte y sólo
      *> entra si suma 100.
       01 WS-ESTADO-BENEFICIARIOS PIC X(2).
       01 EOF-BEN PIC X VALUE 'N'.
          88 FIN-BEN VALUE 'S'.
       01 BENEFICIARIOS-TABLA.
          05 BENEFICIARIO-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-BENEFICIARIOS
                INDEXED BY IDX-BEN.
             10 TAB-BEN-REG PIC X(85).
       01 TOTAL-BENEFICIARIOS PIC 9(5) VALUE 0.
       01 NUEVOS-BENEFICIARIOS.
          05 NBN-RENGLON OCCURS 1 TO 10 TIMES
                DEPENDING ON TOTAL-NBN
                INDEXED BY IDX-NBN.
             10 NBN-NOMBRE      PIC X(40).
             10 NBN-PARENTESCO  PIC X(12).
             10 NBN-CUENTA-PAGO PIC 9(6).
             10 NBN-PORCENTAJE  PIC 9(3)V99.
       01 TOTAL-NBN PIC 9(2) VALUE 0.
       01 SUMA-PORCENTAJES PIC 9(4)V99 VALUE ZERO.
       01 TITULAR-CUENTA PIC 9(5) VALUE ZERO.
       01 STATUS-CUENTA-BUSCADA PIC X(1) VALUE SPACE.
       01 CUENTA-PAGO PIC 9(6) VALUE ZERO.
       01 NOMBRE-BENEFICIARIO PIC X(40) VALUE SPACES.
       01 PARENTESCO-BENEFICIARIO PIC X(12) VALUE SPACES.
       01 PORCENTAJE-BENEFICIARIO PIC 9(3)V99 VALUE ZERO.
       01 RESPUESTA-DESIGNACION PIC X(1) VALUE 'N'.
       01 OPERADOR-DESIGNA PIC X(8) VALUE SPACES.
       01 FIRMANTE-REPETIDO PIC X(1) VALUE 'N'.
          88 ES-FIRMANTE-REPETIDO VALUE 'S'.

       01 WS-NUEVA-NAC-X REDEFINES WS-NUEVA-NAC PIC X(8).
       01 WS-NUEVA-OCUPACION PIC X(20).

      *> Fusión de clientes duplicados: el número que se conserva,
      *> el que se absorbe, sus renglones en la tabla y lo que se
      *> fue pasando de uno a otro en cada archivo.
       01 WS-ESTADO-PRESTAMOS     PIC X(2).
       01 WS-ESTADO-ACUMULADO     PIC X(2).
       01 WS-ESTADO-ASIGNACIONES  PIC X(2).
       01 WS-ESTADO-NO-DUPLICADOS PIC X(2).
       01 WS-ESTADO-AUDITORIA     PIC X(2).
       01 WS-ESTADO-SECUENCIA     PIC X(2).
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 CLIENTE-CONSERVA PIC 9(5) VALUE ZERO.
       01 CLIENTE-ABSORBE  PIC 9(5) VALUE ZERO.
       01 CLIENTE-PEDIDO   PIC 9(5) VALUE ZERO.
       01 IDX-CONSERVA PIC 9(5) VALUE 0.
       01 IDX-ABSORBE  PIC 9(5) VALUE 0.
       01 IDX-OTRO     PIC 9(5) VALUE 0.
       01 RESPUESTA-FUSION PIC X(1) VALUE SPACE.
       01 CUENTA-AUDITADA PIC 9(6) VALUE ZERO.
       01 RENGLON-REPETIDO PIC X(1) VALUE 'N'.
       01 CONSERVA-CON-EJECUTIVO PIC X(1) VALUE 'N'.
       01 RENGLON-VIGENTE-ABSORBE PIC 9(5) VALUE 0.
       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-REN PIC X VALUE 'N'.
          88 FIN-REN VALUE 'S'.
       01 FUSION-CONTADORES.
          05 FUS-CUENTAS       PIC 9(5) VALUE 0.
          05 FUS-CRUCE         PIC 9(5) VALUE 0.
          05 FUS-FIRMANTES     PIC 9(5) VALUE 0.
          05 FUS-PRESTAMOS     PIC 9(5) VALUE 0.
          05 FUS-ISR           PIC 9(5) VALUE 0.
          05 FUS-ASIGNACIONES  PIC 9(5) VALUE 0.
          05 FUS-CUMPLIMIENTO  PIC 9(5) VALUE 0.

      *> Renglones tal cual de los archivos secuenciales que la
      *> fusión reescribe, uno a la vez, igual que los
      *> beneficiarios.
       01 RENGLONES-TABLA.
          05 RENGLON-ARCHIVO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-RENGLONES
                INDEXED BY IDX-REN.
             10 TAB-REN-REG PIC X(100).
       01 TOTAL-RENGLONES PIC 9(5) VALUE 0.

      *> Segunda vista del acumulado de ISR, para juntar en un solo
      *> renglón por año los dos clientes fusionados.
       01 VISTA-ISR.
          05 VIS-ISR-CLIENTE  PIC 9(5).
          05 VIS-ISR-ANO      PIC 9(4).
          05 VIS-ISR-INTERES  PIC 9(9)V99.
          05 VIS-ISR-RETENIDO PIC 9(9)V99.

      *> Tamaño máximo del padrón en memoria; mismo criterio que las
      *> tablas de cuentas en los programas de mantenimiento.
       01 CLIENTES-TABLA.
              DISPLAY "7.LIGAR FIRMANTE A CUENTA"
              DISPLAY "8.DESLIGAR FIRMANTE DE CUENTA"
              DISPLAY "9.BLOQUEAR/DESBLOQUEAR CLIENTE"
              DISPLAY "10.LIBERAR REVISION DE CUMPLIMIENTO"
              DISPLAY "11.DESIGNAR BENEFICIARIOS DE CUENTA"
              DISPLAY "12.FUSIONAR CLIENTES DUPLICADOS"
              DISPLAY "13.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 9
                    PERFORM BLOQUEAR_CLIENTE
                 WHEN 10
                    PERFORM LIBERAR_REVISION
                 WHEN 11
                    PERFORM DESIGNAR_BENEFICIARIOS
                 WHEN 12
                    PERFORM FUSIONAR_CLIENTES
                 WHEN 13
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              DISPLAY "OCUPACION"
              ACCEPT TAB-CLI-OCUPACION(TOTAL-CLIENTES)
              SET IDX-TABLA TO TOTAL-CLIENTES
              MOVE SPACE TO TAB-CLI-KYC(TOTAL-CLIENTES)
              PERFORM CALIFICAR-KYC
              PERFORM CRIBAR-CLIENTE
              MOVE SPACE TO TAB-CLI-BLOQUEO(TOTAL-CLIENTES)
              MOVE 0 TO TAB-CLI-TOTAL(TOTAL-CLIENTES)
              PERFORM VARYING IDX-CTA FROM 1 BY 1 UNTIL IDX-CTA > 5
                   TO TAB-CLI-OCUPACION(IDX-TABLA)
              END-IF
              PERFORM CALIFICAR-KYC
              PERFORM CRIBAR-CLIENTE
              DISPLAY "ESTADO KYC: " TAB-CLI-KYC(IDX-TABLA)
              DISPLAY "CLIENTE CORREGIDO"
           END-IF.
      *---- senala: completo ('C') solo con documento (tipo, numero
      *---- y vencimiento a futuro), fecha de nacimiento y ocupacion
      *---- capturados; cualquier faltante lo deja pendiente ('P') y
      *---- la ventanilla niega aperturas hasta completarlo. Un
      *---- cliente retenido por cumplimiento ('R') sigue retenido
      *---- aunque complete el expediente; sólo LIBERAR_REVISION lo
      *---- saca de ahí.
        CALIFICAR-KYC.
           IF TAB-CLI-KYC(IDX-TABLA) = 'R'
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CLI-DOC-TIPO(IDX-TABLA) NOT = SPACES
                 AND TAB-CLI-DOC-NUM(IDX-TABLA) NOT = SPACES
                 AND TAB-CLI-DOC-VENCE(IDX-TABLA) > WS-FECHA-HOY
              MOVE 'P' TO TAB-CLI-KYC(IDX-TABLA)
           END-IF.

      *---- Coteja al cliente que IDX-TABLA señala contra la lista de
      *---- vigilancia de sancionados y PEP; si coincide por
      *---- documento o por nombre queda retenido para revisión de
      *---- cumplimiento y ventanilla no le abre cuentas. Sin lista
      *---- cargada sólo se avisa: la criba nocturna lo alcanzará
      *---- cuando cumplimiento cargue la primera.
        CRIBAR-CLIENTE.
           IF TAB-CLI-KYC(IDX-TABLA) = 'R'
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE CRIBA-PARAMETROS.
           MOVE TAB-CLI-NUMERO(IDX-TABLA) TO CRB-CLIENTE.
           MOVE "MANT-CLIENTES" TO CRB-ORIGEN.
           MOVE TAB-CLI-NOMBRE(IDX-TABLA) TO CRB-NOMBRE.
           MOVE TAB-CLI-APELLIDO1(IDX-TABLA) TO CRB-APELLIDO1.
           MOVE TAB-CLI-APELLIDO2(IDX-TABLA) TO CRB-APELLIDO2.
           MOVE TAB-CLI-DOC-TIPO(IDX-TABLA) TO CRB-DOC-TIPO.
           MOVE TAB-CLI-DOC-NUM(IDX-TABLA) TO CRB-DOC-NUMERO.
           CALL 'CRIBA-LISTAS' USING CRIBA-PARAMETROS.
           EVALUATE TRUE
              WHEN CRB-SIN-LISTA
                 DISPLAY "AVISO: LISTA DE VIGILANCIA NO DISPONIBLE, "
                    "CLIENTE SIN CRIBAR"
              WHEN CRB-COINCIDE-DOCUMENTO OR CRB-COINCIDE-NOMBRE
                 MOVE 'R' TO TAB-CLI-KYC(IDX-TABLA)
                 DISPLAY "CLIENTE RETENIDO PARA REVISION DE "
                    "CUMPLIMIENTO"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *---- Libera a un cliente retenido por la lista de vigilancia
      *---- una vez que cumplimiento comprobó que es un homónimo:
      *---- muestra las personas de la lista con las que coincidió,
      *---- pide visto bueno de supervisor, las deja descartadas
      *---- para ese cliente (LISTAS_DESCARTES.DAT) y vuelve a
      *---- calificar su expediente KYC. Si la coincidencia es real
      *---- el cliente simplemente se queda retenido.
        LIBERAR_REVISION.
           PERFORM PEDIR_Y_BUSCAR_CLIENTE.
           IF NOT CLIENTE-HALLADO
              DISPLAY "CLIENTE NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CLI-KYC(IDX-TABLA) NOT = 'R'
              DISPLAY "EL CLIENTE NO ESTA RETENIDO POR CUMPLIMIENTO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-COINCIDENCIAS.
           IF TOTAL-COINCIDENCIAS = 0
              DISPLAY "SIN COINCIDENCIAS REGISTRADAS PARA EL CLIENTE"
           END-IF.
           DISPLAY "DESCARTAR COMO HOMONIMO Y LIBERAR? (S/N)".
           MOVE 'N' TO CONFIRMA-LIBERACION.
           ACCEPT CONFIRMA-LIBERACION.
           IF CONFIRMA-LIBERACION NOT = 'S'
              DISPLAY "CLIENTE SIGUE RETENIDO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, CLIENTE SIGUE RETENIDO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GRABAR-DESCARTES.
           MOVE SPACE TO TAB-CLI-KYC(IDX-TABLA).
           PERFORM CALIFICAR-KYC.
           DISPLAY "CLIENTE LIBERADO, ESTADO KYC: "
              TAB-CLI-KYC(IDX-TABLA).

      *---- Junta, sin repetir, las personas de la lista con las que
      *---- coincidió el cliente y las muestra.
        CARGAR-COINCIDENCIAS.
           MOVE 0 TO TOTAL-COINCIDENCIAS.
           MOVE 'N' TO EOF-COI.
           OPEN INPUT COINCIDENCIAS-FILE.
           IF WS-ESTADO-COINCIDENCIAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-COI
              READ COINCIDENCIAS-FILE
                 AT END MOVE 'S' TO EOF-COI
                 NOT AT END
                    IF COI-CLIENTE = TAB-CLI-NUMERO(IDX-TABLA)
                       PERFORM AGREGAR-COINCIDENCIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COINCIDENCIAS-FILE.

        AGREGAR-COINCIDENCIA.
           MOVE 'N' TO COINCIDENCIA-REPETIDA.
           PERFORM VARYING IDX-COI FROM 1 BY 1
                   UNTIL IDX-COI > TOTAL-COINCIDENCIAS
              IF TAB-COI-LISTA(IDX-COI) = COI-LISTA
                    AND TAB-COI-CLAVE(IDX-COI) = COI-CLAVE
                 MOVE 'S' TO COINCIDENCIA-REPETIDA
              END-IF
           END-PERFORM.
           IF COINCIDENCIA-REPETIDA = 'S' OR TOTAL-COINCIDENCIAS >= 99
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-COINCIDENCIAS.
           MOVE COI-LISTA TO TAB-COI-LISTA(TOTAL-COINCIDENCIAS).
           MOVE COI-CLAVE TO TAB-COI-CLAVE(TOTAL-COINCIDENCIAS).
           DISPLAY "LISTA " COI-LISTA " CLAVE " COI-CLAVE
              " TIPO " COI-TIPO " PUNTAJE " COI-PUNTAJE
              " " COI-NOMBRE " " COI-APELLIDO1 " " COI-APELLIDO2.

        GRABAR-DESCARTES.
           IF TOTAL-COINCIDENCIAS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DESCARTES-FILE.
           IF WS-ESTADO-DESCARTES NOT = '00'
              OPEN OUTPUT DESCARTES-FILE
           END-IF.
           PERFORM VARYING IDX-COI FROM 1 BY 1
                   UNTIL IDX-COI > TOTAL-COINCIDENCIAS
              MOVE TAB-CLI-NUMERO(IDX-TABLA) TO DSC-CLIENTE
              MOVE TAB-COI-LISTA(IDX-COI) TO DSC-LISTA
              MOVE TAB-COI-CLAVE(IDX-COI) TO DSC-CLAVE
              MOVE WS-FECHA-HOY TO DSC-FECHA
              MOVE SUPERVISOR-ID TO DSC-AUTORIZO
              WRITE DESCARTE-REG
           END-PERFORM.
           CLOSE DESCARTES-FILE.

      *---- Baja: elimina un cliente de la tabla en memoria,
      *---- desplazando los siguientes un renglón hacia arriba. Antes
      *---- de borrarlo se limpian sus parejas del cruce y se quita
              DISPLAY "EL CLIENTE NO FIRMA SOBRE ESA CUENTA"
           END-IF.

      *---- Muestra la designación de beneficiarios de una cuenta y
      *---- la reemplaza por una nueva que sume exactamente 100. Con
      *---- el titular fallecido la designación queda congelada: es
      *---- la que SUCESION-CLIENTES usa para repartir.
        DESIGNAR_BENEFICIARIOS.
           DISPLAY "INGRESE NUMERO DE CUENTA".
           ACCEPT CUENTA-BUSCADA.
           PERFORM LEER_TITULAR_CUENTA.
           IF NOT CUENTA-EXISTE
              DISPLAY "CUENTA NO ENCONTRADA EN CUENTAS.DAT"
              EXIT PARAGRAPH
           END-IF.
           IF STATUS-CUENTA-BUSCADA = 'C'
              DISPLAY "LA CUENTA ESTA CERRADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-CLIENTES
              IF TITULAR-CUENTA NOT = 0
                    AND TAB-CLI-NUMERO(IDX-TABLA) = TITULAR-CUENTA
                    AND TAB-CLI-BLOQUEO(IDX-TABLA) = 'D'
                 DISPLAY "TITULAR FALLECIDO, LA DESIGNACION YA NO SE "
                    "PUEDE CAMBIAR"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           PERFORM CARGAR-BENEFICIARIOS.
           DISPLAY "DESIGNACION ACTUAL:".
           MOVE ZERO TO SUMA-PORCENTAJES.
           PERFORM VARYING IDX-BEN FROM 1 BY 1
                   UNTIL IDX-BEN > TOTAL-BENEFICIARIOS
              MOVE TAB-BEN-REG(IDX-BEN) TO BENEFICIARIO-REG
              IF BEN-CUENTA = CUENTA-BUSCADA
                 DISPLAY "  " BEN-NOMBRE " " BEN-PARENTESCO
                    " CUENTA " BEN-CUENTA-PAGO " " BEN-PORCENTAJE "%"
                 ADD BEN-PORCENTAJE TO SUMA-PORCENTAJES
              END-IF
           END-PERFORM.
           IF SUMA-PORCENTAJES = 0
              DISPLAY "  SIN BENEFICIARIOS DESIGNADOS"
           END-IF.
           DISPLAY "CAPTURAR NUEVA DESIGNACION (S/N)".
           ACCEPT RESPUESTA-DESIGNACION.
           IF RESPUESTA-DESIGNACION NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE SU ID DE OPERADOR".
           ACCEPT OPERADOR-DESIGNA.
           MOVE 0 TO TOTAL-NBN.
           MOVE ZERO TO SUMA-PORCENTAJES.
           PERFORM UNTIL TOTAL-NBN >= 10
              MOVE SPACES TO NOMBRE-BENEFICIARIO
              DISPLAY "NOMBRE DEL BENEFICIARIO (VACIO PARA TERMINAR)"
              ACCEPT NOMBRE-BENEFICIARIO
              IF NOMBRE-BENEFICIARIO = SPACES
                 EXIT PERFORM
              END-IF
              DISPLAY "PARENTESCO"
              ACCEPT PARENTESCO-BENEFICIARIO
              DISPLAY "CUENTA DONDE COBRA EL BENEFICIARIO"
              ACCEPT CUENTA-PAGO
              DISPLAY "PORCENTAJE QUE LE CORRESPONDE"
              ACCEPT PORCENTAJE-BENEFICIARIO
              PERFORM VALIDAR_CUENTA_PAGO
              IF CUENTA-EXISTE AND PORCENTAJE-BENEFICIARIO > 0
                 ADD 1 TO TOTAL-NBN
                 MOVE NOMBRE-BENEFICIARIO TO NBN-NOMBRE(TOTAL-NBN)
                 MOVE PARENTESCO-BENEFICIARIO
                   TO NBN-PARENTESCO(TOTAL-NBN)
                 MOVE CUENTA-PAGO TO NBN-CUENTA-PAGO(TOTAL-NBN)
                 MOVE PORCENTAJE-BENEFICIARIO
                   TO NBN-PORCENTAJE(TOTAL-NBN)
                 ADD PORCENTAJE-BENEFICIARIO TO SUMA-PORCENTAJES
              ELSE
                 DISPLAY "CUENTA DE PAGO O PORCENTAJE INVALIDO, NO SE "
                    "AGREGA"
              END-IF
           END-PERFORM.
           IF SUMA-PORCENTAJES NOT = 100
              DISPLAY "LA DESIGNACION SUMA " SUMA-PORCENTAJES
                 "%, DEBE SUMAR 100; SE CONSERVA LA ANTERIOR"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GRABAR-BENEFICIARIOS.
           DISPLAY "DESIGNACION DE BENEFICIARIOS ACTUALIZADA".

      *---- Lee la cuenta buscada por su llave y deja su titular y
      *---- su estado.
        LEER_TITULAR_CUENTA.
           MOVE 'N' TO CUENTA-VALIDA.
           MOVE ZERO TO TITULAR-CUENTA.
           MOVE SPACE TO STATUS-CUENTA-BUSCADA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS = '00'
              MOVE CUENTA-BUSCADA TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO CUENTA-VALIDA
                    MOVE STATUS-CUENTA TO STATUS-CUENTA-BUSCADA
                    IF CUENTA-CLIENTE NUMERIC
                       MOVE CUENTA-CLIENTE TO TITULAR-CUENTA
                    END-IF
              END-READ
              CLOSE CUENTAS-FILE
           END-IF.

      *---- La cuenta de pago debe existir abierta y no ser la misma
      *---- cuenta designada.
        VALIDAR_CUENTA_PAGO.
           MOVE 'N' TO CUENTA-VALIDA.
           IF CUENTA-PAGO = CUENTA-BUSCADA
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS = '00'
              MOVE CUENTA-PAGO TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF STATUS-CUENTA NOT = 'C'
                       MOVE 'S' TO CUENTA-VALIDA
                    END-IF
              END-READ
              CLOSE CUENTAS-FILE
           END-IF.

      *---- Carga BENEFICIARIOS.DAT completo a la tabla en memoria.
        CARGAR-BENEFICIARIOS.
           MOVE 0 TO TOTAL-BENEFICIARIOS.
           MOVE 'N' TO EOF-BEN.
           OPEN INPUT BENEFICIARIOS-FILE.
           IF WS-ESTADO-BENEFICIARIOS = '00'
              PERFORM UNTIL FIN-BEN
                 READ BENEFICIARIOS-FILE
                    AT END MOVE 'S' TO EOF-BEN
                    NOT AT END
                       IF BEN-CUENTA NUMERIC
                          ADD 1 TO TOTAL-BENEFICIARIOS
                          MOVE BENEFICIARIO-REG
                            TO TAB-BEN-REG(TOTAL-BENEFICIARIOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BENEFICIARIOS-FILE
           END-IF.

      *---- Reescribe BENEFICIARIOS.DAT: las designaciones de las
      *---- demás cuentas tal cual y la nueva de la cuenta buscada.
        GRABAR-BENEFICIARIOS.
           OPEN OUTPUT BENEFICIARIOS-FILE.
           PERFORM VARYING IDX-BEN FROM 1 BY 1
                   UNTIL IDX-BEN > TOTAL-BENEFICIARIOS
              MOVE TAB-BEN-REG(IDX-BEN) TO BENEFICIARIO-REG
              IF BEN-CUENTA NOT = CUENTA-BUSCADA
                 WRITE BENEFICIARIO-REG
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX-NBN FROM 1 BY 1
                   UNTIL IDX-NBN > TOTAL-NBN
              MOVE CUENTA-BUSCADA TO BEN-CUENTA
              MOVE NBN-NOMBRE(IDX-NBN) TO BEN-NOMBRE
              MOVE NBN-PARENTESCO(IDX-NBN) TO BEN-PARENTESCO
              MOVE NBN-CUENTA-PAGO(IDX-NBN) TO BEN-CUENTA-PAGO
              MOVE NBN-PORCENTAJE(IDX-NBN) TO BEN-PORCENTAJE
              MOVE WS-FECHA-HOY TO BEN-FECHA-ALTA
              MOVE OPERADOR-DESIGNA TO BEN-OPERADOR
              WRITE BENEFICIARIO-REG
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.

      *---- Fusión de dos números de cliente que son la misma
      *---- persona: se muestran los dos, y el supervisor autoriza
      *---- pasar todo lo del duplicado al que se conserva o, si
      *---- resultan ser personas distintas, descartar la pareja de
      *---- la lista de DUPLICADOS-CLIENTES. Un fallecido no se
      *---- fusiona: su patrimonio lo liquida SUCESION-CLIENTES.
        FUSIONAR_CLIENTES.
           DISPLAY "NUMERO DE CLIENTE QUE SE CONSERVA".
           ACCEPT CLIENTE-CONSERVA.
           DISPLAY "NUMERO DE CLIENTE DUPLICADO QUE SE ABSORBE".
           ACCEPT CLIENTE-ABSORBE.
           IF CLIENTE-CONSERVA = 0 OR CLIENTE-ABSORBE = 0
                 OR CLIENTE-CONSERVA = CLIENTE-ABSORBE
              DISPLAY "CAPTURE DOS NUMEROS DE CLIENTE DISTINTOS"
              EXIT PARAGRAPH
           END-IF.
           MOVE CLIENTE-CONSERVA TO CLIENTE-PEDIDO.
           PERFORM BUSCAR-CLIENTE-POR-NUMERO.
           IF NOT CLIENTE-HALLADO
              DISPLAY "CLIENTE " CLIENTE-CONSERVA " NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           SET IDX-CONSERVA TO IDX-TABLA.
           MOVE CLIENTE-ABSORBE TO CLIENTE-PEDIDO.
           PERFORM BUSCAR-CLIENTE-POR-NUMERO.
           IF NOT CLIENTE-HALLADO
              DISPLAY "CLIENTE " CLIENTE-ABSORBE " NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           SET IDX-ABSORBE TO IDX-TABLA.
           DISPLAY "SE CONSERVA:".
           SET IDX-TABLA TO IDX-CONSERVA.
           PERFORM MOSTRAR-CLIENTE-FUSION.
           DISPLAY "SE ABSORBE:".
           SET IDX-TABLA TO IDX-ABSORBE.
           PERFORM MOSTRAR-CLIENTE-FUSION.
           IF TAB-CLI-BLOQUEO(IDX-CONSERVA) = 'D'
                 OR TAB-CLI-BLOQUEO(IDX-ABSORBE) = 'D'
              DISPLAY "CLIENTE FALLECIDO: SE LIQUIDA POR SUCESION, "
                 "NO SE FUSIONA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "F=FUSIONAR, D=DESCARTAR (SON PERSONAS "
              "DISTINTAS), OTRO=CANCELAR".
           MOVE SPACE TO RESPUESTA-FUSION.
           ACCEPT RESPUESTA-FUSION.
           IF RESPUESTA-FUSION = 'D'
              PERFORM AUTORIZAR-SUPERVISOR
              IF AUTORIZACION-CONCEDIDA
                 PERFORM GRABAR-NO-DUPLICADO
                 DISPLAY "PAREJA DESCARTADA, YA NO SE LISTARA"
              ELSE
                 DISPLAY "AUTORIZACION DENEGADA"
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF RESPUESTA-FUSION NOT = 'F'
              DISPLAY "FUSION CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, FUSION CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-CERROJO.
           IF NOT TIENE-CERROJO
              DISPLAY "FUSION CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE FUSION-CONTADORES.
           PERFORM REAPUNTAR-MAESTRO.
           PERFORM SOLTAR-CERROJO.
           PERFORM REAPUNTAR-CRUCE.
           PERFORM REAPUNTAR-FIRMANTES.
           PERFORM REAPUNTAR-PRESTAMOS.
           PERFORM REAPUNTAR-ISR.
           PERFORM REAPUNTAR-ASIGNACIONES.
           PERFORM REAPUNTAR-COINCIDENCIAS.
           PERFORM REAPUNTAR-DESCARTES.
           PERFORM UNIR-FICHAS-CLIENTE.
           MOVE ZERO TO CUENTA-AUDITADA.
           PERFORM GRABAR-AUDITORIA-FUSION.
      *---- El padrón se graba de una vez: los demás archivos ya
      *---- apuntan al número que se conserva.
           PERFORM GRABAR_CLIENTES.
           DISPLAY "CLIENTE " CLIENTE-ABSORBE " FUSIONADO EN "
              CLIENTE-CONSERVA.
           DISPLAY "  CUENTAS EN MAESTRO: " FUS-CUENTAS
              "  CRUCE: " FUS-CRUCE "  FIRMANTES: " FUS-FIRMANTES.
           DISPLAY "  PRESTAMOS: " FUS-PRESTAMOS "  ISR: " FUS-ISR
              "  EJECUTIVO: " FUS-ASIGNACIONES
              "  CUMPLIMIENTO: " FUS-CUMPLIMIENTO.

        BUSCAR-CLIENTE-POR-NUMERO.
           MOVE 'N' TO CLIENTE-ENCONTRADO.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-TABLA) = CLIENTE-PEDIDO
                 MOVE 'S' TO CLIENTE-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        MOSTRAR-CLIENTE-FUSION.
           DISPLAY "  " TAB-CLI-NUMERO(IDX-TABLA) " "
              TAB-CLI-NOMBRE(IDX-TABLA) " "
              TAB-CLI-APELLIDO1(IDX-TABLA) " "
              TAB-CLI-APELLIDO2(IDX-TABLA).
           DISPLAY "     DOC " TAB-CLI-DOC-TIPO(IDX-TABLA) " "
              TAB-CLI-DOC-NUM(IDX-TABLA)
              " NAC " TAB-CLI-NAC(IDX-TABLA)
              " TEL " TAB-CLI-TELEFONO(IDX-TABLA)
              " KYC " TAB-CLI-KYC(IDX-TABLA)
              " BLOQUEO " TAB-CLI-BLOQUEO(IDX-TABLA)
              " CUENTAS " TAB-CLI-TOTAL(IDX-TABLA).

      *---- La pareja descartada se guarda con el número menor
      *---- primero, como la coteja DUPLICADOS-CLIENTES.
        GRABAR-NO-DUPLICADO.
           OPEN EXTEND NO-DUPLICADOS-FILE.
           IF WS-ESTADO-NO-DUPLICADOS NOT = '00'
              OPEN OUTPUT NO-DUPLICADOS-FILE
           END-IF.
           IF CLIENTE-CONSERVA < CLIENTE-ABSORBE
              MOVE CLIENTE-CONSERVA TO NDP-CLIENTE-A
              MOVE CLIENTE-ABSORBE TO NDP-CLIENTE-B
           ELSE
              MOVE CLIENTE-ABSORBE TO NDP-CLIENTE-A
              MOVE CLIENTE-CONSERVA TO NDP-CLIENTE-B
           END-IF.
           MOVE WS-FECHA-HOY TO NDP-FECHA.
           MOVE SUPERVISOR-ID TO NDP-AUTORIZO.
           WRITE NO-DUPLICADO-REG.
           CLOSE NO-DUPLICADOS-FILE.

      *---- Titular en el maestro: cada cuenta del absorbido pasa al
      *---- que se conserva, con su renglón de auditoría. Corre bajo
      *---- el cerrojo de CUENTAS.DAT.
        REAPUNTAR-MAESTRO.
           OPEN I-O CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-CTA.
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    IF CUENTA-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO CUENTA-CLIENTE
                       REWRITE CUENTA-REG
                       ADD 1 TO FUS-CUENTAS
                       MOVE NUMERO-CUENTA TO CUENTA-AUDITADA
                       PERFORM GRABAR-AUDITORIA-FUSION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUENTAS-FILE.

      *---- Cruce cliente/cuenta: las parejas del absorbido pasan al
      *---- que se conserva; una pareja que ya tenía se deja una
      *---- sola vez.
        REAPUNTAR-CRUCE.
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
                    IF XRF-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO XRF-CLIENTE
                       ADD 1 TO FUS-CRUCE
                    END-IF
                    MOVE 'N' TO RENGLON-REPETIDO
                    IF XRF-CLIENTE = CLIENTE-CONSERVA
                       PERFORM VARYING IDX-XRF FROM 1 BY 1
                               UNTIL IDX-XRF > TOTAL-XREF
                          IF TAB-XRF-CLIENTE(IDX-XRF) = XRF-CLIENTE
                                AND TAB-XRF-CUENTA(IDX-XRF)
                                   = XRF-CUENTA
                             MOVE 'S' TO RENGLON-REPETIDO
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                    END-IF
                    IF RENGLON-REPETIDO = 'N'
                       ADD 1 TO TOTAL-XREF
                       MOVE XRF-CLIENTE TO TAB-XRF-CLIENTE(TOTAL-XREF)
                       MOVE XRF-CUENTA TO TAB-XRF-CUENTA(TOTAL-XREF)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
           OPEN OUTPUT XREF-FILE.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-XREF
              MOVE TAB-XRF-CLIENTE(IDX-DEP) TO XRF-CLIENTE
              MOVE TAB-XRF-CUENTA(IDX-DEP) TO XRF-CUENTA
              WRITE XREF-REG
           END-PERFORM.
           CLOSE XREF-FILE.

      *---- Firmantes: si los dos firmaban la misma cuenta queda un
      *---- solo renglón con el rol más fuerte (titular, luego
      *---- cotitular, luego firmante); el renglón sobrante se marca
      *---- con cliente cero y se compacta al final.
        REAPUNTAR-FIRMANTES.
           PERFORM CARGAR-FIRMANTES.
           IF TOTAL-FIRMANTES = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-FIR FROM 1 BY 1
                   UNTIL IDX-FIR > TOTAL-FIRMANTES
              IF TAB-FIR-CLIENTE(IDX-FIR) = CLIENTE-ABSORBE
                 ADD 1 TO FUS-FIRMANTES
                 MOVE 0 TO IDX-OTRO
                 PERFORM VARYING IDX-DEP FROM 1 BY 1
                         UNTIL IDX-DEP > TOTAL-FIRMANTES
                    IF TAB-FIR-CLIENTE(IDX-DEP) = CLIENTE-CONSERVA
                          AND TAB-FIR-CUENTA(IDX-DEP)
                             = TAB-FIR-CUENTA(IDX-FIR)
                       MOVE IDX-DEP TO IDX-OTRO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF IDX-OTRO = 0
                    MOVE CLIENTE-CONSERVA TO TAB-FIR-CLIENTE(IDX-FIR)
                 ELSE
                    IF TAB-FIR-ROL(IDX-FIR) = 'T'
                          OR (TAB-FIR-ROL(IDX-FIR) = 'C'
                          AND TAB-FIR-ROL(IDX-OTRO) = 'F')
                       MOVE TAB-FIR-ROL(IDX-FIR)
                         TO TAB-FIR-ROL(IDX-OTRO)
                    END-IF
                    MOVE ZERO TO TAB-FIR-CLIENTE(IDX-FIR)
                 END-IF
              END-IF
           END-PERFORM.
           IF FUS-FIRMANTES = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IDX-OTRO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-FIRMANTES
              IF TAB-FIR-CLIENTE(IDX-DEP) NOT = ZERO
                 ADD 1 TO IDX-OTRO
                 MOVE FIRMANTE-RENGLON(IDX-DEP)
                   TO FIRMANTE-RENGLON(IDX-OTRO)
              END-IF
           END-PERFORM.
           MOVE IDX-OTRO TO TOTAL-FIRMANTES.
           PERFORM GRABAR-FIRMANTES.

        REAPUNTAR-PRESTAMOS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT PRESTAMOS-FILE.
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF PRE-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO PRE-CLIENTE
                       ADD 1 TO FUS-PRESTAMOS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE PRESTAMO-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.
           IF FUS-PRESTAMOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRESTAMOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO PRESTAMO-REG
              WRITE PRESTAMO-REG
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.

      *---- Acumulado de ISR: un solo renglón por cliente y año, así
      *---- que el año que ya tenía el que se conserva suma lo del
      *---- absorbido y la constancia sale completa.
        REAPUNTAR-ISR.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT ACUMULADO-FILE.
           IF WS-ESTADO-ACUMULADO NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ ACUMULADO-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF ISR-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO ISR-CLIENTE
                       ADD 1 TO FUS-ISR
                    END-IF
                    MOVE 'N' TO RENGLON-REPETIDO
                    IF ISR-CLIENTE = CLIENTE-CONSERVA
                       PERFORM SUMAR-ISR-MISMO-ANO
                    END-IF
                    IF RENGLON-REPETIDO = 'N'
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE ACUMULADO-REG
                         TO TAB-REN-REG(TOTAL-RENGLONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACUMULADO-FILE.
           IF FUS-ISR = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACUMULADO-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO ACUMULADO-REG
              WRITE ACUMULADO-REG
           END-PERFORM.
           CLOSE ACUMULADO-FILE.

        SUMAR-ISR-MISMO-ANO.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO VISTA-ISR
              IF VIS-ISR-CLIENTE = ISR-CLIENTE
                    AND VIS-ISR-ANO = ISR-ANO
                 ADD ISR-INTERES TO VIS-ISR-INTERES
                 ADD ISR-RETENIDO TO VIS-ISR-RETENIDO
                 MOVE VISTA-ISR TO TAB-REN-REG(IDX-REN)
                 MOVE 'S' TO RENGLON-REPETIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Ejecutivo de cuenta: la historia del absorbido pasa al
      *---- que se conserva. Si los dos tenían ejecutivo vigente
      *---- manda el del que se conserva, y la asignación vigente
      *---- del absorbido se cierra hoy.
        REAPUNTAR-ASIGNACIONES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           MOVE 'N' TO CONSERVA-CON-EJECUTIVO.
           MOVE 0 TO RENGLON-VIGENTE-ABSORBE.
           OPEN INPUT ASIGNACIONES-FILE.
           IF WS-ESTADO-ASIGNACIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ ASIGNACIONES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO TOTAL-RENGLONES
                    IF ASG-CLIENTE = CLIENTE-CONSERVA
                          AND ASG-FECHA-HASTA = 0
                       MOVE 'S' TO CONSERVA-CON-EJECUTIVO
                    END-IF
                    IF ASG-CLIENTE = CLIENTE-ABSORBE
                       IF ASG-FECHA-HASTA = 0
                          MOVE TOTAL-RENGLONES
                            TO RENGLON-VIGENTE-ABSORBE
                       END-IF
                       MOVE CLIENTE-CONSERVA TO ASG-CLIENTE
                       ADD 1 TO FUS-ASIGNACIONES
                    END-IF
                    MOVE ASIGNACION-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE ASIGNACIONES-FILE.
           IF FUS-ASIGNACIONES = 0
              EXIT PARAGRAPH
           END-IF.
           IF CONSERVA-CON-EJECUTIVO = 'S'
                 AND RENGLON-VIGENTE-ABSORBE > 0
              MOVE TAB-REN-REG(RENGLON-VIGENTE-ABSORBE)
                TO ASIGNACION-REG
              MOVE WS-FECHA-HOY TO ASG-FECHA-HASTA
              MOVE ASIGNACION-REG
                TO TAB-REN-REG(RENGLON-VIGENTE-ABSORBE)
           END-IF.
           OPEN OUTPUT ASIGNACIONES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO ASIGNACION-REG
              WRITE ASIGNACION-REG
           END-PERFORM.
           CLOSE ASIGNACIONES-FILE.

      *---- Expediente de cumplimiento: las coincidencias con la
      *---- lista de vigilancia y los homónimos descartados siguen
      *---- a la persona, para que la liberación del que se
      *---- conserva las encuentre.
        REAPUNTAR-COINCIDENCIAS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 0 TO IDX-OTRO.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT COINCIDENCIAS-FILE.
           IF WS-ESTADO-COINCIDENCIAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ COINCIDENCIAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF COI-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO COI-CLIENTE
                       ADD 1 TO IDX-OTRO
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE COINCIDENCIA-REG
                      TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE COINCIDENCIAS-FILE.
           IF IDX-OTRO = 0
              EXIT PARAGRAPH
           END-IF.
           ADD IDX-OTRO TO FUS-CUMPLIMIENTO.
           OPEN OUTPUT COINCIDENCIAS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO COINCIDENCIA-REG
              WRITE COINCIDENCIA-REG
           END-PERFORM.
           CLOSE COINCIDENCIAS-FILE.

        REAPUNTAR-DESCARTES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 0 TO IDX-OTRO.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT DESCARTES-FILE.
           IF WS-ESTADO-DESCARTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ DESCARTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF DSC-CLIENTE = CLIENTE-ABSORBE
                       MOVE CLIENTE-CONSERVA TO DSC-CLIENTE
                       ADD 1 TO IDX-OTRO
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE DESCARTE-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE DESCARTES-FILE.
           IF IDX-OTRO = 0
              EXIT PARAGRAPH
           END-IF.
           ADD IDX-OTRO TO FUS-CUMPLIMIENTO.
           OPEN OUTPUT DESCARTES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO DESCARTE-REG
              WRITE DESCARTE-REG
           END-PERFORM.
           CLOSE DESCARTES-FILE.

      *---- Ficha del que se conserva: recibe las cuentas de la
      *---- lista del absorbido que quepan (las demás ya viven en
      *---- el cruce), los datos que tenía en blanco, el bloqueo y la
      *---- retención de cumplimiento si el absorbido los tenía; el
      *---- renglón del absorbido sale del padrón.
        UNIR-FICHAS-CLIENTE.
           SET IDX-TABLA TO IDX-CONSERVA.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TAB-CLI-TOTAL(IDX-ABSORBE)
              MOVE TAB-CLI-CUENTA(IDX-ABSORBE, IDX-DEP)
                TO CUENTA-BUSCADA
              PERFORM BUSCAR_CUENTA_EN_LISTA
              IF NOT CUENTA-YA-LIGADA
                    AND TAB-CLI-TOTAL(IDX-CONSERVA) < 5
                 ADD 1 TO TAB-CLI-TOTAL(IDX-CONSERVA)
                 MOVE CUENTA-BUSCADA TO TAB-CLI-CUENTA
                    (IDX-CONSERVA, TAB-CLI-TOTAL(IDX-CONSERVA))
              END-IF
           END-PERFORM.
           IF TAB-CLI-TELEFONO(IDX-CONSERVA) = SPACES
              MOVE TAB-CLI-TELEFONO(IDX-ABSORBE)
                TO TAB-CLI-TELEFONO(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-DIRECCION(IDX-CONSERVA) = SPACES
              MOVE TAB-CLI-DIRECCION(IDX-ABSORBE)
                TO TAB-CLI-DIRECCION(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-DOC-NUM(IDX-CONSERVA) = SPACES
              MOVE TAB-CLI-DOC-TIPO(IDX-ABSORBE)
                TO TAB-CLI-DOC-TIPO(IDX-CONSERVA)
              MOVE TAB-CLI-DOC-NUM(IDX-ABSORBE)
                TO TAB-CLI-DOC-NUM(IDX-CONSERVA)
              MOVE TAB-CLI-DOC-VENCE(IDX-ABSORBE)
                TO TAB-CLI-DOC-VENCE(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-NAC(IDX-CONSERVA) = 0
              MOVE TAB-CLI-NAC(IDX-ABSORBE)
                TO TAB-CLI-NAC(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-OCUPACION(IDX-CONSERVA) = SPACES
              MOVE TAB-CLI-OCUPACION(IDX-ABSORBE)
                TO TAB-CLI-OCUPACION(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-BLOQUEO(IDX-CONSERVA) = SPACE
              MOVE TAB-CLI-BLOQUEO(IDX-ABSORBE)
                TO TAB-CLI-BLOQUEO(IDX-CONSERVA)
           END-IF.
           IF TAB-CLI-KYC(IDX-ABSORBE) = 'R'
              MOVE 'R' TO TAB-CLI-KYC(IDX-CONSERVA)
           END-IF.
           PERFORM CALIFICAR-KYC.
           PERFORM VARYING IDX FROM IDX-ABSORBE BY 1
                   UNTIL IDX > TOTAL-CLIENTES - 1
              MOVE CLIENTE-RENGLON(IDX + 1) TO CLIENTE-RENGLON(IDX)
           END-PERFORM.
           SUBTRACT 1 FROM TOTAL-CLIENTES.

      *---- Un renglón por cuenta que cambió de titular y uno final
      *---- con la fusión completa (cuenta en cero).
        GRABAR-AUDITORIA-FUSION.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MANT-CLIENTES" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE CUENTA-AUDITADA TO AUD-CUENTA.
           MOVE 'U' TO AUD-OPERACION.
           MOVE ZERO TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           IF CUENTA-AUDITADA = ZERO
              STRING "FUSION CLI " DELIMITED BY SIZE
                     CLIENTE-ABSORBE DELIMITED BY SIZE
                     " EN " DELIMITED BY SIZE
                     CLIENTE-CONSERVA DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION
           ELSE
              STRING "TITULAR " DELIMITED BY SIZE
                     CLIENTE-ABSORBE DELIMITED BY SIZE
                     " A " DELIMITED BY SIZE
                     CLIENTE-CONSERVA DELIMITED BY SIZE
                     " FUSION" DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

        TOMAR-SECUENCIA-AUDITORIA.
           OPEN INPUT SECUENCIA-FILE.
           IF WS-ESTADO-SECUENCIA = '00'
              READ SECUENCIA-FILE
                 AT END MOVE ZERO TO CTL-ULTIMA-SECUENCIA
              END-READ
              MOVE CTL-ULTIMA-SECUENCIA TO SECUENCIA-AUDITORIA
              CLOSE SECUENCIA-FILE
           ELSE
              MOVE ZERO TO SECUENCIA-AUDITORIA
           END-IF.
           ADD 1 TO SECUENCIA-AUDITORIA.
           OPEN OUTPUT SECUENCIA-FILE.
           MOVE SECUENCIA-AUDITORIA TO CTL-ULTIMA-SECUENCIA.
           WRITE SECUENCIA-REG.
           CLOSE SECUENCIA-FILE.

      *---- Carga FIRMANTES.DAT completo a la tabla en memoria.
        CARGAR-FIRMANTES.
           MOVE 0 TO TOTAL-FIRMANTES.
                          MOVE CLI-OCUPACION
                            TO TAB-CLI-OCUPACION(TOTAL-CLIENTES)
                          IF CLI-KYC-ESTADO = 'C'
                                OR CLI-KYC-ESTADO = 'R'
                             MOVE CLI-KYC-ESTADO
                               TO TAB-CLI-KYC(TOTAL-CLIENTES)
                          ELSE
                             MOVE 'P' TO TAB-CLI-KYC(TOTAL-CLIENTES)
                          END-IF
