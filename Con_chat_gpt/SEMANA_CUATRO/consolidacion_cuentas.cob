       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDACION-CUENTAS.

      *> --- Cambio de número de una cuenta (un número mal capturado
      *> al abrir, un cambio de producto) y consolidación de una
      *> cuenta en otra del mismo cliente y la misma moneda, con
      *> autorización de supervisor y bajo el cerrojo de CUENTAS.DAT.
      *> El saldo pasa a la cuenta que sobrevive (en el cambio de
      *> número, la cuenta nueva se abre con los datos de la
      *> anterior), la anterior queda cerrada en cero y todo lo que
      *> colgaba de su número se reapunta a la que sobrevive:
      *> chequera, retenciones, pagos programados (origen y destino),
      *> barridos (origen y destino), libreta, firmantes, plazos
      *> fijos, préstamos, cruce cliente/cuenta, tarjetas,
      *> beneficiarios y la lista CLI-CUENTA del padrón. Un pago o
      *> barrido que queda de la cuenta a sí misma se desactiva. La
      *> cuenta cerrada deja su renglón en CUENTAS_REDIRECCION.DAT
      *> para que BATCH-BANCO y RECEPCION-MOVIMIENTOS desvíen a la
      *> cuenta nueva los movimientos que lleguen tarde con el número
      *> anterior. El traspaso de saldo queda en AUDITORIA.LOG con
      *> operación 'M' en las dos cuentas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CERROJO-FILE ASSIGN TO 'CUENTAS_LOCK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERROJO.
           SELECT FOLIO-FILE ASSIGN TO 'FOLIO_CUENTAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT REDIRECCIONES-FILE
               ASSIGN TO 'CUENTAS_REDIRECCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REDIRECCIONES.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT PAGOS-FILE ASSIGN TO 'PAGOS_PROGRAMADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT BARRIDOS-FILE ASSIGN TO 'BARRIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BARRIDOS.
           SELECT LIBRETAS-FILE ASSIGN TO 'LIBRETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LIBRETAS.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT XREF-FILE ASSIGN TO 'CLIENTES_CUENTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT TARJETAS-FILE ASSIGN TO 'TARJETAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARJETAS.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BENEFICIARIOS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

      *---- Cerrojo de CUENTAS.DAT, convención entre todos los que
      *---- escriben el maestro: se toma antes de cargar, se suelta
      *---- después de regrabar, y lleva quién lo tiene y desde
      *---- cuándo para el mensaje de "EN USO POR".
       FD CERROJO-FILE.
       01 CERROJO-REG.
           05 LCK-PROGRAMA PIC X(15).
           05 LCK-FECHA    PIC 9(8).
           05 LCK-HORA     PIC 9(6).

      *---- Folio compartido de numeración de cuentas, el mismo que
      *---- usan PROYECTO1 y MANTENIMIENTO-CUENTAS en el alta.
       FD FOLIO-FILE.
       01 FOLIO-REG.
           05 CTL-SIGUIENTE-CUENTA PIC 9(6).

      *---- Padrón de operadores, sólo para validar la autorización
      *---- de supervisor.
       FD OPERADORES-FILE.
       01 OPERADOR-REG.
           05 OPR-ID         PIC X(8).
           05 OPR-NOMBRE     PIC X(20).
           05 OPR-ACTIVO     PIC X(1).
           05 OPR-SUPERVISOR PIC X(1).
           05 OPR-ROL        PIC X(1).
           05 OPR-CLAVE      PIC X(8).
           05 OPR-CLAVE-FECHA PIC 9(8).
           05 OPR-INTENTOS   PIC 9(1).
           05 OPR-BLOQUEADO  PIC X(1).

       FD REDIRECCIONES-FILE.
           COPY REDIRECCIONREG.

      *---- Archivos satélite que se reapuntan a la cuenta que
      *---- sobrevive; mismos trazados que sus mantenimientos.
       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD PAGOS-FILE.
       01 PAGO-REG.
           05 PAG-CUENTA         PIC 9(6).
           05 PAG-CUENTA-DESTINO PIC 9(6).
           05 PAG-IMPORTE        PIC 9(5)V99.
           05 PAG-DIA            PIC 9(2).
           05 PAG-ACTIVO         PIC X(1).
           05 PAG-REINTENTOS     PIC 9(2).
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD BARRIDOS-FILE.
       01 BARRIDO-REG.
           05 BAR-CUENTA  PIC 9(6).
           05 BAR-DESTINO PIC 9(6).
           05 BAR-UMBRAL  PIC 9(7)V99.
           05 BAR-NIVEL   PIC 9(7)V99.
           05 BAR-ACTIVO  PIC X(1).

       FD LIBRETAS-FILE.
       01 LIBRETA-REG.
           05 LIB-CUENTA         PIC 9(6).
           05 LIB-ULT-SECUENCIA  PIC 9(8).
           05 LIB-ULT-FECHA      PIC 9(8).

       FD FIRMANTES-FILE.
       01 FIRMANTE-REG.
           05 FIR-CUENTA  PIC 9(6).
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 PFJ-CUENTA            PIC 9(6).
           05 PFJ-CAPITAL           PIC 9(5)V99.
           05 PFJ-TASA              PIC V999.
           05 PFJ-PLAZO-DIAS        PIC 9(3).
           05 PFJ-FECHA-APERTURA    PIC 9(8).
           05 PFJ-FECHA-VENCIMIENTO PIC 9(8).
           05 PFJ-INSTRUCCION       PIC X(1).
           05 PFJ-ESTADO            PIC X(1).

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

       FD XREF-FILE.
       01 XREF-REG.
           05 XRF-CLIENTE PIC 9(5).
           05 XRF-CUENTA  PIC 9(6).

       FD TARJETAS-FILE.
           COPY TARJETAREG.

       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS        PIC X(2).
       01 WS-ESTADO-CERROJO        PIC X(2).
       01 WS-ESTADO-FOLIO          PIC X(2).
       01 WS-ESTADO-OPERADORES     PIC X(2).
       01 WS-ESTADO-REDIRECCIONES  PIC X(2).
       01 WS-ESTADO-CHEQUES        PIC X(2).
       01 WS-ESTADO-RETENCIONES    PIC X(2).
       01 WS-ESTADO-PAGOS          PIC X(2).
       01 WS-ESTADO-BARRIDOS       PIC X(2).
       01 WS-ESTADO-LIBRETAS       PIC X(2).
       01 WS-ESTADO-FIRMANTES      PIC X(2).
       01 WS-ESTADO-PLAZOS         PIC X(2).
       01 WS-ESTADO-PRESTAMOS      PIC X(2).
       01 WS-ESTADO-XREF           PIC X(2).
       01 WS-ESTADO-TARJETAS       PIC X(2).
       01 WS-ESTADO-BENEFICIARIOS  PIC X(2).
       01 WS-ESTADO-CLIENTES       PIC X(2).
       01 WS-ESTADO-AUDITORIA      PIC X(2).
       01 WS-ESTADO-SECUENCIA      PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> Dígito verificador de la captura de número de cuenta, igual
      *> que en ventanilla y en MANTENIMIENTO-CUENTAS.
       01 NUMERO-BUSCADO PIC 9(6).
       01 CUENTA-BASE PIC 9(6).
       01 FILLER REDEFINES CUENTA-BASE.
          05 CB-D1 PIC 9(1).
          05 CB-D2 PIC 9(1).
          05 CB-D3 PIC 9(1).
          05 CB-D4 PIC 9(1).
          05 CB-D5 PIC 9(1).
          05 CB-D6 PIC 9(1).
       01 DIGITO-CALCULADO PIC 9(1) VALUE 0.
       01 SUMA-DIGITOS     PIC 9(3) VALUE 0.
       01 COCIENTE-DIGITOS PIC 9(3) VALUE 0.
       01 CUENTA-CAPTURADA PIC 9(7).
       01 FILLER REDEFINES CUENTA-CAPTURADA.
          05 CAP-BASE   PIC 9(6).
          05 CAP-DIGITO PIC 9(1).
       01 CAPTURA-VALIDA PIC X(1) VALUE 'N'.
          88 ES-CAPTURA-VALIDA VALUE 'S'.

      *> La cuenta que se cierra, la que sobrevive y lo que se leyó
      *> de cada una en el maestro para validar antes de autorizar.
       01 MODO-CAMBIO PIC X(1) VALUE SPACE.
          88 ES-CAMBIO-NUMERO  VALUE 'N'.
          88 ES-CONSOLIDACION  VALUE 'C'.
       01 CUENTA-ANTERIOR PIC 9(6) VALUE ZERO.
       01 CUENTA-NUEVA    PIC 9(6) VALUE ZERO.
       01 NUMERO-DEL-FOLIO PIC X(1) VALUE 'N'.
          88 ES-NUMERO-DEL-FOLIO VALUE 'S'.
       01 FOLIO-CUENTA PIC 9(6) VALUE ZERO.
       01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 CUENTA-HALLADA VALUE 'S'.
       01 DATOS-ANTERIOR.
          05 ANT-NOMBRE  PIC X(20).
          05 ANT-SALDO   PIC S9(6)V99.
          05 ANT-STATUS  PIC X(1).
          05 ANT-CLIENTE PIC 9(5).
          05 ANT-MONEDA  PIC X(3).
       01 DATOS-NUEVA.
          05 NUE-NOMBRE  PIC X(20).
          05 NUE-SALDO   PIC S9(6)V99.
          05 NUE-STATUS  PIC X(1).
          05 NUE-CLIENTE PIC 9(5).
          05 NUE-MONEDA  PIC X(3).
       01 RESPUESTA-CONFIRMA PIC X(1) VALUE 'N'.
       01 NUMERO-REDIRIGIDO PIC X(1) VALUE 'N'.
          88 ES-NUMERO-REDIRIGIDO VALUE 'S'.
       01 CHEQUE-REPETIDO PIC X(1) VALUE 'N'.
          88 HAY-CHEQUE-REPETIDO VALUE 'S'.
       01 MAESTRO-ACTUALIZADO PIC X(1) VALUE 'N'.
          88 ES-MAESTRO-ACTUALIZADO VALUE 'S'.
       01 SALDO-TRASPASO PIC S9(6)V99 VALUE ZERO.
       01 SALDO-RESULTANTE PIC S9(6)V99 VALUE ZERO.
       01 IMPORTE-TRASPASO PIC 9(7)V99 VALUE ZERO.

      *> Supervisor que autoriza, como en MANTENIMIENTO-CLIENTES.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.

      *> Renglón de auditoría del traspaso de saldo.
       01 CUENTA-AUDITADA PIC 9(6) VALUE ZERO.
       01 DESCRIPCION-AUDITADA PIC X(30) VALUE SPACES.

      *> Lo que se fue reapuntando en cada archivo.
       01 CAMBIO-CONTADORES.
          05 CNS-CHEQUES        PIC 9(5) VALUE 0.
          05 CNS-RETENCIONES    PIC 9(5) VALUE 0.
          05 CNS-PAGOS          PIC 9(5) VALUE 0.
          05 CNS-BARRIDOS       PIC 9(5) VALUE 0.
          05 CNS-DESACTIVADOS   PIC 9(5) VALUE 0.
          05 CNS-LIBRETAS       PIC 9(5) VALUE 0.
          05 CNS-FIRMANTES      PIC 9(5) VALUE 0.
          05 CNS-PLAZOS         PIC 9(5) VALUE 0.
          05 CNS-PRESTAMOS      PIC 9(5) VALUE 0.
          05 CNS-CRUCE          PIC 9(5) VALUE 0.
          05 CNS-TARJETAS       PIC 9(5) VALUE 0.
          05 CNS-BENEFICIARIOS  PIC 9(5) VALUE 0.
          05 CNS-CLIENTES       PIC 9(5) VALUE 0.
          05 CNS-REDIRECCIONES  PIC 9(5) VALUE 0.

      *> Renglones tal cual de los archivos secuenciales que se
      *> reescriben, uno a la vez.
       01 EOF-REN PIC X VALUE 'N'.
          88 FIN-REN VALUE 'S'.
       01 RENGLONES-TABLA.
          05 RENGLON-ARCHIVO OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-RENGLONES
                INDEXED BY IDX-REN.
             10 TAB-REN-REG PIC X(200).
       01 TOTAL-RENGLONES PIC 9(5) VALUE 0.
       01 IDX-DEP  PIC 9(5) VALUE 0.
       01 IDX-OTRO PIC 9(5) VALUE 0.
       01 IDX-CTA  PIC 9(1) VALUE 0.
       01 POSICION-ANTERIOR PIC 9(1) VALUE 0.
       01 POSICION-NUEVA    PIC 9(1) VALUE 0.
       01 NUEVA-CON-RENGLON PIC X(1) VALUE 'N'.
          88 NUEVA-YA-TIENE-RENGLON VALUE 'S'.
       01 RENGLON-REPETIDO PIC X(1) VALUE 'N'.

      *> Vista de un cheque, para cotejar números repetidos entre
      *> las chequeras de las dos cuentas antes de consolidar.
       01 VISTA-CHEQUE.
          05 VCH-CUENTA PIC 9(6).
          05 VCH-NUMERO PIC 9(6).
          05 VCH-ESTADO PIC X(1).
       01 NUMERO-CHEQUE-ANTERIOR PIC 9(6) VALUE ZERO.

      *> Vista de una retención reapuntada que choca con otra del
      *> mismo motivo que ya tenía la cuenta que sobrevive.
       01 VISTA-RETENCION.
          05 VRT-CUENTA  PIC 9(6).
          05 VRT-MOTIVO  PIC X(20).
          05 VRT-IMPORTE PIC 9(6)V99.
          05 VRT-BLOQUEO PIC X(1).
          05 VRT-FECHA   PIC 9(8).

      *> Firmantes y cruce en memoria, para dejar una sola pareja
      *> cuando el cliente ya firmaba (o estaba ligado a) las dos
      *> cuentas, igual que la fusión de clientes.
       01 FIRMANTES-TABLA.
          05 FIRMANTE-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-FIRMANTES
                INDEXED BY IDX-FIR.
             10 TAB-FIR-CUENTA  PIC 9(6).
             10 TAB-FIR-CLIENTE PIC 9(5).
             10 TAB-FIR-ROL     PIC X(1).
       01 TOTAL-FIRMANTES PIC 9(5) VALUE 0.
       01 XREF-TABLA.
          05 XREF-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-XREF
                INDEXED BY IDX-XRF.
             10 TAB-XRF-CLIENTE PIC 9(5).
             10 TAB-XRF-CUENTA  PIC 9(6).
       01 TOTAL-XREF PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "CAMBIO DE NUMERO Y CONSOLIDACION DE CUENTAS"
              DISPLAY "1.CAMBIAR NUMERO DE CUENTA"
              DISPLAY "2.CONSOLIDAR CUENTA EN OTRA DEL MISMO CLIENTE"
              DISPLAY "3.LISTAR REDIRECCIONES"
              DISPLAY "4.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM CAMBIAR_NUMERO
                 WHEN 2
                    PERFORM CONSOLIDAR_CUENTAS
                 WHEN 3
                    PERFORM LISTAR_REDIRECCIONES
                 WHEN 4
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

      *---- Cambio de número: la cuenta nueva se abre con todos los
      *---- datos de la anterior (titular, tipo, sucursal, moneda,
      *---- saldo y línea). El número nuevo se captura con su dígito
      *---- o, en cero, se toma del folio compartido al aplicar. No
      *---- puede existir en el maestro ni ser el número anterior de
      *---- otra cuenta ya redirigida.
        CAMBIAR_NUMERO.
           MOVE 'N' TO MODO-CAMBIO.
           PERFORM PEDIR-CUENTA-ANTERIOR.
           IF NOT CUENTA-HALLADA
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO NUMERO-DEL-FOLIO.
           MOVE ZERO TO CUENTA-NUEVA.
           DISPLAY "NUMERO NUEVO CON DIGITO (7 CIFRAS), "
              "CERO PARA TOMARLO DEL FOLIO".
           ACCEPT CUENTA-CAPTURADA.
           IF CUENTA-CAPTURADA = ZERO
              MOVE 'S' TO NUMERO-DEL-FOLIO
              DISPLAY "EL NUMERO NUEVO SE TOMARA DEL FOLIO"
           ELSE
              PERFORM VERIFICAR-CAPTURA
              IF NOT ES-CAPTURA-VALIDA
                 EXIT PARAGRAPH
              END-IF
              MOVE NUMERO-BUSCADO TO CUENTA-NUEVA
              IF CUENTA-NUEVA = CUENTA-ANTERIOR
                 DISPLAY "EL NUMERO NUEVO ES EL MISMO"
                 EXIT PARAGRAPH
              END-IF
              PERFORM LEER-CUENTA-NUEVA
              IF CUENTA-HALLADA
                 DISPLAY "LA CUENTA " CUENTA-NUEVA " YA EXISTE; "
                    "PARA JUNTARLAS USE LA CONSOLIDACION"
                 EXIT PARAGRAPH
              END-IF
              PERFORM VERIFICAR-NUMERO-REDIRIGIDO
              IF ES-NUMERO-REDIRIGIDO
                 DISPLAY "EL NUMERO " CUENTA-NUEVA " PERTENECIO A "
                    "UNA CUENTA REDIRIGIDA, NO SE REUSA"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "CUENTA " CUENTA-ANTERIOR " " ANT-NOMBRE
              " SALDO " ANT-SALDO " " ANT-MONEDA.
           IF ES-NUMERO-DEL-FOLIO
              DISPLAY "PASA A UN NUMERO NUEVO DEL FOLIO"
           ELSE
              DISPLAY "PASA AL NUMERO " CUENTA-NUEVA
           END-IF.
           PERFORM EJECUTAR-CAMBIO.

      *---- Consolidación: la cuenta que se cierra y la que sobrevive
      *---- deben ser del mismo cliente y de la misma moneda, y la
      *---- que sobrevive debe estar abierta. Si las dos chequeras
      *---- tienen un mismo número de cheque no se consolida: el
      *---- cheque quedaría ambiguo al cobrarse.
        CONSOLIDAR_CUENTAS.
           MOVE 'C' TO MODO-CAMBIO.
           MOVE 'N' TO NUMERO-DEL-FOLIO.
           PERFORM PEDIR-CUENTA-ANTERIOR.
           IF NOT CUENTA-HALLADA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUENTA QUE SOBREVIVE CON DIGITO (7 CIFRAS)".
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO-BUSCADO TO CUENTA-NUEVA.
           IF CUENTA-NUEVA = CUENTA-ANTERIOR
              DISPLAY "CAPTURE DOS CUENTAS DISTINTAS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CUENTA-NUEVA.
           IF NOT CUENTA-HALLADA
              DISPLAY "CUENTA " CUENTA-NUEVA " NO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF.
           IF NUE-STATUS = 'C'
              DISPLAY "LA CUENTA " CUENTA-NUEVA " ESTA CERRADA"
              EXIT PARAGRAPH
           END-IF.
           IF NUE-CLIENTE NOT = ANT-CLIENTE
              DISPLAY "LAS CUENTAS SON DE CLIENTES DISTINTOS ("
                 ANT-CLIENTE " Y " NUE-CLIENTE ")"
              EXIT PARAGRAPH
           END-IF.
           IF NUE-MONEDA NOT = ANT-MONEDA
              DISPLAY "LAS CUENTAS SON DE MONEDAS DISTINTAS ("
                 ANT-MONEDA " Y " NUE-MONEDA ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CHEQUES-REPETIDOS.
           IF HAY-CHEQUE-REPETIDO
              DISPLAY "EL CHEQUE " NUMERO-CHEQUE-ANTERIOR
                 " EXISTE EN LAS DOS CHEQUERAS; CANCELE UNO EN "
                 "MANTENIMIENTO-CHEQUES ANTES DE CONSOLIDAR"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "SE CIERRA:    " CUENTA-ANTERIOR " " ANT-NOMBRE
              " SALDO " ANT-SALDO " " ANT-MONEDA.
           DISPLAY "SOBREVIVE:    " CUENTA-NUEVA " " NUE-NOMBRE
              " SALDO " NUE-SALDO " " NUE-MONEDA.
           PERFORM EJECUTAR-CAMBIO.

      *---- Confirmación, autorización y aplicación, comunes a los
      *---- dos modos. El maestro se actualiza primero y sólo si
      *---- quedó bien se reapuntan los satélites; todo corre bajo
      *---- el cerrojo para que BATCH-BANCO no postee a la mitad.
        EJECUTAR-CAMBIO.
           DISPLAY "CONFIRMA (S/N)".
           MOVE 'N' TO RESPUESTA-CONFIRMA.
           ACCEPT RESPUESTA-CONFIRMA.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              DISPLAY "CAMBIO CANCELADO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, CAMBIO CANCELADO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-CERROJO.
           IF NOT TIENE-CERROJO
              DISPLAY "CAMBIO CANCELADO"
              EXIT PARAGRAPH
           END-IF.
           IF ES-NUMERO-DEL-FOLIO
              PERFORM ASIGNAR-NUMERO-DEL-FOLIO
           END-IF.
           INITIALIZE CAMBIO-CONTADORES.
           PERFORM ACTUALIZAR-MAESTRO.
           IF NOT ES-MAESTRO-ACTUALIZADO
              PERFORM SOLTAR-CERROJO
              DISPLAY "CAMBIO CANCELADO, NO SE TOCO NINGUN ARCHIVO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM REAPUNTAR-CHEQUES.
           PERFORM REAPUNTAR-RETENCIONES.
           PERFORM REAPUNTAR-PAGOS.
           PERFORM REAPUNTAR-BARRIDOS.
           PERFORM REAPUNTAR-LIBRETAS.
           PERFORM REAPUNTAR-FIRMANTES.
           PERFORM REAPUNTAR-PLAZOS.
           PERFORM REAPUNTAR-PRESTAMOS.
           PERFORM REAPUNTAR-CRUCE.
           PERFORM REAPUNTAR-TARJETAS.
           PERFORM REAPUNTAR-BENEFICIARIOS.
           PERFORM REAPUNTAR-CLIENTES.
           PERFORM GRABAR-REDIRECCION.
           PERFORM SOLTAR-CERROJO.
           DISPLAY "CUENTA " CUENTA-ANTERIOR " CERRADA, TODO PASA A "
              CUENTA-NUEVA.
           DISPLAY "  SALDO TRASPASADO: " SALDO-TRASPASO
              "  CHEQUES: " CNS-CHEQUES
              "  RETENCIONES: " CNS-RETENCIONES.
           DISPLAY "  PAGOS: " CNS-PAGOS "  BARRIDOS: " CNS-BARRIDOS
              "  DESACTIVADOS: " CNS-DESACTIVADOS
              "  LIBRETA: " CNS-LIBRETAS.
           DISPLAY "  FIRMANTES: " CNS-FIRMANTES
              "  PLAZOS: " CNS-PLAZOS "  PRESTAMOS: " CNS-PRESTAMOS
              "  CRUCE: " CNS-CRUCE.
           DISPLAY "  TARJETAS: " CNS-TARJETAS
              "  BENEFICIARIOS: " CNS-BENEFICIARIOS
              "  CLIENTES: " CNS-CLIENTES
              "  REDIRECCIONES: " CNS-REDIRECCIONES.

      *---- Pide la cuenta que se cierra y la lee del maestro; debe
      *---- existir y no estar cerrada ya.
        PEDIR-CUENTA-ANTERIOR.
           MOVE 'N' TO CUENTA-ENCONTRADA.
           DISPLAY "CUENTA QUE SE CIERRA CON DIGITO (7 CIFRAS)".
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO-BUSCADO TO CUENTA-ANTERIOR.
           PERFORM LEER-CUENTA-ANTERIOR.
           IF NOT CUENTA-HALLADA
              DISPLAY "CUENTA " CUENTA-ANTERIOR " NO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF.
           IF ANT-STATUS = 'C'
              DISPLAY "LA CUENTA " CUENTA-ANTERIOR " YA ESTA CERRADA"
              MOVE 'N' TO CUENTA-ENCONTRADA
           END-IF.

        LEER-CUENTA-ANTERIOR.
           MOVE CUENTA-ANTERIOR TO NUMERO-BUSCADO.
           PERFORM LEER-CUENTA-MAESTRO.
           IF CUENTA-HALLADA
              MOVE NOMBRE TO ANT-NOMBRE
              MOVE SALDO TO ANT-SALDO
              MOVE STATUS-CUENTA TO ANT-STATUS
              MOVE CUENTA-CLIENTE TO ANT-CLIENTE
              MOVE CUENTA-MONEDA TO ANT-MONEDA
              IF ANT-MONEDA = SPACES OR ANT-MONEDA = LOW-VALUES
                 MOVE "MXN" TO ANT-MONEDA
              END-IF
           END-IF.

        LEER-CUENTA-NUEVA.
           MOVE CUENTA-NUEVA TO NUMERO-BUSCADO.
           PERFORM LEER-CUENTA-MAESTRO.
           IF CUENTA-HALLADA
              MOVE NOMBRE TO NUE-NOMBRE
              MOVE SALDO TO NUE-SALDO
              MOVE STATUS-CUENTA TO NUE-STATUS
              MOVE CUENTA-CLIENTE TO NUE-CLIENTE
              MOVE CUENTA-MONEDA TO NUE-MONEDA
              IF NUE-MONEDA = SPACES OR NUE-MONEDA = LOW-VALUES
                 MOVE "MXN" TO NUE-MONEDA
              END-IF
           END-IF.

      *---- Lee NUMERO-BUSCADO por llave en el maestro indexado.
        LEER-CUENTA-MAESTRO.
           MOVE 'N' TO CUENTA-ENCONTRADA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO-BUSCADO TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO CUENTA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO CUENTA-ENCONTRADA
           END-READ.
           CLOSE CUENTAS-FILE.

      *---- Decide si CUENTA-NUEVA ya fue el número anterior de una
      *---- cuenta redirigida: reusarlo desviaría sus movimientos.
        VERIFICAR-NUMERO-REDIRIGIDO.
           MOVE 'N' TO NUMERO-REDIRIGIDO.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT REDIRECCIONES-FILE.
           IF WS-ESTADO-REDIRECCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ REDIRECCIONES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF RDR-CUENTA-ANTERIOR = CUENTA-NUEVA
                       MOVE 'S' TO NUMERO-REDIRIGIDO
                       MOVE 'S' TO EOF-REN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REDIRECCIONES-FILE.

      *---- Coteja las dos chequeras: un número de cheque de la
      *---- cuenta que se cierra que ya exista en la que sobrevive.
        VERIFICAR-CHEQUES-REPETIDOS.
           MOVE 'N' TO CHEQUE-REPETIDO.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ CHEQUES-FILE NEXT
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF CHQ-CUENTA = CUENTA-NUEVA
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE CHEQUE-REG TO TAB-REN-REG(TOTAL-RENGLONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHEQUES-FILE.
           IF TOTAL-RENGLONES = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT CHEQUES-FILE.
           PERFORM UNTIL FIN-REN
              READ CHEQUES-FILE NEXT
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF CHQ-CUENTA = CUENTA-ANTERIOR
                       PERFORM VARYING IDX-REN FROM 1 BY 1
                               UNTIL IDX-REN > TOTAL-RENGLONES
                          MOVE TAB-REN-REG(IDX-REN) TO VISTA-CHEQUE
                          IF VCH-NUMERO = CHQ-NUMERO
                             MOVE 'S' TO CHEQUE-REPETIDO
                             MOVE CHQ-NUMERO TO NUMERO-CHEQUE-ANTERIOR
                             MOVE 'S' TO EOF-REN
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHEQUES-FILE.

      *---- Toma del folio compartido el primer número libre: que no
      *---- exista en el maestro ni haya sido de una cuenta
      *---- redirigida.
        ASIGNAR-NUMERO-DEL-FOLIO.
           PERFORM TOMAR-FOLIO-CUENTA.
           MOVE FOLIO-CUENTA TO CUENTA-NUEVA.
           PERFORM LEER-CUENTA-NUEVA.
           PERFORM VERIFICAR-NUMERO-REDIRIGIDO.
           PERFORM UNTIL NOT CUENTA-HALLADA
                   AND NOT ES-NUMERO-REDIRIGIDO
              PERFORM TOMAR-FOLIO-CUENTA
              MOVE FOLIO-CUENTA TO CUENTA-NUEVA
              PERFORM LEER-CUENTA-NUEVA
              PERFORM VERIFICAR-NUMERO-REDIRIGIDO
           END-PERFORM.
           MOVE CUENTA-NUEVA TO CUENTA-BASE.
           PERFORM CALCULAR-DIGITO.
           DISPLAY "NUMERO DE CUENTA ASIGNADO: " CUENTA-NUEVA
              "-" DIGITO-CALCULADO.

      *---- Maestro: se relee todo bajo el cerrojo, por si algo
      *---- cambió desde la captura. En el cambio de número se
      *---- graba la cuenta nueva con el renglón de la anterior; en
      *---- la consolidación se suma el saldo a la que sobrevive. La
      *---- anterior queda cerrada, en cero y sin línea de
      *---- sobregiro.
        ACTUALIZAR-MAESTRO.
           MOVE 'N' TO MAESTRO-ACTUALIZADO.
           OPEN I-O CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-ANTERIOR TO NUMERO-CUENTA.
           PERFORM RELEER-CUENTA.
           IF NOT CUENTA-HALLADA OR CUENTA-CERRADA
              DISPLAY "LA CUENTA " CUENTA-ANTERIOR
                 " YA NO ESTA ABIERTA"
              CLOSE CUENTAS-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE SALDO TO SALDO-TRASPASO.
           IF ES-CAMBIO-NUMERO
              MOVE CUENTA-NUEVA TO NUMERO-CUENTA
              MOVE WS-FECHA-HOY TO CUENTA-ULTIMO-MOVTO
              WRITE CUENTA-REG
                 INVALID KEY
                    MOVE 'N' TO CUENTA-ENCONTRADA
                 NOT INVALID KEY
                    MOVE 'S' TO CUENTA-ENCONTRADA
              END-WRITE
              IF NOT CUENTA-HALLADA
                 DISPLAY "NO SE PUDO GRABAR LA CUENTA " CUENTA-NUEVA
                    " (ESTADO " WS-ESTADO-CUENTAS ")"
                 CLOSE CUENTAS-FILE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE CUENTA-NUEVA TO NUMERO-CUENTA
              PERFORM RELEER-CUENTA
              IF NOT CUENTA-HALLADA OR CUENTA-CERRADA
                 DISPLAY "LA CUENTA " CUENTA-NUEVA
                    " YA NO ESTA ABIERTA"
                 CLOSE CUENTAS-FILE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE SALDO-RESULTANTE = SALDO + SALDO-TRASPASO
                 ON SIZE ERROR
                    DISPLAY "EL SALDO CONSOLIDADO NO CABE EN LA "
                       "CUENTA " CUENTA-NUEVA
                    CLOSE CUENTAS-FILE
                    EXIT PARAGRAPH
              END-COMPUTE
              MOVE SALDO-RESULTANTE TO SALDO
              MOVE WS-FECHA-HOY TO CUENTA-ULTIMO-MOVTO
              REWRITE CUENTA-REG
           END-IF.
           MOVE CUENTA-ANTERIOR TO NUMERO-CUENTA.
           PERFORM RELEER-CUENTA.
           MOVE ZERO TO SALDO.
           MOVE ZERO TO LIMITE-SOBREGIRO.
           MOVE 'C' TO STATUS-CUENTA.
           MOVE WS-FECHA-HOY TO CUENTA-ULTIMO-MOVTO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.
           MOVE 'S' TO MAESTRO-ACTUALIZADO.
      *---- El traspaso queda en la bitácora de las dos cuentas con
      *---- el sentido de su efecto: "SALDO A" resta de la cuenta,
      *---- "SALDO DE" le suma (un saldo deudor viaja al revés).
           IF SALDO-TRASPASO < 0
              COMPUTE IMPORTE-TRASPASO = 0 - SALDO-TRASPASO
           ELSE
              MOVE SALDO-TRASPASO TO IMPORTE-TRASPASO
           END-IF.
           MOVE CUENTA-ANTERIOR TO CUENTA-AUDITADA.
           MOVE SPACES TO DESCRIPCION-AUDITADA.
           IF SALDO-TRASPASO < 0
              STRING "SALDO DE CTA " DELIMITED BY SIZE
                     CUENTA-NUEVA DELIMITED BY SIZE
                     INTO DESCRIPCION-AUDITADA
           ELSE
              STRING "SALDO A CTA " DELIMITED BY SIZE
                     CUENTA-NUEVA DELIMITED BY SIZE
                     INTO DESCRIPCION-AUDITADA
           END-IF.
           PERFORM GRABAR-AUDITORIA-CAMBIO.
           MOVE CUENTA-NUEVA TO CUENTA-AUDITADA.
           MOVE SPACES TO DESCRIPCION-AUDITADA.
           IF SALDO-TRASPASO < 0
              STRING "SALDO A CTA " DELIMITED BY SIZE
                     CUENTA-ANTERIOR DELIMITED BY SIZE
                     INTO DESCRIPCION-AUDITADA
           ELSE
              STRING "SALDO DE CTA " DELIMITED BY SIZE
                     CUENTA-ANTERIOR DELIMITED BY SIZE
                     INTO DESCRIPCION-AUDITADA
           END-IF.
           PERFORM GRABAR-AUDITORIA-CAMBIO.

        RELEER-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'N' TO CUENTA-ENCONTRADA
              NOT INVALID KEY
                 MOVE 'S' TO CUENTA-ENCONTRADA
           END-READ.

      *---- Chequera: los cheques en circulación de la cuenta
      *---- cerrada se cobran contra la que sobrevive.
        REAPUNTAR-CHEQUES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ CHEQUES-FILE NEXT
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF CHQ-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO CHQ-CUENTA
                       ADD 1 TO CNS-CHEQUES
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE CHEQUE-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE CHEQUES-FILE.
           IF CNS-CHEQUES = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CHEQUES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO CHEQUE-REG
              WRITE CHEQUE-REG
                 INVALID KEY
                    DISPLAY "CHEQUE " CHQ-NUMERO " DE LA CUENTA "
                       CHQ-CUENTA " DUPLICADO, NO SE GRABO"
              END-WRITE
           END-PERFORM.
           CLOSE CHEQUES-FILE.

      *---- Retenciones y embargos siguen al dinero.
        REAPUNTAR-RETENCIONES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ RETENCIONES-FILE NEXT
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF RET-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO RET-CUENTA
                       ADD 1 TO CNS-RETENCIONES
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE RETENCION-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE RETENCIONES-FILE.
           IF CNS-RETENCIONES = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RETENCIONES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO RETENCION-REG
              WRITE RETENCION-REG
                 INVALID KEY
                    PERFORM FUNDIR-RETENCION-REPETIDA
              END-WRITE
           END-PERFORM.
           CLOSE RETENCIONES-FILE.

      *---- La cuenta que sobrevive ya tenía una retención con el
      *---- mismo motivo: las dos se funden en una que suma los
      *---- importes y conserva el bloqueo, sin soltar lo retenido.
        FUNDIR-RETENCION-REPETIDA.
           MOVE TAB-REN-REG(IDX-REN) TO VISTA-RETENCION.
           READ RETENCIONES-FILE
              INVALID KEY
                 DISPLAY "RETENCION " VRT-MOTIVO " DE LA CUENTA "
                    VRT-CUENTA " NO SE PUDO GRABAR"
                 EXIT PARAGRAPH
           END-READ.
           ADD VRT-IMPORTE TO RET-IMPORTE
              ON SIZE ERROR MOVE 999999.99 TO RET-IMPORTE
           END-ADD.
           IF VRT-BLOQUEO = 'S'
              MOVE 'S' TO RET-BLOQUEO
           END-IF.
           REWRITE RETENCION-REG.
           DISPLAY "RETENCION " VRT-MOTIVO " FUNDIDA CON LA DE LA "
              "CUENTA " VRT-CUENTA.

      *---- Pagos programados, como origen o como destino; el que
      *---- queda de la cuenta a sí misma se desactiva.
        REAPUNTAR-PAGOS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT PAGOS-FILE.
           IF WS-ESTADO-PAGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ PAGOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF PAG-CUENTA = CUENTA-ANTERIOR
                          OR PAG-CUENTA-DESTINO = CUENTA-ANTERIOR
                       IF PAG-CUENTA = CUENTA-ANTERIOR
                          MOVE CUENTA-NUEVA TO PAG-CUENTA
                       END-IF
                       IF PAG-CUENTA-DESTINO = CUENTA-ANTERIOR
                          MOVE CUENTA-NUEVA TO PAG-CUENTA-DESTINO
                       END-IF
                       IF PAG-CUENTA = PAG-CUENTA-DESTINO
                             AND PAG-ACTIVO = 'S'
                          MOVE 'N' TO PAG-ACTIVO
                          ADD 1 TO CNS-DESACTIVADOS
                       END-IF
                       ADD 1 TO CNS-PAGOS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE PAGO-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE PAGOS-FILE.
           IF CNS-PAGOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PAGOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO PAGO-REG
              WRITE PAGO-REG
           END-PERFORM.
           CLOSE PAGOS-FILE.

      *---- Barridos, como cuenta barrida o como concentradora; el
      *---- que queda de la cuenta a sí misma se desactiva.
        REAPUNTAR-BARRIDOS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT BARRIDOS-FILE.
           IF WS-ESTADO-BARRIDOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ BARRIDOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF BAR-CUENTA = CUENTA-ANTERIOR
                          OR BAR-DESTINO = CUENTA-ANTERIOR
                       IF BAR-CUENTA = CUENTA-ANTERIOR
                          MOVE CUENTA-NUEVA TO BAR-CUENTA
                       END-IF
                       IF BAR-DESTINO = CUENTA-ANTERIOR
                          MOVE CUENTA-NUEVA TO BAR-DESTINO
                       END-IF
                       IF BAR-CUENTA = BAR-DESTINO
                             AND BAR-ACTIVO = 'S'
                          MOVE 'N' TO BAR-ACTIVO
                          ADD 1 TO CNS-DESACTIVADOS
                       END-IF
                       ADD 1 TO CNS-BARRIDOS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE BARRIDO-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE BARRIDOS-FILE.
           IF CNS-BARRIDOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BARRIDOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO BARRIDO-REG
              WRITE BARRIDO-REG
           END-PERFORM.
           CLOSE BARRIDOS-FILE.

      *---- Libreta: si la cuenta que sobrevive ya tiene la suya, se
      *---- conserva ésa y el renglón de la cerrada se descarta; si
      *---- no, la libreta de la cerrada pasa a la nueva y la
      *---- próxima actualización imprime desde donde se quedó.
        REAPUNTAR-LIBRETAS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           MOVE 'N' TO NUEVA-CON-RENGLON.
           OPEN INPUT LIBRETAS-FILE.
           IF WS-ESTADO-LIBRETAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ LIBRETAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF LIB-CUENTA = CUENTA-ANTERIOR
                       ADD 1 TO CNS-LIBRETAS
                    END-IF
                    IF LIB-CUENTA = CUENTA-NUEVA
                       MOVE 'S' TO NUEVA-CON-RENGLON
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE LIBRETA-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE LIBRETAS-FILE.
           IF CNS-LIBRETAS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LIBRETAS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO LIBRETA-REG
              IF LIB-CUENTA = CUENTA-ANTERIOR
                 IF NOT NUEVA-YA-TIENE-RENGLON
                    MOVE CUENTA-NUEVA TO LIB-CUENTA
                    WRITE LIBRETA-REG
                 END-IF
              ELSE
                 WRITE LIBRETA-REG
              END-IF
           END-PERFORM.
           CLOSE LIBRETAS-FILE.

      *---- Firmantes: si el cliente ya firmaba la que sobrevive
      *---- queda un solo renglón con el rol más fuerte (titular,
      *---- luego cotitular, luego firmante); el sobrante se marca
      *---- con cuenta cero y se compacta al final.
        REAPUNTAR-FIRMANTES.
           MOVE 0 TO TOTAL-FIRMANTES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT FIRMANTES-FILE.
           IF WS-ESTADO-FIRMANTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ FIRMANTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    ADD 1 TO TOTAL-FIRMANTES
                    MOVE FIR-CUENTA TO TAB-FIR-CUENTA(TOTAL-FIRMANTES)
                    MOVE FIR-CLIENTE
                      TO TAB-FIR-CLIENTE(TOTAL-FIRMANTES)
                    MOVE FIR-ROL TO TAB-FIR-ROL(TOTAL-FIRMANTES)
              END-READ
           END-PERFORM.
           CLOSE FIRMANTES-FILE.
           PERFORM VARYING IDX-FIR FROM 1 BY 1
                   UNTIL IDX-FIR > TOTAL-FIRMANTES
              IF TAB-FIR-CUENTA(IDX-FIR) = CUENTA-ANTERIOR
                 ADD 1 TO CNS-FIRMANTES
                 MOVE 0 TO IDX-OTRO
                 PERFORM VARYING IDX-DEP FROM 1 BY 1
                         UNTIL IDX-DEP > TOTAL-FIRMANTES
                    IF TAB-FIR-CUENTA(IDX-DEP) = CUENTA-NUEVA
                          AND TAB-FIR-CLIENTE(IDX-DEP)
                             = TAB-FIR-CLIENTE(IDX-FIR)
                       MOVE IDX-DEP TO IDX-OTRO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF IDX-OTRO = 0
                    MOVE CUENTA-NUEVA TO TAB-FIR-CUENTA(IDX-FIR)
                 ELSE
                    IF TAB-FIR-ROL(IDX-FIR) = 'T'
                          OR (TAB-FIR-ROL(IDX-FIR) = 'C'
                          AND TAB-FIR-ROL(IDX-OTRO) = 'F')
                       MOVE TAB-FIR-ROL(IDX-FIR)
                         TO TAB-FIR-ROL(IDX-OTRO)
                    END-IF
                    MOVE ZERO TO TAB-FIR-CUENTA(IDX-FIR)
                 END-IF
              END-IF
           END-PERFORM.
           IF CNS-FIRMANTES = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIRMANTES-FILE.
           PERFORM VARYING IDX-FIR FROM 1 BY 1
                   UNTIL IDX-FIR > TOTAL-FIRMANTES
              IF TAB-FIR-CUENTA(IDX-FIR) NOT = ZERO
                 MOVE TAB-FIR-CUENTA(IDX-FIR) TO FIR-CUENTA
                 MOVE TAB-FIR-CLIENTE(IDX-FIR) TO FIR-CLIENTE
                 MOVE TAB-FIR-ROL(IDX-FIR) TO FIR-ROL
                 WRITE FIRMANTE-REG
              END-IF
           END-PERFORM.
           CLOSE FIRMANTES-FILE.

      *---- Plazos fijos: el vencimiento y la cancelación abonan a
      *---- la cuenta que sobrevive.
        REAPUNTAR-PLAZOS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF PFJ-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO PFJ-CUENTA
                       ADD 1 TO CNS-PLAZOS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE PLAZO-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE PLAZOS-FILE.
           IF CNS-PLAZOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PLAZOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO PLAZO-REG
              WRITE PLAZO-REG
           END-PERFORM.
           CLOSE PLAZOS-FILE.

      *---- Préstamos: la cobranza carga las cuotas a la cuenta que
      *---- sobrevive.
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
                    IF PRE-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO PRE-CUENTA
                       ADD 1 TO CNS-PRESTAMOS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE PRESTAMO-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.
           IF CNS-PRESTAMOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRESTAMOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO PRESTAMO-REG
              WRITE PRESTAMO-REG
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.

      *---- Cruce cliente/cuenta: las parejas de la cerrada pasan a
      *---- la que sobrevive; una pareja que ya existía se deja una
      *---- sola vez.
        REAPUNTAR-CRUCE.
           MOVE 0 TO TOTAL-XREF.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT XREF-FILE.
           IF WS-ESTADO-XREF NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ XREF-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF XRF-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO XRF-CUENTA
                       ADD 1 TO CNS-CRUCE
                    END-IF
                    MOVE 'N' TO RENGLON-REPETIDO
                    IF XRF-CUENTA = CUENTA-NUEVA
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
           IF CNS-CRUCE = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT XREF-FILE.
           PERFORM VARYING IDX-XRF FROM 1 BY 1
                   UNTIL IDX-XRF > TOTAL-XREF
              MOVE TAB-XRF-CLIENTE(IDX-XRF) TO XRF-CLIENTE
              MOVE TAB-XRF-CUENTA(IDX-XRF) TO XRF-CUENTA
              WRITE XREF-REG
           END-PERFORM.
           CLOSE XREF-FILE.

      *---- Tarjetas de débito: el plástico sigue sirviendo, ahora
      *---- contra la cuenta que sobrevive.
        REAPUNTAR-TARJETAS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT TARJETAS-FILE.
           IF WS-ESTADO-TARJETAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ TARJETAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF TAR-CUENTA = CUENTA-ANTERIOR
                       MOVE CUENTA-NUEVA TO TAR-CUENTA
                       ADD 1 TO CNS-TARJETAS
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE TARJETA-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE TARJETAS-FILE.
           IF CNS-TARJETAS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TARJETAS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO TARJETA-REG
              WRITE TARJETA-REG
           END-PERFORM.
           CLOSE TARJETAS-FILE.

      *---- Beneficiarios: la cuenta de pago de un beneficiario
      *---- siempre se reapunta. La designación de la cuenta cerrada
      *---- pasa a la que sobrevive sólo si ésta no tiene la suya
      *---- (una designación suma 100 y no se mezclan dos); si la
      *---- tiene, la de la cerrada se descarta.
        REAPUNTAR-BENEFICIARIOS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           MOVE 'N' TO NUEVA-CON-RENGLON.
           OPEN INPUT BENEFICIARIOS-FILE.
           IF WS-ESTADO-BENEFICIARIOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ BENEFICIARIOS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF BEN-CUENTA = CUENTA-ANTERIOR
                          OR BEN-CUENTA-PAGO = CUENTA-ANTERIOR
                       ADD 1 TO CNS-BENEFICIARIOS
                    END-IF
                    IF BEN-CUENTA = CUENTA-NUEVA
                       MOVE 'S' TO NUEVA-CON-RENGLON
                    END-IF
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE BENEFICIARIO-REG
                      TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.
           IF CNS-BENEFICIARIOS = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BENEFICIARIOS-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO BENEFICIARIO-REG
              IF BEN-CUENTA-PAGO = CUENTA-ANTERIOR
                 MOVE CUENTA-NUEVA TO BEN-CUENTA-PAGO
              END-IF
              IF BEN-CUENTA = CUENTA-ANTERIOR
                 IF NOT NUEVA-YA-TIENE-RENGLON
                    MOVE CUENTA-NUEVA TO BEN-CUENTA
                    WRITE BENEFICIARIO-REG
                 END-IF
              ELSE
                 WRITE BENEFICIARIO-REG
              END-IF
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.

      *---- Padrón de clientes: en la lista CLI-CUENTA de cada
      *---- cliente el número anterior se cambia por el nuevo, o se
      *---- quita si el cliente ya tenía el nuevo en su lista.
        REAPUNTAR-CLIENTES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    PERFORM CAMBIAR-CUENTA-EN-LISTA
                    ADD 1 TO TOTAL-RENGLONES
                    MOVE CLIENTE-REG TO TAB-REN-REG(TOTAL-RENGLONES)
              END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.
           IF CNS-CLIENTES = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CLIENTES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO CLIENTE-REG
              WRITE CLIENTE-REG
           END-PERFORM.
           CLOSE CLIENTES-FILE.

        CAMBIAR-CUENTA-EN-LISTA.
           IF NOT CLI-TOTAL-CUENTAS NUMERIC
                 OR CLI-TOTAL-CUENTAS > 5
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO POSICION-ANTERIOR.
           MOVE 0 TO POSICION-NUEVA.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > CLI-TOTAL-CUENTAS
              IF CLI-CUENTA(IDX-CTA) = CUENTA-ANTERIOR
                 MOVE IDX-CTA TO POSICION-ANTERIOR
              END-IF
              IF CLI-CUENTA(IDX-CTA) = CUENTA-NUEVA
                 MOVE IDX-CTA TO POSICION-NUEVA
              END-IF
           END-PERFORM.
           IF POSICION-ANTERIOR = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CNS-CLIENTES.
           IF POSICION-NUEVA = 0
              MOVE CUENTA-NUEVA TO CLI-CUENTA(POSICION-ANTERIOR)
           ELSE
              PERFORM VARYING IDX-CTA FROM POSICION-ANTERIOR BY 1
                      UNTIL IDX-CTA >= CLI-TOTAL-CUENTAS
                 MOVE CLI-CUENTA(IDX-CTA + 1) TO CLI-CUENTA(IDX-CTA)
              END-PERFORM
              MOVE ZERO TO CLI-CUENTA(CLI-TOTAL-CUENTAS)
              SUBTRACT 1 FROM CLI-TOTAL-CUENTAS
           END-IF.

      *---- Deja el renglón de redirección de la cuenta cerrada. Las
      *---- redirecciones que apuntaban a ella pasan a apuntar a la
      *---- nueva, así nunca hace falta seguir una cadena.
        GRABAR-REDIRECCION.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT REDIRECCIONES-FILE.
           IF WS-ESTADO-REDIRECCIONES = '00'
              PERFORM UNTIL FIN-REN
                 READ REDIRECCIONES-FILE
                    AT END MOVE 'S' TO EOF-REN
                    NOT AT END
                       IF RDR-CUENTA-NUEVA = CUENTA-ANTERIOR
                          MOVE CUENTA-NUEVA TO RDR-CUENTA-NUEVA
                          ADD 1 TO CNS-REDIRECCIONES
                       END-IF
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE REDIRECCION-REG
                         TO TAB-REN-REG(TOTAL-RENGLONES)
                 END-READ
              END-PERFORM
              CLOSE REDIRECCIONES-FILE
           END-IF.
           OPEN OUTPUT REDIRECCIONES-FILE.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX-REN) TO REDIRECCION-REG
              WRITE REDIRECCION-REG
           END-PERFORM.
           MOVE CUENTA-ANTERIOR TO RDR-CUENTA-ANTERIOR.
           MOVE CUENTA-NUEVA TO RDR-CUENTA-NUEVA.
           MOVE WS-FECHA-HOY TO RDR-FECHA.
           MOVE MODO-CAMBIO TO RDR-MOTIVO.
           MOVE SUPERVISOR-ID TO RDR-AUTORIZO.
           WRITE REDIRECCION-REG.
           ADD 1 TO CNS-REDIRECCIONES.
           CLOSE REDIRECCIONES-FILE.

      *---- Lista por pantalla las cuentas redirigidas.
        LISTAR_REDIRECCIONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT REDIRECCIONES-FILE.
           IF WS-ESTADO-REDIRECCIONES NOT = '00'
              DISPLAY "NO HAY CUENTAS REDIRIGIDAS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ REDIRECCIONES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    DISPLAY RDR-CUENTA-ANTERIOR " -> "
                       RDR-CUENTA-NUEVA " " RDR-FECHA
                       " MOTIVO " RDR-MOTIVO " AUT " RDR-AUTORIZO
              END-READ
           END-PERFORM.
           CLOSE REDIRECCIONES-FILE.

      *---- Valida al supervisor que autoriza contra OPERADORES.DAT:
      *---- debe existir, estar activo y tener facultad de
      *---- supervisor o administrador, igual que en ventanilla.
        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION.
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA".
           ACCEPT SUPERVISOR-ID.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = SUPERVISOR-ID
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                             AND (OPR-SUPERVISOR = 'S'
                             OR OPR-ROL = 'S' OR OPR-ROL = 'A')
                          MOVE 'S' TO AUTORIZACION
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

        GRABAR-AUDITORIA-CAMBIO.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "CONSOL-CUENTAS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE CUENTA-AUDITADA TO AUD-CUENTA.
           MOVE 'M' TO AUD-OPERACION.
           MOVE IMPORTE-TRASPASO TO AUD-IMPORTE.
           MOVE DESCRIPCION-AUDITADA TO AUD-DESCRIPCION.
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

      *---- Cálculo del dígito verificador de un número de cuenta:
      *---- suma ponderada de los seis dígitos (pesos 2 a 7)
      *---- módulo 10, igual que en ventanilla.
        CALCULAR-DIGITO.
           COMPUTE SUMA-DIGITOS = CB-D1 * 2 + CB-D2 * 3
              + CB-D3 * 4 + CB-D4 * 5
              + CB-D5 * 6 + CB-D6 * 7.
           DIVIDE SUMA-DIGITOS BY 10 GIVING COCIENTE-DIGITOS
              REMAINDER DIGITO-CALCULADO.

      *---- Pide un número de cuenta con su dígito verificador; si
      *---- el dígito no cuadra la captura queda inválida y la
      *---- operación se cancela.
        PEDIR-CUENTA-VERIFICADA.
           ACCEPT CUENTA-CAPTURADA.
           PERFORM VERIFICAR-CAPTURA.

        VERIFICAR-CAPTURA.
           MOVE 'N' TO CAPTURA-VALIDA.
           MOVE CAP-BASE TO CUENTA-BASE.
           PERFORM CALCULAR-DIGITO.
           IF CAP-DIGITO = DIGITO-CALCULADO
              MOVE CAP-BASE TO NUMERO-BUSCADO
              MOVE 'S' TO CAPTURA-VALIDA
           ELSE
              DISPLAY "DIGITO VERIFICADOR ERRONEO"
           END-IF.

      *---- Toma el siguiente número de cuenta disponible del folio
      *---- compartido y deja el folio avanzado; si el archivo no
      *---- existe todavía, la numeración automática arranca en 1001.
        TOMAR-FOLIO-CUENTA.
           OPEN INPUT FOLIO-FILE.
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 AT END MOVE 1001 TO CTL-SIGUIENTE-CUENTA
              END-READ
              MOVE CTL-SIGUIENTE-CUENTA TO FOLIO-CUENTA
              CLOSE FOLIO-FILE
           ELSE
              MOVE 1001 TO FOLIO-CUENTA
           END-IF.
           OPEN OUTPUT FOLIO-FILE.
           COMPUTE CTL-SIGUIENTE-CUENTA = FOLIO-CUENTA + 1.
           WRITE FOLIO-REG.
           CLOSE FOLIO-FILE.

      *---- Toma el cerrojo de CUENTAS.DAT: si otro programa lo
      *---- tiene, se avisa quién es y no se toca el maestro. Un
      *---- cerrojo huérfano (el programa ya no corre) se libera
      *---- borrando CUENTAS_LOCK.CTL a mano.
        TOMAR-CERROJO.
           MOVE 'N' TO CERROJO-TOMADO.
           OPEN INPUT CERROJO-FILE.
           IF WS-ESTADO-CERROJO = '00'
              READ CERROJO-FILE
                 AT END MOVE SPACES TO LCK-PROGRAMA
              END-READ
              CLOSE CERROJO-FILE
              IF LCK-PROGRAMA NOT = SPACES
                 DISPLAY "ARCHIVO DE CUENTAS EN USO POR " LCK-PROGRAMA
                 DISPLAY "REINTENTE MAS TARDE; SI ESE PROGRAMA YA NO "
                    "CORRE, BORRE CUENTAS_LOCK.CTL"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN OUTPUT CERROJO-FILE.
           MOVE "CONSOL-CUENTAS" TO LCK-PROGRAMA.
           ACCEPT LCK-FECHA FROM DATE YYYYMMDD.
           ACCEPT LCK-HORA FROM TIME.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'S' TO CERROJO-TOMADO.

      *---- Suelta el cerrojo dejando el archivo sin dueño.
        SOLTAR-CERROJO.
           OPEN OUTPUT CERROJO-FILE.
           MOVE SPACES TO CERROJO-REG.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'N' TO CERROJO-TOMADO.
