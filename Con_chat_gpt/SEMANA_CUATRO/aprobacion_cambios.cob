       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-CAMBIOS.

      *> --- Doble control sobre los maestros sensibles: lista las
      *> solicitudes pendientes de CAMBIOS_PENDIENTES.DAT que dejan
      *> MANTENIMIENTO-TASAS, MANTENIMIENTO-CUENTAS,
      *> MANTENIMIENTO-MONEDAS, MANTENIMIENTO-RETENCIONES y
      *> MANTENIMIENTO-SUCURSALES, muestra la imagen antes y despues
      *> de cada una, y un supervisor del padron de operadores
      *> distinto de quien la capturo la aprueba o la rechaza. Solo
      *> al aprobarse el cambio aterriza en su maestro (CUENTAS.DAT
      *> bajo el cerrojo de siempre). Si el registro del maestro ya
      *> no coincide con la imagen anterior, porque alguien lo movio
      *> desde la captura, la solicitud se rechaza sola en vez de
      *> pisar el dato nuevo. Cada resolucion deja su renglon en
      *> AUDITORIA.LOG con operacion 'D'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT TASAS-HIST-FILE ASSIGN TO 'TASAS_HISTORIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS-HIST.
           SELECT TASA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TASA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASA.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CERROJO-FILE ASSIGN TO 'CUENTAS_LOCK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERROJO.
           SELECT MONEDAS-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MONEDAS.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT NOTIFICACIONES-FILE ASSIGN TO 'NOTIFICACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NOTIF.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD CAMBIOS-FILE.
           COPY CAMBIOPENDREG.

      *---- Mismo trazado que leen INTERES-MENSUAL e
      *---- INTERES-SOBREGIRO al seleccionar la tasa del periodo.
       FD TASAS-HIST-FILE.
       01 TASA-HIST-REG.
           05 TSH-TIPO     PIC X(1).
           05 TSH-DESDE    PIC 9(8).
           05 TSH-TASA     PIC V999.
           05 TSH-OPERADOR PIC X(8).
           05 TSH-CAPTURA  PIC 9(8).

       FD TASA-FILE.
       01 TASA-REG.
           05 CTL-TASA PIC V999.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CERROJO-FILE.
       01 CERROJO-REG.
           05 LCK-PROGRAMA PIC X(15).
           05 LCK-FECHA    PIC 9(8).
           05 LCK-HORA     PIC 9(6).

       FD MONEDAS-FILE.
       01 MONEDA-REG.
           05 MON-CODIGO      PIC X(3).
           05 MON-TIPO-CAMBIO PIC 9(4)V9999.
           05 MON-FECHA       PIC 9(8).
           05 MON-DIFERENCIAL PIC 9(2)V99.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

      *---- Mismo trazado que lee NOTIFICACIONES-CLIENTES.
       FD NOTIFICACIONES-FILE.
       01 NOTIFICACION-REG.
           05 NOT-FECHA    PIC 9(8).
           05 NOT-HORA     PIC 9(6).
           05 NOT-TIPO     PIC X(10).
           05 NOT-CUENTA   PIC 9(6).
           05 NOT-IMPORTE  PIC 9(7)V99.
           05 NOT-PROGRAMA PIC X(15).
           05 NOT-ESTADO   PIC X(1).

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

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CAMBIOS     PIC X(2).
       01 WS-ESTADO-TASAS-HIST  PIC X(2).
       01 WS-ESTADO-TASA        PIC X(2).
       01 WS-ESTADO-CUENTAS     PIC X(2).
       01 WS-ESTADO-CERROJO     PIC X(2).
       01 WS-ESTADO-MONEDAS     PIC X(2).
       01 WS-ESTADO-RETENCIONES PIC X(2).
       01 WS-ESTADO-SUCURSALES  PIC X(2).
       01 WS-ESTADO-NOTIF       PIC X(2).
       01 WS-ESTADO-OPERADORES  PIC X(2).
       01 WS-ESTADO-AUDITORIA   PIC X(2).
       01 WS-ESTADO-SECUENCIA   PIC X(2).

       01 WS-NOMBRE-TASA PIC X(30).

       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.
       01 EOF-REN PIC X VALUE 'N'.
          88 FIN-REN VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.

       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 CONFIRMACION PIC X(1) VALUE 'N'.
       01 FOLIO-PEDIDO PIC 9(6) VALUE ZERO.
       01 RENGLON-CAMBIO PIC 9(4) VALUE ZERO.
       01 FOLIO-UBICADO PIC X(1) VALUE 'N'.
          88 ES-FOLIO-UBICADO VALUE 'S'.
       01 SOLICITUD-RESUELTA PIC X(246).
       01 IMAGEN-MOSTRAR PIC X(80).
       01 IDX PIC 9(4) VALUE 1.

      *> --- 'S' el cambio aterrizo en el maestro, 'R' el maestro ya
      *> no coincide y la solicitud se rechaza, 'N' no se pudo
      *> aplicar por ahora (cerrojo, archivo) y sigue pendiente.
       01 RESULTADO-APLICACION PIC X(1) VALUE 'N'.
          88 CAMBIO-APLICADO  VALUE 'S'.
          88 CAMBIO-RECHAZADO VALUE 'R'.
       01 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01 CUENTA-AUDITADA PIC 9(6) VALUE ZERO.

      *> --- Imagen de una cuenta tal como la deja
      *> MANTENIMIENTO-CUENTAS en la solicitud: la anterior y la
      *> nueva, para comparar campo por campo.
       01 IMAGEN-CUENTA.
          05 IMG-NUMERO  PIC 9(6).
          05 IMG-NOMBRE  PIC X(20).
          05 IMG-SALDO   PIC S9(6)V99.
          05 IMG-STATUS  PIC X(1).
          05 IMG-LIMITE  PIC 9(5)V99.
          05 IMG-TIPO    PIC X(1).
          05 FILLER      PIC X(37).
       01 IMAGEN-CUENTA-NUEVA.
          05 NVA-NUMERO  PIC 9(6).
          05 NVA-NOMBRE  PIC X(20).
          05 NVA-SALDO   PIC S9(6)V99.
          05 NVA-STATUS  PIC X(1).
          05 NVA-LIMITE  PIC 9(5)V99.
          05 NVA-TIPO    PIC X(1).
          05 FILLER      PIC X(37).

      *> --- Renglones del maestro que se cambia por tabla
      *> (monedas, retenciones o sucursales), tal cual se leen; la
      *> llave es el inicio de cada renglon.
       01 MAESTRO-TABLA.
          05 MAESTRO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-RENGLONES
                INDEXED BY IDX-REN.
             10 TAB-REN-REG PIC X(80).
       01 TOTAL-RENGLONES PIC 9(4) VALUE 0.
       01 LARGO-LLAVE PIC 9(2) VALUE 0.
       01 IMAGEN-LLAVE PIC X(80).
       01 RENGLON-MAESTRO PIC 9(4) VALUE 0.

      *> --- Cola completa en memoria; se relee antes de cada
      *> resolucion para no perder lo que los capturistas agreguen
      *> mientras tanto.
       01 CAMBIOS-TABLA.
          05 CAMBIO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CAMBIOS
                INDEXED BY IDX-CMB.
             10 TAB-CMB-REG PIC X(246).
       01 TOTAL-CAMBIOS PIC 9(4) VALUE 0.
       01 PENDIENTES-LISTADAS PIC 9(4) VALUE 0.

       01 DESCRIPCION-RESOLUCION.
          05 FILLER       PIC X(7) VALUE "CAMBIO ".
          05 DR-FOLIO     PIC 9(6).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DR-MAESTRO   PIC X(1).
          05 DR-ACCION    PIC X(1).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DR-RESULTADO PIC X(9).

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "APROBACION DE CAMBIOS A MAESTROS"
              DISPLAY "1.LISTAR SOLICITUDES PENDIENTES"
              DISPLAY "2.APROBAR SOLICITUD"
              DISPLAY "3.RECHAZAR SOLICITUD"
              DISPLAY "4.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM LISTAR_PENDIENTES
                 WHEN 2
                    PERFORM APROBAR_SOLICITUD
                 WHEN 3
                    PERFORM RECHAZAR_SOLICITUD
                 WHEN 4
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            STOP RUN.

        LISTAR_PENDIENTES.
           PERFORM CARGAR-CAMBIOS.
           MOVE 0 TO PENDIENTES-LISTADAS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-CAMBIOS
              MOVE TAB-CMB-REG(IDX) TO CAMBIO-PEND-REG
              IF CMB-PENDIENTE
                 ADD 1 TO PENDIENTES-LISTADAS
                 PERFORM MOSTRAR-SOLICITUD
              END-IF
           END-PERFORM.
           IF PENDIENTES-LISTADAS = 0
              DISPLAY "SIN SOLICITUDES PENDIENTES"
           END-IF.

      *---- Aprueba: el supervisor autoriza, revisa las imagenes y
      *---- confirma; el cambio aterriza en su maestro solo si el
      *---- registro sigue como estaba al capturarse.
        APROBAR_SOLICITUD.
           PERFORM LISTAR_PENDIENTES.
           IF PENDIENTES-LISTADAS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-SOLICITUD.
           IF NOT ES-FOLIO-UBICADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-IMAGENES.
           DISPLAY "CONFIRMA LA APROBACION (S/N)".
           ACCEPT CONFIRMACION.
           IF CONFIRMACION NOT = 'S'
              DISPLAY "APROBACION CANCELADA"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO RESULTADO-APLICACION.
           MOVE SPACES TO MOTIVO-RECHAZO.
           EVALUATE TRUE
              WHEN CMB-DE-TASAS
                 PERFORM APLICAR-TASA
              WHEN CMB-DE-CUENTAS
                 PERFORM APLICAR-CUENTA
              WHEN CMB-DE-MONEDAS
                 PERFORM APLICAR-MONEDA
              WHEN CMB-DE-RETENCIONES
                 PERFORM APLICAR-RETENCION
              WHEN CMB-DE-SUCURSALES
                 PERFORM APLICAR-SUCURSAL
              WHEN OTHER
                 MOVE 'R' TO RESULTADO-APLICACION
                 MOVE "MAESTRO DESCONOCIDO" TO MOTIVO-RECHAZO
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CAMBIO-APLICADO
                 MOVE 'A' TO CMB-ESTADO
                 MOVE SPACES TO CMB-MOTIVO-RECHAZO
                 MOVE "APROBADO" TO DR-RESULTADO
              WHEN CAMBIO-RECHAZADO
                 MOVE 'R' TO CMB-ESTADO
                 MOVE MOTIVO-RECHAZO TO CMB-MOTIVO-RECHAZO
                 MOVE "RECHAZADO" TO DR-RESULTADO
              WHEN OTHER
                 DISPLAY "NO SE APLICO; LA SOLICITUD SIGUE PENDIENTE"
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM GRABAR-RESOLUCION.
           IF CAMBIO-APLICADO
              DISPLAY "SOLICITUD " CMB-FOLIO
                 " APROBADA Y APLICADA AL MAESTRO"
           ELSE
              DISPLAY "SOLICITUD " CMB-FOLIO " RECHAZADA: "
                 CMB-MOTIVO-RECHAZO
           END-IF.

        RECHAZAR_SOLICITUD.
           PERFORM LISTAR_PENDIENTES.
           IF PENDIENTES-LISTADAS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-SOLICITUD.
           IF NOT ES-FOLIO-UBICADO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE MOTIVO DEL RECHAZO".
           ACCEPT MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO CMB-ESTADO.
           MOVE MOTIVO-RECHAZO TO CMB-MOTIVO-RECHAZO.
           MOVE "RECHAZADO" TO DR-RESULTADO.
           PERFORM GRABAR-RESOLUCION.
           DISPLAY "SOLICITUD " CMB-FOLIO " RECHAZADA".

      *---- Pide el folio, lo ubica entre los pendientes y exige un
      *---- supervisor distinto de quien capturo la solicitud; deja
      *---- la solicitud en CAMBIO-PEND-REG.
        PEDIR-SOLICITUD.
           MOVE 'N' TO FOLIO-UBICADO.
           DISPLAY "INGRESE FOLIO DE LA SOLICITUD".
           ACCEPT FOLIO-PEDIDO.
           PERFORM UBICAR-FOLIO.
           IF NOT ES-FOLIO-UBICADO OR NOT CMB-PENDIENTE
              MOVE 'N' TO FOLIO-UBICADO
              DISPLAY "FOLIO NO ENCONTRADO O NO PENDIENTE"
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              MOVE 'N' TO FOLIO-UBICADO
              DISPLAY "AUTORIZACION DENEGADA"
              EXIT PARAGRAPH
           END-IF.
           IF SUPERVISOR-ID = CMB-CAPTURO
              MOVE 'N' TO FOLIO-UBICADO
              DISPLAY "QUIEN CAPTURO LA SOLICITUD NO PUEDE RESOLVERLA"
              EXIT PARAGRAPH
           END-IF.

        UBICAR-FOLIO.
           MOVE 'N' TO FOLIO-UBICADO.
           PERFORM VARYING IDX-CMB FROM 1 BY 1
                   UNTIL IDX-CMB > TOTAL-CAMBIOS
              MOVE TAB-CMB-REG(IDX-CMB) TO CAMBIO-PEND-REG
              IF CMB-FOLIO = FOLIO-PEDIDO
                 SET RENGLON-CAMBIO TO IDX-CMB
                 MOVE 'S' TO FOLIO-UBICADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        MOSTRAR-SOLICITUD.
           DISPLAY "FOLIO " CMB-FOLIO " MAESTRO " CMB-MAESTRO
              " ACCION " CMB-ACCION " LLAVE " CMB-LLAVE
              " CAPTURO " CMB-CAPTURO " EL " CMB-FECHA-CAPTURA.

        MOSTRAR-IMAGENES.
           DISPLAY "ANTES:".
           MOVE CMB-ANTES TO IMAGEN-MOSTRAR.
           PERFORM MOSTRAR-IMAGEN.
           DISPLAY "DESPUES:".
           MOVE CMB-DESPUES TO IMAGEN-MOSTRAR.
           PERFORM MOSTRAR-IMAGEN.

      *---- Muestra una imagen de registro con el trazado de su
      *---- maestro.
        MOSTRAR-IMAGEN.
           IF IMAGEN-MOSTRAR = SPACES
              DISPLAY "  (NO EXISTE)"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN CMB-DE-TASAS
                 MOVE IMAGEN-MOSTRAR TO TASA-HIST-REG
                 DISPLAY "  TIPO " TSH-TIPO " DESDE " TSH-DESDE
                    " TASA " TSH-TASA
              WHEN CMB-DE-CUENTAS
                 MOVE IMAGEN-MOSTRAR TO IMAGEN-CUENTA
                 DISPLAY "  CUENTA " IMG-NUMERO " NOMBRE " IMG-NOMBRE
                 DISPLAY "  SALDO " IMG-SALDO " ESTATUS " IMG-STATUS
                    " TIPO " IMG-TIPO
              WHEN CMB-DE-MONEDAS
                 MOVE IMAGEN-MOSTRAR TO MONEDA-REG
                 DISPLAY "  MONEDA " MON-CODIGO " TIPO DE CAMBIO "
                    MON-TIPO-CAMBIO " DIFERENCIAL " MON-DIFERENCIAL
                    " FECHA " MON-FECHA
              WHEN CMB-DE-RETENCIONES
                 MOVE IMAGEN-MOSTRAR TO RETENCION-REG
                 DISPLAY "  CUENTA " RET-CUENTA " IMPORTE "
                    RET-IMPORTE " BLOQUEO " RET-BLOQUEO
                 DISPLAY "  MOTIVO " RET-MOTIVO " FECHA " RET-FECHA
              WHEN CMB-DE-SUCURSALES
                 MOVE IMAGEN-MOSTRAR TO SUCURSAL-REG
                 DISPLAY "  SUCURSAL " SUC-CODIGO " " SUC-NOMBRE
                    " ESTADO " SUC-ESTADO
                 DISPLAY "  DIRECCION " SUC-DIRECCION
                    " GERENTE " SUC-GERENTE
              WHEN OTHER
                 DISPLAY "  " IMAGEN-MOSTRAR
           END-EVALUATE.

      *---- Tasa: entra a la historia con quien la capturo, y si ya
      *---- esta vigente refresca el archivo de la tasa actual.
        APLICAR-TASA.
           MOVE CMB-DESPUES TO TASA-HIST-REG.
           MOVE CMB-CAPTURO TO TSH-OPERADOR.
           OPEN EXTEND TASAS-HIST-FILE.
           IF WS-ESTADO-TASAS-HIST NOT = '00'
              OPEN OUTPUT TASAS-HIST-FILE
           END-IF.
           IF WS-ESTADO-TASAS-HIST NOT = '00'
              DISPLAY "NO SE PUDO ABRIR TASAS_HISTORIA.CTL (ESTADO "
                 WS-ESTADO-TASAS-HIST ")"
              EXIT PARAGRAPH
           END-IF.
           WRITE TASA-HIST-REG.
           CLOSE TASAS-HIST-FILE.
           MOVE 'S' TO RESULTADO-APLICACION.
           IF TSH-DESDE > WS-FECHA-HOY
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TSH-TIPO
              WHEN 'S'
                 MOVE "TASA_SOBREGIRO.CTL" TO WS-NOMBRE-TASA
              WHEN 'P'
                 MOVE "PENALIZACION_PLAZOS.CTL" TO WS-NOMBRE-TASA
              WHEN OTHER
                 MOVE "TASA_INTERES.CTL" TO WS-NOMBRE-TASA
           END-EVALUATE.
           OPEN OUTPUT TASA-FILE.
           MOVE TSH-TASA TO CTL-TASA.
           WRITE TASA-REG.
           CLOSE TASA-FILE.
           DISPLAY "TASA VIGENTE ACTUALIZADA EN " WS-NOMBRE-TASA.

      *---- Cuenta: cambio o baja por llave, bajo el cerrojo del
      *---- maestro.
        APLICAR-CUENTA.
           PERFORM TOMAR-CERROJO.
           IF NOT TIENE-CERROJO
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CUENTAS.DAT (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              PERFORM SOLTAR-CERROJO
              EXIT PARAGRAPH
           END-IF.
           MOVE CMB-ANTES TO IMAGEN-CUENTA.
           MOVE CMB-DESPUES TO IMAGEN-CUENTA-NUEVA.
           MOVE IMG-NUMERO TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE 'R' TO RESULTADO-APLICACION
                 MOVE "LA CUENTA YA NO EXISTE" TO MOTIVO-RECHAZO
              NOT INVALID KEY
                 PERFORM APLICAR-CUENTA-LEIDA
           END-READ.
           CLOSE CUENTAS-FILE.
           PERFORM SOLTAR-CERROJO.

      *---- Un cambio solo exige que sigan como estaban los campos
      *---- que modifica (el saldo se mueve todas las noches); una
      *---- baja exige la cuenta entera sin movimiento.
        APLICAR-CUENTA-LEIDA.
           IF CMB-BAJA
              IF NOMBRE NOT = IMG-NOMBRE
                    OR SALDO NOT = IMG-SALDO
                    OR STATUS-CUENTA NOT = IMG-STATUS
                    OR TIPO-CUENTA NOT = IMG-TIPO
                 MOVE 'R' TO RESULTADO-APLICACION
                 MOVE "CUENTA MOVIDA DESDE LA CAPTURA"
                   TO MOTIVO-RECHAZO
                 EXIT PARAGRAPH
              END-IF
              DELETE CUENTAS-FILE RECORD
                 INVALID KEY
                    DISPLAY "NO SE PUDO BORRAR LA CUENTA "
                       NUMERO-CUENTA
                 NOT INVALID KEY
                    MOVE 'S' TO RESULTADO-APLICACION
              END-DELETE
              EXIT PARAGRAPH
           END-IF.
           IF (NVA-NOMBRE NOT = IMG-NOMBRE
                    AND NOMBRE NOT = IMG-NOMBRE)
                 OR (NVA-SALDO NOT = IMG-SALDO
                    AND SALDO NOT = IMG-SALDO)
                 OR (NVA-STATUS NOT = IMG-STATUS
                    AND STATUS-CUENTA NOT = IMG-STATUS)
                 OR (NVA-TIPO NOT = IMG-TIPO
                    AND TIPO-CUENTA NOT = IMG-TIPO)
              MOVE 'R' TO RESULTADO-APLICACION
              MOVE "CUENTA MOVIDA DESDE LA CAPTURA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF.
           MOVE NVA-NOMBRE TO NOMBRE.
           MOVE NVA-SALDO TO SALDO.
           MOVE NVA-STATUS TO STATUS-CUENTA.
           MOVE NVA-TIPO TO TIPO-CUENTA.
           REWRITE CUENTA-REG
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR LA CUENTA " NUMERO-CUENTA
              NOT INVALID KEY
                 MOVE 'S' TO RESULTADO-APLICACION
           END-REWRITE.

        APLICAR-MONEDA.
           PERFORM CARGAR-MONEDAS.
           MOVE 3 TO LARGO-LLAVE.
           PERFORM APLICAR-EN-TABLA.
           IF CAMBIO-APLICADO
              PERFORM GRABAR-MONEDAS
           END-IF.

      *---- Una retencion aprobada en alta avisa al cliente, igual
      *---- que lo hacia la captura directa. La llave de una
      *---- retencion es la cuenta mas el motivo, porque una cuenta
      *---- puede cargar varias.
        APLICAR-RETENCION.
           PERFORM CARGAR-RETENCIONES.
           MOVE 26 TO LARGO-LLAVE.
           PERFORM APLICAR-EN-TABLA.
           IF CAMBIO-APLICADO
              PERFORM GRABAR-RETENCIONES
              IF CMB-ALTA
                 PERFORM NOTIFICAR-RETENCION
              END-IF
           END-IF.

        APLICAR-SUCURSAL.
           PERFORM CARGAR-SUCURSALES.
           MOVE 3 TO LARGO-LLAVE.
           PERFORM APLICAR-EN-TABLA.
           IF CAMBIO-APLICADO
              PERFORM GRABAR-SUCURSALES
           END-IF.

      *---- Alta, cambio o baja sobre la tabla del maestro:
      *---- el alta exige que la llave no exista; el
      *---- cambio y la baja, que el renglon siga identico a la
      *---- imagen anterior.
        APLICAR-EN-TABLA.
           IF CMB-ALTA
              MOVE CMB-DESPUES TO IMAGEN-LLAVE
           ELSE
              MOVE CMB-ANTES TO IMAGEN-LLAVE
           END-IF.
           MOVE 0 TO RENGLON-MAESTRO.
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > TOTAL-RENGLONES
              IF TAB-REN-REG(IDX-REN)(1:LARGO-LLAVE)
                    = IMAGEN-LLAVE(1:LARGO-LLAVE)
                 SET RENGLON-MAESTRO TO IDX-REN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CMB-ALTA
              IF RENGLON-MAESTRO > 0
                 MOVE 'R' TO RESULTADO-APLICACION
                 MOVE "EL REGISTRO YA EXISTE" TO MOTIVO-RECHAZO
                 EXIT PARAGRAPH
              END-IF
              IF TOTAL-RENGLONES >= 9999
                 DISPLAY "MAESTRO LLENO, NO CABE EL ALTA"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-RENGLONES
              MOVE CMB-DESPUES TO TAB-REN-REG(TOTAL-RENGLONES)
              MOVE 'S' TO RESULTADO-APLICACION
              EXIT PARAGRAPH
           END-IF.
           IF RENGLON-MAESTRO = 0
              MOVE 'R' TO RESULTADO-APLICACION
              MOVE "EL REGISTRO YA NO EXISTE" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF.
           IF TAB-REN-REG(RENGLON-MAESTRO) NOT = CMB-ANTES
              MOVE 'R' TO RESULTADO-APLICACION
              MOVE "REGISTRO MOVIDO DESDE CAPTURA" TO MOTIVO-RECHAZO
              EXIT PARAGRAPH
           END-IF.
      *---- Un cambio que mueve la llave (el motivo de una
      *---- retencion) no puede caer sobre otro renglon vigente.
           IF CMB-CAMBIO
                 AND CMB-DESPUES(1:LARGO-LLAVE)
                    NOT = CMB-ANTES(1:LARGO-LLAVE)
              PERFORM VARYING IDX-REN FROM 1 BY 1
                      UNTIL IDX-REN > TOTAL-RENGLONES
                 IF TAB-REN-REG(IDX-REN)(1:LARGO-LLAVE)
                       = CMB-DESPUES(1:LARGO-LLAVE)
                    MOVE 'R' TO RESULTADO-APLICACION
                    MOVE "LA LLAVE NUEVA YA EXISTE" TO MOTIVO-RECHAZO
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
           END-IF.
           IF CMB-BAJA
              PERFORM VARYING IDX FROM RENGLON-MAESTRO BY 1
                      UNTIL IDX > TOTAL-RENGLONES - 1
                 MOVE MAESTRO-RENGLON(IDX + 1) TO MAESTRO-RENGLON(IDX)
              END-PERFORM
              SUBTRACT 1 FROM TOTAL-RENGLONES
           ELSE
              MOVE CMB-DESPUES TO TAB-REN-REG(RENGLON-MAESTRO)
           END-IF.
           MOVE 'S' TO RESULTADO-APLICACION.

      *---- Los maestros secuenciales se cargan con la misma
      *---- normalizacion que hace su programa de mantenimiento al
      *---- armar la imagen anterior.
        CARGAR-MONEDAS.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT MONEDAS-FILE.
           IF WS-ESTADO-MONEDAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ MONEDAS-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF MON-TIPO-CAMBIO NOT NUMERIC
                       MOVE 1 TO MON-TIPO-CAMBIO
                    END-IF
                    IF MON-DIFERENCIAL NOT NUMERIC
                       MOVE ZERO TO MON-DIFERENCIAL
                    END-IF
                    IF TOTAL-RENGLONES < 9999
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE MONEDA-REG TO TAB-REN-REG(TOTAL-RENGLONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MONEDAS-FILE.

        GRABAR-MONEDAS.
           OPEN OUTPUT MONEDAS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX) TO MONEDA-REG
              WRITE MONEDA-REG
           END-PERFORM.
           CLOSE MONEDAS-FILE.

        CARGAR-RETENCIONES.
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
                    IF TOTAL-RENGLONES < 9999
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE RETENCION-REG
                         TO TAB-REN-REG(TOTAL-RENGLONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETENCIONES-FILE.

        GRABAR-RETENCIONES.
           OPEN OUTPUT RETENCIONES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX) TO RETENCION-REG
              WRITE RETENCION-REG
                 INVALID KEY
                    DISPLAY "RETENCION DUPLICADA NO GRABADA: CUENTA "
                       RET-CUENTA " MOTIVO " RET-MOTIVO
              END-WRITE
           END-PERFORM.
           CLOSE RETENCIONES-FILE.

        CARGAR-SUCURSALES.
           MOVE 0 TO TOTAL-RENGLONES.
           MOVE 'N' TO EOF-REN.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-ESTADO-SUCURSALES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REN
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-REN
                 NOT AT END
                    IF TOTAL-RENGLONES < 9999
                       ADD 1 TO TOTAL-RENGLONES
                       MOVE SUCURSAL-REG
                         TO TAB-REN-REG(TOTAL-RENGLONES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUCURSALES-FILE.

        GRABAR-SUCURSALES.
           OPEN OUTPUT SUCURSALES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-RENGLONES
              MOVE TAB-REN-REG(IDX) TO SUCURSAL-REG
              WRITE SUCURSAL-REG
           END-PERFORM.
           CLOSE SUCURSALES-FILE.

        NOTIFICAR-RETENCION.
           MOVE CMB-DESPUES TO RETENCION-REG.
           OPEN EXTEND NOTIFICACIONES-FILE.
           IF WS-ESTADO-NOTIF NOT = '00'
              OPEN OUTPUT NOTIFICACIONES-FILE
           END-IF.
           MOVE WS-FECHA-HOY TO NOT-FECHA.
           ACCEPT NOT-HORA FROM TIME.
           MOVE "RETENCION " TO NOT-TIPO.
           MOVE RET-CUENTA TO NOT-CUENTA.
           MOVE RET-IMPORTE TO NOT-IMPORTE.
           MOVE "APROB-CAMBIOS" TO NOT-PROGRAMA.
           MOVE 'P' TO NOT-ESTADO.
           WRITE NOTIFICACION-REG.
           CLOSE NOTIFICACIONES-FILE.

      *---- Sella la resolucion y la graba en la cola, releida en
      *---- ese momento para conservar lo capturado entretanto;
      *---- despues deja el renglon de bitacora.
        GRABAR-RESOLUCION.
           MOVE SUPERVISOR-ID TO CMB-REVISO.
           MOVE WS-FECHA-HOY TO CMB-FECHA-REVISION.
           MOVE CAMBIO-PEND-REG TO SOLICITUD-RESUELTA.
           PERFORM CARGAR-CAMBIOS.
           PERFORM UBICAR-FOLIO.
           MOVE SOLICITUD-RESUELTA TO CAMBIO-PEND-REG.
           IF ES-FOLIO-UBICADO
              MOVE SOLICITUD-RESUELTA TO TAB-CMB-REG(RENGLON-CAMBIO)
              PERFORM GRABAR-CAMBIOS
           ELSE
              DISPLAY "EL FOLIO " CMB-FOLIO
                 " YA NO ESTA EN CAMBIOS_PENDIENTES.DAT"
           END-IF.
           PERFORM GRABAR-AUDITORIA-RESOLUCION.

        CARGAR-CAMBIOS.
           MOVE 0 TO TOTAL-CAMBIOS.
           MOVE 'N' TO EOF-CMB.
           OPEN INPUT CAMBIOS-FILE.
           IF WS-ESTADO-CAMBIOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CMB
              READ CAMBIOS-FILE
                 AT END MOVE 'S' TO EOF-CMB
                 NOT AT END
                    IF CMB-FOLIO NUMERIC AND TOTAL-CAMBIOS < 9999
                       ADD 1 TO TOTAL-CAMBIOS
                       MOVE CAMBIO-PEND-REG
                         TO TAB-CMB-REG(TOTAL-CAMBIOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMBIOS-FILE.

        GRABAR-CAMBIOS.
           OPEN OUTPUT CAMBIOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-CAMBIOS
              MOVE TAB-CMB-REG(IDX) TO CAMBIO-PEND-REG
              WRITE CAMBIO-PEND-REG
           END-PERFORM.
           CLOSE CAMBIOS-FILE.
           MOVE SOLICITUD-RESUELTA TO CAMBIO-PEND-REG.

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

        GRABAR-AUDITORIA-RESOLUCION.
           MOVE ZERO TO CUENTA-AUDITADA.
           IF CMB-DE-CUENTAS
              MOVE CMB-ANTES TO IMAGEN-CUENTA
              MOVE IMG-NUMERO TO CUENTA-AUDITADA
           END-IF.
           IF CMB-DE-RETENCIONES
              IF CMB-ALTA
                 MOVE CMB-DESPUES TO RETENCION-REG
              ELSE
                 MOVE CMB-ANTES TO RETENCION-REG
              END-IF
              MOVE RET-CUENTA TO CUENTA-AUDITADA
           END-IF.
           MOVE CMB-FOLIO TO DR-FOLIO.
           MOVE CMB-MAESTRO TO DR-MAESTRO.
           MOVE CMB-ACCION TO DR-ACCION.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "APROB-CAMBIOS" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE CUENTA-AUDITADA TO AUD-CUENTA.
           MOVE 'D' TO AUD-OPERACION.
           MOVE ZERO TO AUD-IMPORTE.
           MOVE DESCRIPCION-RESOLUCION TO AUD-DESCRIPCION.
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

      *---- Cerrojo de CUENTAS.DAT, convencion de todos los
      *---- escritores del maestro.
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
           MOVE "APROB-CAMBIOS" TO LCK-PROGRAMA.
           ACCEPT LCK-FECHA FROM DATE YYYYMMDD.
           ACCEPT LCK-HORA FROM TIME.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'S' TO CERROJO-TOMADO.

        SOLTAR-CERROJO.
           OPEN OUTPUT CERROJO-FILE.
           MOVE SPACES TO CERROJO-REG.
           WRITE CERROJO-REG.
           CLOSE CERROJO-FILE.
           MOVE 'N' TO CERROJO-TOMADO.
