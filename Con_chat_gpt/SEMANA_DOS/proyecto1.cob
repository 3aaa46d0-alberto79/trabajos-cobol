               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT FOLIO-CLIENTES-FILE ASSIGN TO 'FOLIO_CLIENTES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BENEFICIARIOS.
           SELECT CAMARA-FILE ASSIGN TO 'CAMARA_SALIDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMARA.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT ORDENES-TRANSF-FILE ASSIGN TO 'TRANSF_ORDENES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORDENES.
           SELECT TRANSF-REF-FILE ASSIGN TO 'TRANSF_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRANSF-REF.
           SELECT TIPOS-CAMBIO-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIPOS-CAMBIO.
           SELECT CAMBIOS-REF-FILE ASSIGN TO 'CAMBIOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS-REF.
           SELECT PAGOS-SERVICIOS-FILE
               ASSIGN TO 'PAGOS_SERVICIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS-SERV.
           SELECT SERVICIOS-REF-FILE ASSIGN TO 'SERVICIOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SERV-REF.
           SELECT BOVEDA-FILE ASSIGN TO 'BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BOVEDA.
           SELECT MOVS-BOVEDA-FILE ASSIGN TO 'MOVS_BOVEDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVS-BOVEDA.
           SELECT FOLIO-BOVEDA-FILE ASSIGN TO 'FOLIO_BOVEDA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO-BOVEDA.
           SELECT CONTRATOS-CAJAS-FILE ASSIGN TO 'CONTRATOS_CAJAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTRATOS-CAJAS.
           SELECT ACCESOS-CAJAS-FILE ASSIGN TO 'ACCESOS_CAJAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACCESOS-CAJAS.

       DATA DIVISION.
       FILE SECTION.
      *> MANTENIMIENTO-RETENCIONES; un retiro que invada el importe
      *> retenido se niega, los depósitos siguen entrando.
       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

      *> --- Folio ascendente compartido de la bitácora; cada
      *> renglón de AUDITORIA.LOG toma aquí su número de secuencia.
      *> capital e interés a la cuenta, 'C' renueva el capital y
      *> paga el interés, 'T' renueva capital más interés).
      *> VENCIMIENTO-PLAZOS lo procesa cada noche; el estado es
      *> 'V' vigente, 'L' liquidado o 'X' cancelado antes del
      *> vencimiento por CANCELACION-PLAZOS (que deja la fecha de
      *> cancelación como vencimiento).
       FD PLAZOS-FILE.
       01 PLAZO-REG.
           05 PFJ-FOLIO             PIC 9(6).
           05 CCJ-BILLETES  PIC 9(5) OCCURS 6 TIMES.
           05 CCJ-EFECTIVO  PIC 9(9)V99.
           05 CCJ-DIFERENCIA PIC S9(9)V99.
      *> --- Efectivo que el cajón recibió de la bóveda (dotación) y
      *> que le devolvió (concentración) en la sesión; entran al
      *> esperado del arqueo pero no al movimiento neto.
           05 CCJ-DOTACION  PIC S9(8)V99.
           05 CCJ-CONCENTRACION PIC S9(8)V99.

      *---- Eventos que el cliente debe enterarse (depósitos y
      *---- retiros grandes, retenciones, cuentas en negativo),
      *> la confirmación, la devolución o el fin del plazo. Estado:
      *> 'E' enviado, 'C' confirmado, 'D' devuelto, 'L' liberado por
      *> plazo cumplido.
      *> --- Beneficiarios designados sobre la cuenta al abrirla; la
      *> designación completa suma 100 y se reparte con ella el
      *> remanente si el titular fallece (SUCESION-CLIENTES).
       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

       FD CAMARA-FILE.
       01 CAMARA-REG.
           05 CAM-REFERENCIA      PIC 9(8).
       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

      *> --- Orden de transferencia a otro banco: los datos del
      *> beneficiario que el movimiento 'I' no lleva; la envía y
      *> cierra TRANSFERENCIAS-INTERBANCARIAS.
       FD ORDENES-TRANSF-FILE.
           COPY TRANSFINTREG.

      *> --- Folio de referencias de transferencias (rango
      *> 77xxxxxx), mismo patrón que CAMARA_REF.CTL.
       FD TRANSF-REF-FILE.
       01 TRANSF-REF-REG.
           05 CTL-ULTIMA-REF-TRANSF PIC 9(8).

      *> --- Padrón de tipos de cambio del día (mismo layout que
      *> mantiene MANTENIMIENTO-MONEDAS y lee BATCH-BANCO): tipo
      *> medio contra moneda local y diferencial en puntos
      *> porcentuales para la compra y la venta.
       FD TIPOS-CAMBIO-FILE.
       01 TIPO-CAMBIO-REG.
           05 TCA-CODIGO      PIC X(3).
           05 TCA-TIPO-CAMBIO PIC 9(4)V9999.
           05 TCA-FECHA       PIC 9(8).
           05 TCA-DIFERENCIAL PIC 9(2)V99.

      *> --- Folio de referencias de cambios de moneda (rango
      *> 76xxxxxx), mismo patrón que TRANSF_REF.CTL.
       FD CAMBIOS-REF-FILE.
       01 CAMBIOS-REF-REG.
           05 CTL-ULTIMA-REF-CAMBIO PIC 9(8).

      *> --- Pago de servicios cobrado en ventanilla; lo paga al
      *> emisor LIQUIDACION-SERVICIOS.
       FD PAGOS-SERVICIOS-FILE.
           COPY PAGOSERVREG.

      *> --- Folio de pagos de servicios (rango 74xxxxxx),
      *> compartido con GENERADOR-PAGOS.
       FD SERVICIOS-REF-FILE.
       01 SERVICIOS-REF-REG.
           05 CTL-ULTIMA-REF-SERVICIO PIC 9(8).

      *> --- Inventario de bóveda por sucursal y denominación, y
      *> bitácora de dotaciones y concentraciones de los cajeros,
      *> con su folio compartido con TESORERIA-BOVEDA.
       FD BOVEDA-FILE.
           COPY BOVEDAREG.

       FD MOVS-BOVEDA-FILE.
           COPY MOVBOVEDAREG.

       FD FOLIO-BOVEDA-FILE.
       01 FOLIO-BOVEDA-REG.
           05 CTL-SIGUIENTE-BOVEDA PIC 9(8).

      *> --- Contratos de renta de cajas de seguridad, mantenidos por
      *> MANTENIMIENTO-CAJAS, y bitácora de accesos a las cajas que
      *> se captura en ventanilla.
       FD CONTRATOS-CAJAS-FILE.
           COPY CONTRATOCAJAREG.

       FD ACCESOS-CAJAS-FILE.
           COPY ACCESOCAJAREG.

      *> --- Registro de chequeras, mantenido por
      *> MANTENIMIENTO-CHEQUES; un retiro de cuenta corriente puede
      *> venir amparado por un cheque, que aquí se valida y se marca
      *> pagado.
       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       WORKING-STORAGE SECTION.
          01 CLIENTE.
                10 TAB-STATUS-CTA PIC X(1).
                10 TAB-LIMITE-CTA PIC 9(5)V99.
                10 TAB-TIPO-CTA   PIC X(1).
                10 TAB-CLIENTE-CTA PIC 9(5).
                10 TAB-MONEDA-CTA PIC X(3).
                10 TAB-SUCURSAL-CTA PIC 9(3).
          01 TOTAL-CUENTAS PIC 9(5) VALUE 0.
          01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
             88 CUENTA-HALLADA VALUE 'S'.
          01 MSG-INDICE-WS PIC 9(3) VALUE 0.

          01 TABLA-MENSAJES-ES.
             05 MSG-ES PIC X(60) OCCURS 200 TIMES
                   INDEXED BY IDX-MSG-ES.

          01 TABLA-MENSAJES-EN.
             05 MSG-EN PIC X(60) OCCURS 200 TIMES
                   INDEXED BY IDX-MSG-EN.

      *> --- Operador firmado en la sesión; viaja en cada renglón
                10 TAB-OPS-DEP-MONTO PIC S9(8)V99.
                10 TAB-OPS-RET-CANT  PIC 9(5).
                10 TAB-OPS-RET-MONTO PIC S9(8)V99.
                10 TAB-OPS-DOT-MONTO PIC S9(8)V99.
                10 TAB-OPS-CON-MONTO PIC S9(8)V99.
          01 TOTAL-OPERADORES-SESION PIC 9(2) VALUE 0.
          01 RENGLON-OPERADOR PIC 9(2) VALUE 0.

                10 TAB-CLI-KYC       PIC X(1).
                10 TAB-CLI-BLOQUEO   PIC X(1).

      *> --- Cotejo del cliente nuevo contra la lista de vigilancia
      *> de sancionados y PEP (CRIBA-LISTAS).
              COPY CRIBAREG.

      *> --- Transferencia en ventanilla: renglones de la cuenta
      *> origen y destino dentro de la tabla, para debitar y
      *> acreditar en el mismo pase.
      *> --- Cheque que ampara el retiro en turno (0 = sin cheque)
      *> y el resultado de su validación contra CHEQUES.DAT.
          01 WS-ESTADO-CHEQUES PIC X(2).
          01 CHEQUE-RETIRO PIC 9(6) VALUE ZERO.
          01 CHEQUE-RESULTADO PIC 9(2) VALUE 0.
          01 CHEQUE-HALLADO-VENT PIC X(1) VALUE 'N'.

      *> --- Control dual de retiros grandes: el supervisor que
      *> autoriza y si la autorización fue concedida.
          01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
          01 NOMBRE-FIRMANTE PIC X(52) VALUE SPACES.
          01 ROL-FIRMANTE PIC X(10) VALUE SPACES.

      *> --- Beneficiarios capturados al abrir la cuenta; se graban
      *> sólo si la designación suma exactamente 100.
          01 WS-ESTADO-BENEFICIARIOS PIC X(2).
          01 RESPUESTA-BENEFICIARIOS PIC X(1) VALUE 'N'.
          01 CAPTURA-BENEFICIARIOS.
             05 CBN-RENGLON OCCURS 1 TO 10 TIMES
                   DEPENDING ON TOTAL-CBN
                   INDEXED BY IDX-CBN.
                10 CBN-NOMBRE      PIC X(40).
                10 CBN-PARENTESCO  PIC X(12).
                10 CBN-CUENTA-PAGO PIC 9(6).
                10 CBN-PORCENTAJE  PIC 9(3)V99.
          01 TOTAL-CBN PIC 9(2) VALUE 0.
          01 SUMA-PORCENTAJES PIC 9(4)V99 VALUE ZERO.
          01 NOMBRE-BENEFICIARIO PIC X(40) VALUE SPACES.
          01 PARENTESCO-BENEFICIARIO PIC X(12) VALUE SPACES.
          01 CUENTA-PAGO-BENEFICIARIO PIC 9(6) VALUE ZERO.
          01 PORCENTAJE-BENEFICIARIO PIC 9(3)V99 VALUE ZERO.
          01 CUENTA-PAGO-VALIDA PIC X(1) VALUE 'N'.
             88 ES-CUENTA-PAGO-VALIDA VALUE 'S'.

      *> --- Depósito de cheque de otro banco: captura del banco
      *> girado, el número de cheque y el importe; la referencia
      *> sale del folio de cámara.
          01 CHEQUE-CAMARA PIC 9(6) VALUE ZERO.
          01 IMPORTE-CAMARA PIC 9(7)V99 VALUE ZERO.

      *> --- Cifras de control de lo que se agrega a la salida a
      *> cámara (CONTROL-ENTREGAS).
              COPY ENTREGAPARREG.

      *> --- Transferencia a otro banco: banco y CLABE del
      *> beneficiario, con el dígito de control de la CLABE
      *> (pesos 3, 7, 1 módulo 10 sobre las 17 primeras cifras).
          01 WS-ESTADO-ORDENES PIC X(2).
          01 WS-ESTADO-TRANSF-REF PIC X(2).
          01 REFERENCIA-TRANSF PIC 9(8) VALUE ZERO.
          01 IMPORTE-TRANSF PIC 9(7)V99 VALUE ZERO.
          01 BANCO-DESTINO PIC 9(3) VALUE ZERO.
          01 BENEFICIARIO-TRANSF PIC X(30) VALUE SPACES.
          01 CLABE-DESTINO PIC X(18) VALUE SPACES.
          01 FILLER REDEFINES CLABE-DESTINO.
             05 CLABE-BANCO PIC X(3).
             05 FILLER      PIC X(15).
          01 FILLER REDEFINES CLABE-DESTINO.
             05 CLABE-DIGITO PIC 9(1) OCCURS 18 TIMES.
          01 PESOS-CLABE-VAL PIC X(3) VALUE "371".
          01 FILLER REDEFINES PESOS-CLABE-VAL.
             05 PESO-CLABE PIC 9(1) OCCURS 3 TIMES.
          01 IDX-CLABE PIC 9(2) VALUE 0.
          01 IDX-PESO PIC 9(1) VALUE 0.
          01 PRODUCTO-CLABE PIC 9(2) VALUE 0.
          01 SUMA-CLABE PIC 9(3) VALUE 0.
          01 COCIENTE-CLABE PIC 9(3) VALUE 0.
          01 RESTO-CLABE PIC 9(2) VALUE 0.
          01 CONTROL-CLABE PIC 9(2) VALUE 0.
          01 BANCO-TEXTO PIC 9(3) VALUE ZERO.
          01 CLABE-VALIDA PIC X(1) VALUE 'N'.
             88 ES-CLABE-VALIDA VALUE 'S'.

      *> --- Cambio de moneda entre dos cuentas del mismo titular:
      *> la ventanilla cotiza al cliente con el padrón del día
      *> (compra de la moneda origen, venta de la destino) y encola
      *> el movimiento 'X' con ese tipo, que BATCH-BANCO respeta.
          01 WS-ESTADO-TIPOS-CAMBIO PIC X(2).
          01 WS-ESTADO-CAMBIOS-REF PIC X(2).
          01 EOF-TCA PIC X VALUE 'N'.
             88 FIN-TCA VALUE 'S'.
          01 REFERENCIA-CAMBIO PIC 9(8) VALUE ZERO.
          01 CUENTA-ORIGEN-CAMBIO PIC 9(6) VALUE ZERO.
          01 CUENTA-DESTINO-CAMBIO PIC 9(6) VALUE ZERO.
          01 CLIENTE-ORIGEN-CAMBIO PIC 9(5) VALUE ZERO.
          01 MONEDA-ORIGEN-CAMBIO PIC X(3) VALUE SPACES.
          01 MONEDA-DESTINO-CAMBIO PIC X(3) VALUE SPACES.
          01 MONEDA-COTIZAR PIC X(3) VALUE SPACES.
          01 TCA-HALLADO PIC X(1) VALUE 'N'.
             88 ES-TCA-HALLADO VALUE 'S'.
          01 TCA-MEDIO-WS PIC 9(4)V9999 VALUE ZERO.
          01 TCA-DIFERENCIAL-WS PIC 9(2)V99 VALUE ZERO.
          01 TC-COMPRA PIC 9(4)V9(6) VALUE ZERO.
          01 TC-VENTA PIC 9(4)V9(6) VALUE ZERO.
          01 TC-APLICADO PIC 9(4)V9(6) VALUE ZERO.
          01 TC-EDITADO PIC ZZZ9.999999.
          01 IMPORTE-CAMBIO PIC 9(7)V99 VALUE ZERO.
          01 IMPORTE-CONVERTIDO PIC 9(7)V99 VALUE ZERO.
          01 IMPORTE-CONV-EDITADO PIC Z,ZZZ,ZZ9.99.
          01 CONFIRMA-CAMBIO PIC X(1) VALUE 'N'.

      *> --- Pago de servicios: emisor y referencia validados por
      *> VALIDA-REFERENCIA, importe del recibo más la comisión del
      *> emisor, cobrado en efectivo ('E') o con cargo a una cuenta
      *> del cliente ('C').
              COPY REFSERVPARREG.

      *> --- Comisión por operación de la ventanilla (retiros sobre
      *> las libres del mes, transferencias y reimpresión de la
      *> libreta), cotizada por TARIFA-OPERACION y cargada a la
      *> cuenta en el momento, bajo el mismo cerrojo.
              COPY TARIFAPARREG.
          01 EVENTO-COMISION PIC X(1) VALUE SPACE.
          01 WS-ESTADO-PAGOS-SERV PIC X(2).
          01 WS-ESTADO-SERV-REF PIC X(2).
          01 REFERENCIA-SERVICIO PIC 9(8) VALUE ZERO.
          01 IMPORTE-SERVICIO PIC 9(6)V99 VALUE ZERO.
          01 TOTAL-SERVICIO PIC 9(7)V99 VALUE ZERO.
          01 FORMA-PAGO-SERVICIO PIC X(1) VALUE SPACE.
             88 SERVICIO-EN-EFECTIVO VALUE 'E'.
             88 SERVICIO-CON-CARGO VALUE 'C'.
          01 CONFIRMA-SERVICIO PIC X(1) VALUE 'N'.

      *> --- Dotación y concentración de efectivo con la bóveda:
      *> billetes que se mueven por denominación, el custodio que
      *> firma del lado de la bóveda, y el inventario de bóvedas de
      *> BOVEDA.DAT en memoria para aplicar el movimiento.
          01 WS-ESTADO-BOVEDA PIC X(2).
          01 WS-ESTADO-MOVS-BOVEDA PIC X(2).
          01 WS-ESTADO-FOLIO-BOVEDA PIC X(2).
          01 EOF-BOV PIC X VALUE 'N'.
             88 FIN-BOV VALUE 'S'.
          01 TIPO-MOV-BOVEDA PIC X(1) VALUE SPACE.
             88 BOVEDA-DOTACION VALUE 'D'.
             88 BOVEDA-CONCENTRACION VALUE 'C'.
          01 BILLETES-MOVIMIENTO.
             05 BILLETES-BOVEDA PIC 9(5) OCCURS 6 TIMES.
          01 IMPORTE-BOVEDA PIC 9(8)V99 VALUE ZERO.
          01 SALDO-CAJON PIC S9(9)V99 VALUE ZERO.
          01 FOLIO-BOVEDA PIC 9(8) VALUE ZERO.
          01 CONFIRMA-BOVEDA PIC X(1) VALUE 'N'.
          01 CUSTODIO-ID PIC X(8) VALUE SPACES.
          01 CUSTODIO-VALIDO PIC X(1) VALUE 'N'.
             88 ES-CUSTODIO-VALIDO VALUE 'S'.
          01 BILLETES-ALCANZAN PIC X(1) VALUE 'S'.
             88 BOVEDA-ALCANZA VALUE 'S'.
          01 RENGLON-BOVEDA PIC 9(3) VALUE 0.
          01 TOTAL-BOVEDAS PIC 9(3) VALUE 0.
          01 BOVEDAS-TABLA.
             05 BOVEDA-RENGLON OCCURS 1 TO 999 TIMES
                   DEPENDING ON TOTAL-BOVEDAS
                   INDEXED BY IDX-BOV.
                10 TAB-BOV-SUCURSAL PIC 9(3).
                10 TAB-BOV-FECHA    PIC 9(8).
                10 TAB-BOV-BILLETES PIC 9(7) OCCURS 6 TIMES.

      *> --- Acceso a cajas de seguridad: la caja pedida, su
      *> contrato y el cliente que se presenta, con el rol que lo
      *> autoriza.
          01 WS-ESTADO-CONTRATOS-CAJAS PIC X(2).
          01 WS-ESTADO-ACCESOS-CAJAS PIC X(2).
          01 EOF-CCS PIC X VALUE 'N'.
             88 FIN-CCS VALUE 'S'.
          01 CAJA-SEGURIDAD-CAPTURADA PIC 9(4) VALUE ZERO.
          01 CLIENTE-ACCESO PIC 9(5) VALUE ZERO.
          01 CONTRATO-CAJA-HALLADO PIC X(1) VALUE 'N'.
             88 HAY-CONTRATO-CAJA VALUE 'S'.
          01 CONTRATO-ACCESO PIC 9(6) VALUE ZERO.
          01 TITULAR-CONTRATO PIC 9(5) VALUE ZERO.
          01 CUENTA-CONTRATO PIC 9(6) VALUE ZERO.
          01 ESTADO-CONTRATO PIC X(1) VALUE SPACE.
          01 ROL-ACCESO PIC X(1) VALUE SPACE.
          01 RESULTADO-ACCESO PIC X(1) VALUE SPACE.
          01 MOTIVO-ACCESO PIC X(30) VALUE SPACES.

      *> --- Bloqueo a nivel cliente: antes de operar una cuenta se
      *> resuelve su titular en el maestro y se consulta su marca de
      *> bloqueo en el padrón; cualquier bloqueo niega la operación.
      *> extorno del batch, para que pueda volver a presentarse.
                10 TAB-ANU-CHEQUE   PIC 9(6).
                10 TAB-ANU-ANULADA  PIC X(1).
      *> --- Comisión por operación que el retiro causó: evento en
      *> blanco si no hubo tarifa, importe cero si el retiro entró
      *> en las libres del mes. La anulación la devuelve con el
      *> retiro.
                10 TAB-ANU-EVENTO   PIC X(1).
                10 TAB-ANU-COMISION PIC 9(3)V99.
                10 TAB-ANU-REF-COMISION PIC 9(8).
          01 TOTAL-OPS-SESION PIC 9(3) VALUE 0.
          01 RENGLON-SESION-ANOTADO PIC 9(3) VALUE 0.
          01 RENGLON-ANULAR PIC 9(3) VALUE 0.
          01 OPS-LISTADAS PIC 9(3) VALUE 0.

              PERFORM MOSTRAR-MENSAJE
              MOVE 119 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 128 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 137 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 148 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 158 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 169 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              MOVE 180 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              DISPLAY "-------------------"
              ACCEPT OPCION
              PERFORM VERIFICAR-NIVEL-OPCION
                   PERFORM ANULAR_OPERACION
                   WHEN 17
                   PERFORM IMPRIMIR_LIBRETA
                   WHEN 18
                   PERFORM TRANSFERIR_INTERBANCARIA
                   WHEN 19
                   PERFORM CAMBIAR_MONEDA_CUENTAS
                   WHEN 20
                   PERFORM CANCELAR_PLAZO_FIJO
                   WHEN 21
                   PERFORM PAGAR_SERVICIO
                   WHEN 22
                   PERFORM MOVER_EFECTIVO_BOVEDA
                   WHEN 23
                   PERFORM ACCESO_CAJA_SEGURIDAD
                  WHEN OTHER
                     MOVE 9 TO MSG-INDICE-WS
                     PERFORM MOSTRAR-MENSAJE
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CLI-KYC(CLIENTE-UBICADO) = 'R'
              MOVE 149 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CLI-KYC(CLIENTE-UBICADO) NOT = 'C'
              MOVE 109 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
           PERFORM GUARDAR_CUENTA.
           IF CUENTA-GUARDADA
              PERFORM REGISTRAR-CLIENTE-ALTA
              PERFORM CAPTURAR-BENEFICIARIOS
           END-IF.

      *> --- Designación de beneficiarios de la cuenta recién abierta:
      *> nombre, parentesco, cuenta del banco donde cobra y
      *> porcentaje, hasta 10 renglones (nombre vacío termina). Si
      *> los porcentajes no suman 100 no se graba nada y la
      *> designación se completa después en MANTENIMIENTO-CLIENTES.
        CAPTURAR-BENEFICIARIOS.
           MOVE 157 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT RESPUESTA-BENEFICIARIOS.
           IF RESPUESTA-BENEFICIARIOS NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TOTAL-CBN.
           MOVE ZERO TO SUMA-PORCENTAJES.
           PERFORM UNTIL TOTAL-CBN >= 10
              MOVE SPACES TO NOMBRE-BENEFICIARIO
              MOVE 150 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              ACCEPT NOMBRE-BENEFICIARIO
              IF NOMBRE-BENEFICIARIO = SPACES
                 EXIT PERFORM
              END-IF
              MOVE 151 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              ACCEPT PARENTESCO-BENEFICIARIO
              MOVE 152 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              ACCEPT CUENTA-PAGO-BENEFICIARIO
              MOVE 153 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              ACCEPT PORCENTAJE-BENEFICIARIO
              PERFORM VALIDAR-CUENTA-PAGO
              IF ES-CUENTA-PAGO-VALIDA
                    AND PORCENTAJE-BENEFICIARIO > 0
                 ADD 1 TO TOTAL-CBN
                 MOVE NOMBRE-BENEFICIARIO TO CBN-NOMBRE(TOTAL-CBN)
                 MOVE PARENTESCO-BENEFICIARIO
                   TO CBN-PARENTESCO(TOTAL-CBN)
                 MOVE CUENTA-PAGO-BENEFICIARIO
                   TO CBN-CUENTA-PAGO(TOTAL-CBN)
                 MOVE PORCENTAJE-BENEFICIARIO
                   TO CBN-PORCENTAJE(TOTAL-CBN)
                 ADD PORCENTAJE-BENEFICIARIO TO SUMA-PORCENTAJES
              ELSE
                 MOVE 154 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE
              END-IF
           END-PERFORM.
           IF TOTAL-CBN = 0
              EXIT PARAGRAPH
           END-IF.
           IF SUMA-PORCENTAJES NOT = 100
              MOVE 155 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND BENEFICIARIOS-FILE.
           IF WS-ESTADO-BENEFICIARIOS NOT = '00'
              OPEN OUTPUT BENEFICIARIOS-FILE
           END-IF.
           PERFORM VARYING IDX-CBN FROM 1 BY 1
                   UNTIL IDX-CBN > TOTAL-CBN
              MOVE NUMERO_CUENTA_CLIENTE TO BEN-CUENTA
              MOVE CBN-NOMBRE(IDX-CBN) TO BEN-NOMBRE
              MOVE CBN-PARENTESCO(IDX-CBN) TO BEN-PARENTESCO
              MOVE CBN-CUENTA-PAGO(IDX-CBN) TO BEN-CUENTA-PAGO
              MOVE CBN-PORCENTAJE(IDX-CBN) TO BEN-PORCENTAJE
              ACCEPT BEN-FECHA-ALTA FROM DATE YYYYMMDD
              MOVE OPERADOR-ACTUAL TO BEN-OPERADOR
              WRITE BENEFICIARIO-REG
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.
           MOVE 156 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.

      *> --- La cuenta de pago del beneficiario debe existir en el
      *> maestro, abierta, y no ser la misma cuenta designada.
        VALIDAR-CUENTA-PAGO.
           MOVE 'N' TO CUENTA-PAGO-VALIDA.
           IF CUENTA-PAGO-BENEFICIARIO = NUMERO_CUENTA_CLIENTE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS = '00'
              MOVE CUENTA-PAGO-BENEFICIARIO TO NUMERO-CUENTA
              READ CUENTAS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF STATUS-CUENTA NOT = 'C'
                       MOVE 'S' TO CUENTA-PAGO-VALIDA
                    END-IF
              END-READ
              CLOSE CUENTAS-FILE
           END-IF.

        GUARDAR_CUENTA.
                  MOVE '-' TO AUD-OPERACION-WS
                  MOVE CANTIDAD TO AUD-IMPORTE-WS
                  PERFORM GRABAR_AUDITORIA
                  MOVE 'V' TO EVENTO-COMISION
                  PERFORM COBRAR-COMISION-VENTANILLA
                  IF RENGLON-SESION-ANOTADO > 0
                     PERFORM ANOTAR-COMISION-SESION
                  END-IF
                  END-IF
               END-IF
               END-IF
              MOVE SPACES TO TAB-CLI-OCUPACION(TOTAL-CLIENTES-PAD)
              MOVE 'P' TO TAB-CLI-KYC(TOTAL-CLIENTES-PAD)
              MOVE SPACE TO TAB-CLI-BLOQUEO(TOTAL-CLIENTES-PAD)
              PERFORM CRIBAR-CLIENTE-ALTA
              PERFORM GRABAR-PADRON-CLIENTES
              PERFORM ANOTAR-CRUCE-CLIENTE
              PERFORM ANOTAR-CLIENTE-EN-MAESTRO
              PERFORM MOSTRAR-MENSAJE
           END-IF.

      *> --- Coteja al cliente recién registrado contra la lista de
      *> vigilancia; si coincide por documento o por nombre queda
      *> retenido para revisión de cumplimiento ('R').
        CRIBAR-CLIENTE-ALTA.
           INITIALIZE CRIBA-PARAMETROS.
           MOVE CLIENTE-NUMERO-ALTA TO CRB-CLIENTE.
           MOVE "PROYECTO1" TO CRB-ORIGEN.
           MOVE NOMBRE_CLIENTE TO CRB-NOMBRE.
           MOVE APELLIDO1_CLIENTE TO CRB-APELLIDO1.
           MOVE APELLIDO2_CLIENTE TO CRB-APELLIDO2.
           CALL 'CRIBA-LISTAS' USING CRIBA-PARAMETROS.
           IF CRB-COINCIDE-DOCUMENTO OR CRB-COINCIDE-NOMBRE
              MOVE 'R' TO TAB-CLI-KYC(TOTAL-CLIENTES-PAD)
              MOVE 149 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
           END-IF.

      *> --- Carga clientes.txt completo al padrón en memoria,
      *> saltando renglones en blanco.
        CARGAR-PADRON-CLIENTES.
                          MOVE CLI-OCUPACION
                            TO TAB-CLI-OCUPACION(TOTAL-CLIENTES-PAD)
                          IF CLI-KYC-ESTADO = 'C'
                                OR CLI-KYC-ESTADO = 'R'
                             MOVE CLI-KYC-ESTADO
                               TO TAB-CLI-KYC(TOTAL-CLIENTES-PAD)
                          ELSE
                             MOVE 'P'
                  CUENTA-DESTINO-VENT DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.
           SET IDX-CTA TO RENGLON-ORIGEN.
           MOVE CUENTA-ORIGEN-VENT TO NUMERO_CUENTA_CLIENTE.
           MOVE 'T' TO EVENTO-COMISION.
           PERFORM COBRAR-COMISION-VENTANILLA.
           PERFORM SOLTAR-CERROJO.

      *> --- Regraba en el maestro, en un solo pase, las dos cuentas
                 REWRITE CUENTA-REG
           END-READ.

      *> --- Cancelación anticipada de un plazo fijo: la liquidación,
      *> la autorización del supervisor, el abono del neto y el
      *> recibo los hace CANCELACION-PLAZOS, el mismo programa que
      *> usa MANTENIMIENTO-PLAZOS; el neto llega a la cuenta en la
      *> corrida nocturna, como el pago de un vencimiento.
        CANCELAR_PLAZO_FIJO.
           CALL 'CANCELACION-PLAZOS'.

      *> --- Apertura de plazo fijo: el capital sale de la cuenta del
      *> cliente (sin tocar su límite de sobregiro ni el importe
      *> retenido: un plazo no se fondea con dinero prestado ni
              MOVE 43 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE-SIN-SALTO
              DISPLAY TAB-OPS-RET-MONTO(IDX-OPS)
              MOVE 176 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE-SIN-SALTO
              DISPLAY TAB-OPS-DOT-MONTO(IDX-OPS)
              MOVE 177 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE-SIN-SALTO
              DISPLAY TAB-OPS-CON-MONTO(IDX-OPS)
              PERFORM ARQUEAR-CAJON-OPERADOR
           END-PERFORM.
           MOVE 40 TO MSG-INDICE-WS.

      *> --- Arqueo del cajón del operador IDX-OPS: captura los
      *> billetes por denominación, calcula el efectivo contado y
      *> el sobrante o faltante contra lo que el cajón debe tener
      *> (la dotación recibida de la bóveda más el movimiento neto
      *> de su sesión, menos lo concentrado), y persiste el cierre
      *> fechado.
        ARQUEAR-CAJON-OPERADOR.
           MOVE ZERO TO EFECTIVO-CONTADO.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 + BILLETES-DENOM(IDX-DEN) * DENOMINACION(IDX-DEN)
           END-PERFORM.
           COMPUTE DIFERENCIA-CAJA = EFECTIVO-CONTADO
              - (TAB-OPS-DOT-MONTO(IDX-OPS)
              + TAB-OPS-DEP-MONTO(IDX-OPS)
              - TAB-OPS-RET-MONTO(IDX-OPS)
              - TAB-OPS-CON-MONTO(IDX-OPS)).
           MOVE 97 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY EFECTIVO-CONTADO.
           END-PERFORM.
           MOVE EFECTIVO-CONTADO TO CCJ-EFECTIVO.
           MOVE DIFERENCIA-CAJA TO CCJ-DIFERENCIA.
           MOVE TAB-OPS-DOT-MONTO(IDX-OPS) TO CCJ-DOTACION.
           MOVE TAB-OPS-CON-MONTO(IDX-OPS) TO CCJ-CONCENTRACION.
           WRITE CIERRE-CAJA-REG.
           CLOSE CIERRES-CAJA-FILE.

      *> --- Movimiento de efectivo entre la bóveda de la sucursal y
      *> el cajón del operador firmado, por denominación: la
      *> dotación ('D') sale de la bóveda al cajón y la
      *> concentración ('C') regresa del cajón a la bóveda. Firman
      *> las dos partes: el cajero ya firmado y el custodio de la
      *> bóveda con su clave, que debe ser supervisor y otra
      *> persona. El inventario de BOVEDA.DAT se mueve en el acto,
      *> el movimiento queda en MOVS_BOVEDA.DAT para CUADRE-BOVEDA,
      *> y el importe entra al esperado del arqueo del cajón.
        MOVER_EFECTIVO_BOVEDA.
           MOVE 170 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO TIPO-MOV-BOVEDA.
           ACCEPT TIPO-MOV-BOVEDA.
           IF NOT BOVEDA-DOTACION AND NOT BOVEDA-CONCENTRACION
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 95 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT SUCURSAL-CAJA.
           MOVE SUCURSAL-CAJA TO SUCURSAL-CAPTURADA.
           PERFORM VALIDAR-SUCURSAL.
           IF NOT ES-SUCURSAL-VALIDA
              MOVE 100 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO IMPORTE-BOVEDA.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              MOVE 96 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE-SIN-SALTO
              DISPLAY DENOMINACION(IDX-DEN)
              MOVE ZERO TO BILLETES-BOVEDA(IDX-DEN)
              ACCEPT BILLETES-BOVEDA(IDX-DEN)
              COMPUTE IMPORTE-BOVEDA = IMPORTE-BOVEDA
                 + BILLETES-BOVEDA(IDX-DEN) * DENOMINACION(IDX-DEN)
           END-PERFORM.
           IF IMPORTE-BOVEDA = 0
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 171 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY IMPORTE-BOVEDA.
           IF BOVEDA-CONCENTRACION
              COMPUTE SALDO-CAJON =
                 TAB-OPS-DOT-MONTO(RENGLON-OPERADOR)
                 + TAB-OPS-DEP-MONTO(RENGLON-OPERADOR)
                 - TAB-OPS-RET-MONTO(RENGLON-OPERADOR)
                 - TAB-OPS-CON-MONTO(RENGLON-OPERADOR)
              IF IMPORTE-BOVEDA > SALDO-CAJON
                 MOVE 178 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM CARGAR-BOVEDAS.
           IF BOVEDA-DOTACION
              PERFORM REVISAR-EXISTENCIA-BOVEDA
              IF NOT BOVEDA-ALCANZA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 179 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 'N' TO CONFIRMA-BOVEDA.
           ACCEPT CONFIRMA-BOVEDA.
           IF CONFIRMA-BOVEDA NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIRMAR-CUSTODIO-BOVEDA.
           IF NOT ES-CUSTODIO-VALIDO
              EXIT PARAGRAPH
           END-IF.
           PERFORM APLICAR-MOVIMIENTO-BOVEDA.
           PERFORM GRABAR-BOVEDAS.
           PERFORM TOMAR-FOLIO-BOVEDA.
           PERFORM GRABAR-MOV-BOVEDA.
           MOVE ZERO TO AUD-CUENTA-WS.
           MOVE 'B' TO AUD-OPERACION-WS.
           MOVE IMPORTE-BOVEDA TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           IF BOVEDA-DOTACION
              ADD IMPORTE-BOVEDA
                 TO TAB-OPS-DOT-MONTO(RENGLON-OPERADOR)
              STRING "DOTACION BOVEDA CUST:" DELIMITED BY SIZE
                     CUSTODIO-ID DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION-WS
           ELSE
              ADD IMPORTE-BOVEDA
                 TO TAB-OPS-CON-MONTO(RENGLON-OPERADOR)
              STRING "CONCENTRA BOVEDA CUST:" DELIMITED BY SIZE
                     CUSTODIO-ID DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR_AUDITORIA.
           MOVE 175 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY FOLIO-BOVEDA.

      *> --- La dotación sólo sale si la bóveda de la sucursal tiene
      *> los billetes pedidos de cada denominación.
        REVISAR-EXISTENCIA-BOVEDA.
           MOVE 'S' TO BILLETES-ALCANZAN.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              IF RENGLON-BOVEDA = 0
                    OR BILLETES-BOVEDA(IDX-DEN) >
                       TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
                 MOVE 'N' TO BILLETES-ALCANZAN
                 MOVE 172 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE-SIN-SALTO
                 DISPLAY DENOMINACION(IDX-DEN)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> --- Firma del custodio de la bóveda: debe estar en el
      *> padrón, activo, sin bloqueo, con rol de supervisor o
      *> administrador, no ser el cajero firmado, y teclear su
      *> clave; una clave equivocada le cuenta intento como en su
      *> propia firma. Sin padrón de operadores no hay bóveda.
        FIRMAR-CUSTODIO-BOVEDA.
           MOVE 'N' TO CUSTODIO-VALIDO.
           MOVE 173 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO CUSTODIO-ID.
           ACCEPT CUSTODIO-ID.
           PERFORM CARGAR-PADRON-OPERADORES.
           MOVE 0 TO RENGLON-PADRON.
           PERFORM VARYING IDX-OPD FROM 1 BY 1
                   UNTIL IDX-OPD > TOTAL-OPERADORES-PAD
              IF TAB-OPD-ID(IDX-OPD) = CUSTODIO-ID
                 MOVE IDX-OPD TO RENGLON-PADRON
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RENGLON-PADRON = 0
                 OR CUSTODIO-ID = OPERADOR-ACTUAL
              MOVE 174 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-OPD-ACTIVO(RENGLON-PADRON) NOT = 'S'
                 OR TAB-OPD-BLOQUEADO(RENGLON-PADRON) = 'S'
                 OR (TAB-OPD-SUPERVISOR(RENGLON-PADRON) NOT = 'S'
                 AND TAB-OPD-ROL(RENGLON-PADRON) NOT = 'S'
                 AND TAB-OPD-ROL(RENGLON-PADRON) NOT = 'A')
              MOVE 174 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 84 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO CLAVE-CAPTURADA.
           ACCEPT CLAVE-CAPTURADA.
           IF TAB-OPD-CLAVE(RENGLON-PADRON) = SPACES
                 OR CLAVE-CAPTURADA NOT = TAB-OPD-CLAVE(RENGLON-PADRON)
              PERFORM CONTAR-INTENTO-FALLIDO
              EXIT PARAGRAPH
           END-IF.
           IF TAB-OPD-INTENTOS(RENGLON-PADRON) > 0
              MOVE ZERO TO TAB-OPD-INTENTOS(RENGLON-PADRON)
              PERFORM GRABAR-PADRON-OPERADORES
           END-IF.
           MOVE 'S' TO CUSTODIO-VALIDO.

      *> --- Carga BOVEDA.DAT y ubica el renglón de SUCURSAL-CAJA
      *> (RENGLON-BOVEDA en cero si la sucursal no tiene bóveda
      *> todavía).
        CARGAR-BOVEDAS.
           MOVE 0 TO TOTAL-BOVEDAS.
           MOVE 0 TO RENGLON-BOVEDA.
           MOVE 'N' TO EOF-BOV.
           OPEN INPUT BOVEDA-FILE.
           IF WS-ESTADO-BOVEDA = '00'
              PERFORM UNTIL FIN-BOV
                 READ BOVEDA-FILE
                    AT END MOVE 'S' TO EOF-BOV
                    NOT AT END
                       IF BOV-SUCURSAL NUMERIC
                             AND TOTAL-BOVEDAS < 999
                          ADD 1 TO TOTAL-BOVEDAS
                          MOVE BOV-SUCURSAL
                            TO TAB-BOV-SUCURSAL(TOTAL-BOVEDAS)
                          MOVE BOV-FECHA
                            TO TAB-BOV-FECHA(TOTAL-BOVEDAS)
                          PERFORM VARYING IDX-DEN FROM 1 BY 1
                                  UNTIL IDX-DEN > 6
                             MOVE BOV-BILLETES(IDX-DEN) TO
                                TAB-BOV-BILLETES(TOTAL-BOVEDAS,
                                   IDX-DEN)
                          END-PERFORM
                          IF BOV-SUCURSAL = SUCURSAL-CAJA
                             MOVE TOTAL-BOVEDAS TO RENGLON-BOVEDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOVEDA-FILE
           END-IF.

      *> --- Mueve los billetes en el renglón de la sucursal; la
      *> primera concentración de una sucursal le abre su bóveda.
        APLICAR-MOVIMIENTO-BOVEDA.
           IF RENGLON-BOVEDA = 0
              ADD 1 TO TOTAL-BOVEDAS
              MOVE TOTAL-BOVEDAS TO RENGLON-BOVEDA
              MOVE SUCURSAL-CAJA TO TAB-BOV-SUCURSAL(RENGLON-BOVEDA)
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE ZERO TO TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              END-PERFORM
           END-IF.
           ACCEPT TAB-BOV-FECHA(RENGLON-BOVEDA) FROM DATE YYYYMMDD.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              IF BOVEDA-DOTACION
                 SUBTRACT BILLETES-BOVEDA(IDX-DEN)
                    FROM TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              ELSE
                 ADD BILLETES-BOVEDA(IDX-DEN)
                    TO TAB-BOV-BILLETES(RENGLON-BOVEDA, IDX-DEN)
              END-IF
           END-PERFORM.

      *> --- Reescribe BOVEDA.DAT completo.
        GRABAR-BOVEDAS.
           OPEN OUTPUT BOVEDA-FILE.
           PERFORM VARYING IDX-BOV FROM 1 BY 1
                   UNTIL IDX-BOV > TOTAL-BOVEDAS
              MOVE TAB-BOV-SUCURSAL(IDX-BOV) TO BOV-SUCURSAL
              MOVE TAB-BOV-FECHA(IDX-BOV) TO BOV-FECHA
              PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
                 MOVE TAB-BOV-BILLETES(IDX-BOV, IDX-DEN)
                   TO BOV-BILLETES(IDX-DEN)
              END-PERFORM
              WRITE BOVEDA-REG
           END-PERFORM.
           CLOSE BOVEDA-FILE.

      *> --- Folio de movimientos de bóveda, compartido con
      *> TESORERIA-BOVEDA; mismo patrón que FOLIO_PLAZOS.CTL.
        TOMAR-FOLIO-BOVEDA.
           OPEN INPUT FOLIO-BOVEDA-FILE.
           IF WS-ESTADO-FOLIO-BOVEDA = '00'
              READ FOLIO-BOVEDA-FILE
                 AT END MOVE 1 TO CTL-SIGUIENTE-BOVEDA
              END-READ
              MOVE CTL-SIGUIENTE-BOVEDA TO FOLIO-BOVEDA
              CLOSE FOLIO-BOVEDA-FILE
           ELSE
              MOVE 1 TO FOLIO-BOVEDA
           END-IF.
           OPEN OUTPUT FOLIO-BOVEDA-FILE.
           COMPUTE CTL-SIGUIENTE-BOVEDA = FOLIO-BOVEDA + 1.
           WRITE FOLIO-BOVEDA-REG.
           CLOSE FOLIO-BOVEDA-FILE.

      *> --- Agrega el movimiento, ya ejecutado, a MOVS_BOVEDA.DAT.
        GRABAR-MOV-BOVEDA.
           OPEN EXTEND MOVS-BOVEDA-FILE.
           IF WS-ESTADO-MOVS-BOVEDA NOT = '00'
              OPEN OUTPUT MOVS-BOVEDA-FILE
           END-IF.
           MOVE FOLIO-BOVEDA TO MBV-FOLIO.
           ACCEPT MBV-FECHA FROM DATE YYYYMMDD.
           ACCEPT MBV-HORA FROM TIME.
           MOVE SUCURSAL-CAJA TO MBV-SUCURSAL.
           MOVE TIPO-MOV-BOVEDA TO MBV-TIPO.
           MOVE OPERADOR-ACTUAL TO MBV-OPERADOR.
           MOVE CUSTODIO-ID TO MBV-CUSTODIO.
           PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6
              MOVE BILLETES-BOVEDA(IDX-DEN) TO MBV-BILLETES(IDX-DEN)
           END-PERFORM.
           MOVE IMPORTE-BOVEDA TO MBV-IMPORTE.
           MOVE 'E' TO MBV-ESTADO.
           MOVE MBV-FECHA TO MBV-FECHA-EJEC.
           MOVE CUSTODIO-ID TO MBV-EJECUTO.
           WRITE MOV-BOVEDA-REG.
           CLOSE MOVS-BOVEDA-FILE.

      *> --- Acceso a una caja de seguridad: la caja debe tener
      *> contrato, y quien se presenta debe ser el titular del
      *> contrato o un cotitular o firmante autorizado de la cuenta
      *> que lo paga en FIRMANTES.DAT. Un cliente con bloqueo, o un
      *> contrato en mora o con la caja ya perforada, niegan el
      *> acceso. Cada solicitud, permitida o negada, queda en
      *> ACCESOS_CAJAS.DAT y en AUDITORIA.LOG.
        ACCESO_CAJA_SEGURIDAD.
           MOVE 95 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE ZERO TO SUCURSAL-CAPTURADA.
           ACCEPT SUCURSAL-CAPTURADA.
           PERFORM VALIDAR-SUCURSAL.
           IF NOT ES-SUCURSAL-VALIDA
              MOVE 100 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 181 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE ZERO TO CAJA-SEGURIDAD-CAPTURADA.
           ACCEPT CAJA-SEGURIDAD-CAPTURADA.
           PERFORM BUSCAR-CONTRATO-CAJA.
           IF NOT HAY-CONTRATO-CAJA
              MOVE 182 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 183 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE ZERO TO CLIENTE-ACCESO.
           ACCEPT CLIENTE-ACCESO.
           PERFORM RESOLVER-ROL-ACCESO.
           MOVE 'N' TO RESULTADO-ACCESO.
           IF ROL-ACCESO = SPACE
              MOVE 184 TO MSG-INDICE-WS
              MOVE "NO AUTORIZADO EN LA CAJA" TO MOTIVO-ACCESO
           ELSE
              PERFORM CARGAR-PADRON-CLIENTES
              MOVE 'N' TO CLIENTE-BLOQUEADO-WS
              PERFORM VARYING IDX-CLI-REG FROM 1 BY 1
                      UNTIL IDX-CLI-REG > TOTAL-CLIENTES-PAD
                 IF TAB-CLI-NUMERO(IDX-CLI-REG) = CLIENTE-ACCESO
                    IF TAB-CLI-BLOQUEO(IDX-CLI-REG) = 'D'
                          OR TAB-CLI-BLOQUEO(IDX-CLI-REG) = 'J'
                          OR TAB-CLI-BLOQUEO(IDX-CLI-REG) = 'V'
                       MOVE 'S' TO CLIENTE-BLOQUEADO-WS
                    END-IF
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF ES-CLIENTE-BLOQUEADO
                 MOVE 185 TO MSG-INDICE-WS
                 MOVE "CLIENTE CON BLOQUEO" TO MOTIVO-ACCESO
              ELSE
                 IF ESTADO-CONTRATO NOT = 'V'
                    MOVE 186 TO MSG-INDICE-WS
                    MOVE "CONTRATO EN MORA" TO MOTIVO-ACCESO
                 ELSE
                    MOVE 'P' TO RESULTADO-ACCESO
                    MOVE 187 TO MSG-INDICE-WS
                    MOVE SPACES TO MOTIVO-ACCESO
                 END-IF
              END-IF
           END-IF.
           PERFORM MOSTRAR-MENSAJE.
           PERFORM GRABAR-ACCESO-CAJA.
           MOVE CUENTA-CONTRATO TO AUD-CUENTA-WS.
           MOVE 'H' TO AUD-OPERACION-WS.
           MOVE ZERO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           IF RESULTADO-ACCESO = 'P'
              STRING "ACCESO CAJA " DELIMITED BY SIZE
                     SUCURSAL-CAPTURADA DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CAJA-SEGURIDAD-CAPTURADA DELIMITED BY SIZE
                     " CLI " DELIMITED BY SIZE
                     CLIENTE-ACCESO DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION-WS
           ELSE
              STRING "NEGADO CAJA " DELIMITED BY SIZE
                     SUCURSAL-CAPTURADA DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CAJA-SEGURIDAD-CAPTURADA DELIMITED BY SIZE
                     " CLI " DELIMITED BY SIZE
                     CLIENTE-ACCESO DELIMITED BY SIZE
                     INTO AUD-DESCRIPCION-WS
           END-IF.
           PERFORM GRABAR_AUDITORIA.

      *> --- Ubica el contrato no cancelado de la caja capturada en
      *> CONTRATOS_CAJAS.DAT.
        BUSCAR-CONTRATO-CAJA.
           MOVE 'N' TO CONTRATO-CAJA-HALLADO.
           MOVE 'N' TO EOF-CCS.
           OPEN INPUT CONTRATOS-CAJAS-FILE.
           IF WS-ESTADO-CONTRATOS-CAJAS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CCS
              READ CONTRATOS-CAJAS-FILE
                 AT END MOVE 'S' TO EOF-CCS
                 NOT AT END
                    IF CCS-SUCURSAL = SUCURSAL-CAPTURADA
                          AND CCS-CAJA = CAJA-SEGURIDAD-CAPTURADA
                          AND NOT CCS-CANCELADO
                       MOVE 'S' TO CONTRATO-CAJA-HALLADO
                       MOVE 'S' TO EOF-CCS
                       MOVE CCS-CONTRATO TO CONTRATO-ACCESO
                       MOVE CCS-CLIENTE TO TITULAR-CONTRATO
                       MOVE CCS-CUENTA TO CUENTA-CONTRATO
                       MOVE CCS-ESTADO TO ESTADO-CONTRATO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRATOS-CAJAS-FILE.

      *> --- Rol con que el cliente puede abrir la caja: titular del
      *> contrato, o su rol de firmante sobre la cuenta que paga el
      *> contrato; espacio si no figura.
        RESOLVER-ROL-ACCESO.
           MOVE SPACE TO ROL-ACCESO.
           IF CLIENTE-ACCESO = TITULAR-CONTRATO
              MOVE 'T' TO ROL-ACCESO
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-FIR.
           OPEN INPUT FIRMANTES-FILE.
           IF WS-ESTADO-FIRMANTES = '00'
              PERFORM UNTIL FIN-FIR
                 READ FIRMANTES-FILE
                    AT END MOVE 'S' TO EOF-FIR
                    NOT AT END
                       IF FIR-CUENTA NUMERIC
                             AND FIR-CUENTA = CUENTA-CONTRATO
                             AND FIR-CLIENTE = CLIENTE-ACCESO
                          MOVE FIR-ROL TO ROL-ACCESO
                          MOVE 'S' TO EOF-FIR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FIRMANTES-FILE
           END-IF.

        GRABAR-ACCESO-CAJA.
           OPEN EXTEND ACCESOS-CAJAS-FILE.
           IF WS-ESTADO-ACCESOS-CAJAS NOT = '00'
              OPEN OUTPUT ACCESOS-CAJAS-FILE
           END-IF.
           ACCEPT ACS-FECHA FROM DATE YYYYMMDD.
           ACCEPT ACS-HORA FROM TIME.
           MOVE SUCURSAL-CAPTURADA TO ACS-SUCURSAL.
           MOVE CAJA-SEGURIDAD-CAPTURADA TO ACS-CAJA.
           MOVE CONTRATO-ACCESO TO ACS-CONTRATO.
           MOVE CLIENTE-ACCESO TO ACS-CLIENTE.
           MOVE ROL-ACCESO TO ACS-ROL.
           MOVE OPERADOR-ACTUAL TO ACS-OPERADOR.
           MOVE RESULTADO-ACCESO TO ACS-RESULTADO.
           MOVE MOTIVO-ACCESO TO ACS-MOTIVO.
           WRITE ACCESO-CAJA-REG.
           CLOSE ACCESOS-CAJAS-FILE.

      *> --- Encola el evento en turno en NOTIFICACIONES.DAT para
      *> la lista de trabajo del call center; los mensajes de alerta
      *> de pantalla ya no se pierden al hacer scroll.
        VALIDAR-CHEQUE-VENTANILLA.
           MOVE 0 TO CHEQUE-RESULTADO.
           MOVE 'N' TO CHEQUE-HALLADO-VENT.
           OPEN INPUT CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              MOVE 66 TO CHEQUE-RESULTADO
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO_CUENTA_CLIENTE TO CHQ-CUENTA.
           MOVE CHEQUE-RETIRO TO CHQ-NUMERO.
           READ CHEQUES-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO CHEQUE-HALLADO-VENT
                 EVALUATE CHQ-ESTADO
                    WHEN 'C'
                       MOVE 67 TO CHEQUE-RESULTADO
                    WHEN 'S'
                       MOVE 68 TO CHEQUE-RESULTADO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
           CLOSE CHEQUES-FILE.
           IF CHEQUE-HALLADO-VENT NOT = 'S'
              MOVE 66 TO CHEQUE-RESULTADO
           END-IF.

      *> --- Marca pagado en CHEQUES.DAT el cheque del retiro que
      *> acaba de aplicarse, leyéndolo por llave y reescribiéndolo.
        PAGAR-CHEQUE-VENTANILLA.
           OPEN I-O CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO_CUENTA_CLIENTE TO CHQ-CUENTA.
           MOVE CHEQUE-RETIRO TO CHQ-NUMERO.
           READ CHEQUES-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO CHQ-ESTADO
                 REWRITE CHEQUE-REG
                    INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR EL CHEQUE "
                               CHQ-NUMERO
                 END-REWRITE
           END-READ.
           CLOSE CHEQUES-FILE.

      *> --- Reabre a 'P' en CHEQUES.DAT el cheque que pagó el
      *> retiro recién anulado, por llave igual que
      *> PAGAR-CHEQUE-VENTANILLA.
        REABRIR-CHEQUE-ANULADO.
           OPEN I-O CHEQUES-FILE.
           IF WS-ESTADO-CHEQUES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ANU-CUENTA(RENGLON-ANULAR) TO CHQ-CUENTA.
           MOVE TAB-ANU-CHEQUE(RENGLON-ANULAR) TO CHQ-NUMERO.
           READ CHEQUES-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'P' TO CHQ-ESTADO
                 REWRITE CHEQUE-REG
                    INVALID KEY
                       DISPLAY "NO SE PUDO REABRIR EL CHEQUE "
                               CHQ-NUMERO
                 END-REWRITE
           END-READ.
           CLOSE CHEQUES-FILE.

      *> --- Pide la clave de un supervisor y la valida contra el
              MOVE ZERO TO TAB-OPS-DEP-MONTO(TOTAL-OPERADORES-SESION)
              MOVE ZERO TO TAB-OPS-RET-CANT(TOTAL-OPERADORES-SESION)
              MOVE ZERO TO TAB-OPS-RET-MONTO(TOTAL-OPERADORES-SESION)
              MOVE ZERO TO TAB-OPS-DOT-MONTO(TOTAL-OPERADORES-SESION)
              MOVE ZERO TO TAB-OPS-CON-MONTO(TOTAL-OPERADORES-SESION)
           END-IF.

      *> --- Cálculo del dígito verificador de un número de cuenta:
      *> disponibilidad la estampa CAMARA-COMPENSACION esta noche,
      *> contando días hábiles del calendario.
        GRABAR-CHEQUE-CAMARA.
           MOVE 'M' TO EPA-MODO.
           OPEN EXTEND CAMARA-FILE.
           IF WS-ESTADO-CAMARA NOT = '00'
              OPEN OUTPUT CAMARA-FILE
              MOVE 'N' TO EPA-MODO
           END-IF.
           MOVE 'A' TO EPA-OPERACION.
           MOVE "CAMARA_SALIDA.DAT" TO EPA-ARCHIVO.
           MOVE "PROYECTO1" TO EPA-PROGRAMA.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.
           MOVE REFERENCIA-CAMARA TO CAM-REFERENCIA.
           MOVE NUMERO_CUENTA_CLIENTE TO CAM-CUENTA.
           MOVE BANCO-GIRADO TO CAM-BANCO.
           MOVE ZERO TO CAM-FECHA-DISPONIBLE.
           MOVE 'E' TO CAM-ESTADO.
           WRITE CAMARA-REG.
           MOVE 'R' TO EPA-OPERACION.
           MOVE CAM-REFERENCIA TO EPA-REFERENCIA.
           MOVE CAM-IMPORTE TO EPA-IMPORTE.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.
           CLOSE CAMARA-FILE.
           MOVE 'C' TO EPA-OPERACION.
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *> --- Encola el abono del cheque para la corrida nocturna.
        ENCOLAR-ABONO-CAMARA.
           MOVE SUCURSAL-CAJA TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

      *> responda; el motivo carga la referencia para que
      *> CAMARA-COMPENSACION encuentre qué retención liberar.
        RETENER-IMPORTE-CAMARA.
           OPEN I-O RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES = '35'
              OPEN OUTPUT RETENCIONES-FILE
           END-IF.
           MOVE NUMERO_CUENTA_CLIENTE TO RET-CUENTA.
                  REFERENCIA-CAMARA DELIMITED BY SIZE
                  INTO RET-MOTIVO.
           ACCEPT RET-FECHA FROM DATE YYYYMMDD.
           WRITE RETENCION-REG
              INVALID KEY
                 DISPLAY "YA EXISTE RETENCION " RET-MOTIVO
           END-WRITE.
           CLOSE RETENCIONES-FILE.

      *> --- Toma la siguiente referencia de cámara del folio
              MOVE ZERO TO REFERENCIA-CAMARA
           END-IF.

      *> --- Transferencia a otro banco: la ventanilla no toca el
      *> saldo; valida la cuenta, la CLABE del beneficiario y que
      *> el disponible alcance, registra la orden con los datos del
      *> beneficiario y encola el cargo 'I' con la misma referencia
      *> en MOVIMIENTOS.DAT. BATCH-BANCO lo debita esta noche con
      *> todas las validaciones de un retiro, y
      *> TRANSFERENCIAS-INTERBANCARIAS manda al sistema de pagos
      *> sólo las órdenes cuyo cargo posteó.
        TRANSFERIR_INTERBANCARIA.
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-BLOQUEO-CLIENTE.
           IF ES-CLIENTE-BLOQUEADO
              MOVE 111 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR_CUENTAS.
           PERFORM BUSCAR_CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE 20 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'C'
              MOVE 136 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'D'
              MOVE 78 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 129 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT BANCO-DESTINO.
           MOVE 130 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT CLABE-DESTINO.
           PERFORM VALIDAR-CLABE.
           IF NOT ES-CLABE-VALIDA
              MOVE 131 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 132 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT BENEFICIARIO-TRANSF.
           IF BENEFICIARIO-TRANSF = SPACES
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 133 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT IMPORTE-TRANSF.
           IF IMPORTE-TRANSF = 0
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
      *> --- El disponible se revisa aquí para no mandar a la noche
      *> un cargo que de todos modos va a rebotar; el batch vuelve
      *> a validarlo todo al postear.
           PERFORM CONSULTAR-RETENCION.
           IF ES-CUENTA-BLOQUEADA
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-TRANSF >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
              MOVE 25 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-TRANSF >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
                 - IMPORTE-RETENIDO
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO AUTORIZACION.
           IF IMPORTE-TRANSF >= MONTO-TRANSACCION-GRANDE
              PERFORM AUTORIZAR-SUPERVISOR
           END-IF.
           IF NOT AUTORIZACION-CONCEDIDA
              MOVE 54 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-REFERENCIA-TRANSF.
           IF REFERENCIA-TRANSF = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM GRABAR-ORDEN-TRANSF.
           PERFORM ENCOLAR-CARGO-TRANSF.
           MOVE 134 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE NUMERO_CUENTA_CLIENTE TO AUD-CUENTA-WS.
           MOVE 'I' TO AUD-OPERACION-WS.
           MOVE IMPORTE-TRANSF TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "ORDEN TRANSF " DELIMITED BY SIZE
                  REFERENCIA-TRANSF DELIMITED BY SIZE
                  " BCO " DELIMITED BY SIZE
                  BANCO-DESTINO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.
           IF IMPORTE-TRANSF >= MONTO-TRANSACCION-GRANDE
              MOVE "TRF-GRANDE" TO NOT-TIPO-WS
              MOVE NUMERO_CUENTA_CLIENTE TO NOT-CUENTA-WS
              MOVE IMPORTE-TRANSF TO NOT-IMPORTE-WS
              PERFORM GRABAR-NOTIFICACION
           END-IF.

      *> --- Valida la CLABE: 18 cifras, las tres primeras iguales a
      *> la clave del banco capturada y el dígito 18 igual al de
      *> control (suma de cada cifra por su peso 3, 7, 1 tomada
      *> módulo 10; el control es lo que le falta a la suma para
      *> cerrar la decena).
        VALIDAR-CLABE.
           MOVE 'N' TO CLABE-VALIDA.
           IF CLABE-DESTINO NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE CLABE-BANCO TO BANCO-TEXTO.
           IF BANCO-TEXTO NOT = BANCO-DESTINO
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO SUMA-CLABE.
           MOVE 1 TO IDX-PESO.
           PERFORM VARYING IDX-CLABE FROM 1 BY 1 UNTIL IDX-CLABE > 17
              COMPUTE PRODUCTO-CLABE =
                 CLABE-DIGITO(IDX-CLABE) * PESO-CLABE(IDX-PESO)
              DIVIDE PRODUCTO-CLABE BY 10 GIVING COCIENTE-CLABE
                 REMAINDER RESTO-CLABE
              ADD RESTO-CLABE TO SUMA-CLABE
              IF IDX-PESO = 3
                 MOVE 1 TO IDX-PESO
              ELSE
                 ADD 1 TO IDX-PESO
              END-IF
           END-PERFORM.
           DIVIDE SUMA-CLABE BY 10 GIVING COCIENTE-CLABE
              REMAINDER RESTO-CLABE.
           COMPUTE CONTROL-CLABE = 10 - RESTO-CLABE.
           IF CONTROL-CLABE = 10
              MOVE 0 TO CONTROL-CLABE
           END-IF.
           IF CONTROL-CLABE = CLABE-DIGITO(18)
              MOVE 'S' TO CLABE-VALIDA
           END-IF.

      *> --- Registra la orden capturada ('C'); la referencia la
      *> liga con el cargo encolado.
        GRABAR-ORDEN-TRANSF.
           OPEN EXTEND ORDENES-TRANSF-FILE.
           IF WS-ESTADO-ORDENES NOT = '00'
              OPEN OUTPUT ORDENES-TRANSF-FILE
           END-IF.
           MOVE REFERENCIA-TRANSF TO OTI-REFERENCIA.
           MOVE NUMERO_CUENTA_CLIENTE TO OTI-CUENTA.
           MOVE IMPORTE-TRANSF TO OTI-IMPORTE.
           MOVE BANCO-DESTINO TO OTI-BANCO.
           MOVE CLABE-DESTINO TO OTI-CLABE.
           MOVE BENEFICIARIO-TRANSF TO OTI-BENEFICIARIO.
           ACCEPT OTI-FECHA FROM DATE YYYYMMDD.
           MOVE SUCURSAL-CAJA TO OTI-SUCURSAL.
           MOVE OPERADOR-ACTUAL TO OTI-OPERADOR.
           MOVE 'C' TO OTI-ESTADO.
           MOVE ZERO TO OTI-FECHA-ENVIO.
           MOVE SPACES TO OTI-MOTIVO.
           WRITE ORDEN-TRANSF-REG.
           CLOSE ORDENES-TRANSF-FILE.

      *> --- Encola el cargo de la transferencia para la corrida
      *> nocturna.
        ENCOLAR-CARGO-TRANSF.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           MOVE REFERENCIA-TRANSF TO MOV-REFERENCIA.
           MOVE NUMERO_CUENTA_CLIENTE TO MOV-CUENTA.
           MOVE 'I' TO OPERACION.
           MOVE IMPORTE-TRANSF TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE SUCURSAL-CAJA TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

      *> --- Toma la siguiente referencia de transferencias del
      *> folio compartido con TRANSFERENCIAS-INTERBANCARIAS; el
      *> rango arranca en 77000001 y se alinea al registro central
      *> de rangos igual que el de cámara.
        TOMAR-REFERENCIA-TRANSF.
           OPEN INPUT TRANSF-REF-FILE.
           IF WS-ESTADO-TRANSF-REF = '00'
              READ TRANSF-REF-FILE
                 AT END MOVE 77000000 TO CTL-ULTIMA-REF-TRANSF
              END-READ
              MOVE CTL-ULTIMA-REF-TRANSF TO REFERENCIA-TRANSF
              CLOSE TRANSF-REF-FILE
           ELSE
              MOVE 77000000 TO REFERENCIA-TRANSF
           END-IF.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS = '00'
              PERFORM UNTIL FIN-RNG
                 READ RANGOS-FILE
                    AT END MOVE 'S' TO EOF-RNG
                    NOT AT END
                       IF RNG-FUENTE = "TRANSF"
                             AND RNG-DESDE NUMERIC
                             AND RNG-HASTA NUMERIC
                          MOVE RNG-DESDE TO RANGO-DESDE
                          MOVE RNG-HASTA TO RANGO-HASTA
                          MOVE 'S' TO EOF-RNG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RANGOS-FILE
           END-IF.
           IF RANGO-HASTA > 0
              IF REFERENCIA-TRANSF < RANGO-DESDE - 1
                 MOVE RANGO-DESDE TO REFERENCIA-TRANSF
                 SUBTRACT 1 FROM REFERENCIA-TRANSF
              END-IF
              IF REFERENCIA-TRANSF >= RANGO-HASTA
                 MOVE 135 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE
                 MOVE ZERO TO REFERENCIA-TRANSF
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO REFERENCIA-TRANSF.
           OPEN OUTPUT TRANSF-REF-FILE.
           MOVE REFERENCIA-TRANSF TO CTL-ULTIMA-REF-TRANSF.
           WRITE TRANSF-REF-REG.
           CLOSE TRANSF-REF-FILE.

      *> --- Pago de servicios (luz, agua, teléfono, impuestos): la
      *> referencia del recibo se valida contra el catálogo de
      *> emisores antes de cobrar. En efectivo, el cobro entra al
      *> cajón y cuenta con los depósitos del operador para el
      *> arqueo; con cargo a cuenta, se revisa el disponible y se
      *> encola un cargo '-' por el total, que BATCH-BANCO postea
      *> esta noche. En los dos casos el pago queda en
      *> PAGOS_SERVICIOS.DAT y LIQUIDACION-SERVICIOS se lo paga al
      *> emisor.
        PAGAR_SERVICIO.
           MOVE 159 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE ZERO TO RSP-EMISOR.
           ACCEPT RSP-EMISOR.
           MOVE 160 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO RSP-REFERENCIA.
           ACCEPT RSP-REFERENCIA.
           CALL 'VALIDA-REFERENCIA' USING REFERENCIA-PARAMETROS.
           IF NOT RSP-VALIDA
              MOVE 161 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE-SIN-SALTO
              DISPLAY RSP-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY RSP-NOMBRE.
           MOVE 162 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT IMPORTE-SERVICIO.
           IF IMPORTE-SERVICIO = 0
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE TOTAL-SERVICIO = IMPORTE-SERVICIO + RSP-COMISION.
           MOVE 163 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY RSP-COMISION.
           MOVE 164 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY TOTAL-SERVICIO.
           MOVE 165 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO FORMA-PAGO-SERVICIO.
           ACCEPT FORMA-PAGO-SERVICIO.
           IF NOT SERVICIO-EN-EFECTIVO AND NOT SERVICIO-CON-CARGO
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO NUMERO_CUENTA_CLIENTE.
           IF SERVICIO-CON-CARGO
              PERFORM VERIFICAR-CUENTA-SERVICIO
              IF NOT ES-CAPTURA-VALIDA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 166 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 'N' TO CONFIRMA-SERVICIO.
           ACCEPT CONFIRMA-SERVICIO.
           IF CONFIRMA-SERVICIO NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO AUTORIZACION.
           IF TOTAL-SERVICIO >= MONTO-TRANSACCION-GRANDE
              PERFORM AUTORIZAR-SUPERVISOR
           END-IF.
           IF NOT AUTORIZACION-CONCEDIDA
              MOVE 54 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-REFERENCIA-SERVICIO.
           IF REFERENCIA-SERVICIO = 0
              EXIT PARAGRAPH
           END-IF.
           IF SERVICIO-CON-CARGO
              PERFORM ENCOLAR-CARGO-SERVICIO
           ELSE
              ADD 1 TO SESION-DEPOSITOS-CANT
              ADD TOTAL-SERVICIO TO SESION-DEPOSITOS-MONTO
              ADD 1 TO TAB-OPS-DEP-CANT(RENGLON-OPERADOR)
              ADD TOTAL-SERVICIO TO TAB-OPS-DEP-MONTO(RENGLON-OPERADOR)
           END-IF.
           PERFORM GRABAR-PAGO-SERVICIO.
           MOVE 167 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY REFERENCIA-SERVICIO.
           MOVE NUMERO_CUENTA_CLIENTE TO AUD-CUENTA-WS.
           MOVE 'V' TO AUD-OPERACION-WS.
           MOVE TOTAL-SERVICIO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "PAGO SERV " DELIMITED BY SIZE
                  RSP-EMISOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-REFERENCIA DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.

      *> --- Cuenta a la que se carga el servicio: mismas revisiones
      *> que la transferencia a otro banco, contra el total con la
      *> comisión. CAPTURA-VALIDA queda en 'S' sólo si se puede
      *> cargar.
        VERIFICAR-CUENTA-SERVICIO.
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CAPTURA-VALIDA.
           PERFORM VERIFICAR-BLOQUEO-CLIENTE.
           IF ES-CLIENTE-BLOQUEADO
              MOVE 111 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR_CUENTAS.
           PERFORM BUSCAR_CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE 20 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'C'
              MOVE 136 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'D'
              MOVE 78 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONSULTAR-RETENCION.
           IF ES-CUENTA-BLOQUEADA
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-SERVICIO >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
              MOVE 25 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-SERVICIO >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
                 - IMPORTE-RETENIDO
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO CAPTURA-VALIDA.

      *> --- Registra el pago capturado ('C'); el folio lo liga con
      *> el cargo encolado cuando es con cargo a cuenta.
        GRABAR-PAGO-SERVICIO.
           OPEN EXTEND PAGOS-SERVICIOS-FILE.
           IF WS-ESTADO-PAGOS-SERV NOT = '00'
              OPEN OUTPUT PAGOS-SERVICIOS-FILE
           END-IF.
           MOVE REFERENCIA-SERVICIO TO PSV-REFERENCIA.
           ACCEPT PSV-FECHA FROM DATE YYYYMMDD.
           MOVE RSP-EMISOR TO PSV-EMISOR.
           MOVE RSP-REFERENCIA TO PSV-REF-SERVICIO.
           MOVE IMPORTE-SERVICIO TO PSV-IMPORTE.
           MOVE RSP-COMISION TO PSV-COMISION.
           MOVE FORMA-PAGO-SERVICIO TO PSV-ORIGEN.
           MOVE NUMERO_CUENTA_CLIENTE TO PSV-CUENTA.
           MOVE SUCURSAL-CAJA TO PSV-SUCURSAL.
           MOVE OPERADOR-ACTUAL TO PSV-OPERADOR.
           MOVE 'C' TO PSV-ESTADO.
           MOVE ZERO TO PSV-FECHA-LIQ.
           MOVE SPACES TO PSV-MOTIVO.
           WRITE PAGO-SERVICIO-REG.
           CLOSE PAGOS-SERVICIOS-FILE.

      *> --- Encola el cargo del servicio, importe más comisión,
      *> para la corrida nocturna.
        ENCOLAR-CARGO-SERVICIO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           MOVE REFERENCIA-SERVICIO TO MOV-REFERENCIA.
           MOVE NUMERO_CUENTA_CLIENTE TO MOV-CUENTA.
           MOVE '-' TO OPERACION.
           MOVE TOTAL-SERVICIO TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE SUCURSAL-CAJA TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

      *> --- Toma el siguiente folio de servicios, compartido con
      *> GENERADOR-PAGOS; el rango arranca en 74000001 y se alinea
      *> al registro central de rangos igual que el de
      *> transferencias.
        TOMAR-REFERENCIA-SERVICIO.
           OPEN INPUT SERVICIOS-REF-FILE.
           IF WS-ESTADO-SERV-REF = '00'
              READ SERVICIOS-REF-FILE
                 AT END MOVE 74000000 TO CTL-ULTIMA-REF-SERVICIO
              END-READ
              MOVE CTL-ULTIMA-REF-SERVICIO TO REFERENCIA-SERVICIO
              CLOSE SERVICIOS-REF-FILE
           ELSE
              MOVE 74000000 TO REFERENCIA-SERVICIO
           END-IF.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS = '00'
              PERFORM UNTIL FIN-RNG
                 READ RANGOS-FILE
                    AT END MOVE 'S' TO EOF-RNG
                    NOT AT END
                       IF RNG-FUENTE = "SERVICIOS"
                             AND RNG-DESDE NUMERIC
                             AND RNG-HASTA NUMERIC
                          MOVE RNG-DESDE TO RANGO-DESDE
                          MOVE RNG-HASTA TO RANGO-HASTA
                          MOVE 'S' TO EOF-RNG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RANGOS-FILE
           END-IF.
           IF RANGO-HASTA > 0
              IF REFERENCIA-SERVICIO < RANGO-DESDE - 1
                 MOVE RANGO-DESDE TO REFERENCIA-SERVICIO
                 SUBTRACT 1 FROM REFERENCIA-SERVICIO
              END-IF
              IF REFERENCIA-SERVICIO >= RANGO-HASTA
                 MOVE 168 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE
                 MOVE ZERO TO REFERENCIA-SERVICIO
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO REFERENCIA-SERVICIO.
           OPEN OUTPUT SERVICIOS-REF-FILE.
           MOVE REFERENCIA-SERVICIO TO CTL-ULTIMA-REF-SERVICIO.
           WRITE SERVICIOS-REF-REG.
           CLOSE SERVICIOS-REF-FILE.

      *> --- Cambio de moneda entre dos cuentas del mismo titular:
      *> como la transferencia a otro banco, la ventanilla no toca
      *> saldos; cotiza con el padrón del día, muestra al cliente el
      *> tipo y el importe que recibirá y, si lo acepta, encola el
      *> movimiento 'X' con ese tipo. BATCH-BANCO lo aplica esta
      *> noche a ese mismo tipo con todas sus validaciones.
        CAMBIAR_MONEDA_CUENTAS.
           MOVE 138 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-BLOQUEO-CLIENTE.
           IF ES-CLIENTE-BLOQUEADO
              MOVE 111 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO_CUENTA_CLIENTE TO CUENTA-ORIGEN-CAMBIO.
           MOVE 139 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           PERFORM PEDIR-CUENTA-VERIFICADA.
           IF NOT ES-CAPTURA-VALIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMERO_CUENTA_CLIENTE TO CUENTA-DESTINO-CAMBIO.
           IF CUENTA-ORIGEN-CAMBIO = CUENTA-DESTINO-CAMBIO
              MOVE 60 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR_CUENTAS.
           PERFORM BUSCAR_CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE 20 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'C'
              MOVE 136 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CLIENTE-CTA(IDX-CTA) TO CLIENTE-ORIGEN-CAMBIO.
           MOVE TAB-MONEDA-CTA(IDX-CTA) TO MONEDA-DESTINO-CAMBIO.
           MOVE CUENTA-ORIGEN-CAMBIO TO NUMERO_CUENTA_CLIENTE.
           PERFORM BUSCAR_CUENTA.
           IF NOT CUENTA-HALLADA
              MOVE 20 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'C'
              MOVE 136 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-STATUS-CTA(IDX-CTA) = 'D'
              MOVE 78 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF TAB-CLIENTE-CTA(IDX-CTA) = 0
                 OR TAB-CLIENTE-CTA(IDX-CTA)
                    NOT = CLIENTE-ORIGEN-CAMBIO
              MOVE 140 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-MONEDA-CTA(IDX-CTA) TO MONEDA-ORIGEN-CAMBIO.
           IF MONEDA-ORIGEN-CAMBIO = MONEDA-DESTINO-CAMBIO
              MOVE 141 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 133 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT IMPORTE-CAMBIO.
           IF IMPORTE-CAMBIO = 0
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
      *> --- Compra de la moneda origen y venta de la destino, con
      *> el diferencial de cada una; el tipo cruzado es el que se le
      *> respeta al cliente en la noche.
           MOVE MONEDA-ORIGEN-CAMBIO TO MONEDA-COTIZAR.
           PERFORM COTIZAR-MONEDA-VENTANILLA.
           IF NOT ES-TCA-HALLADO
              MOVE 142 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE TC-COMPRA ROUNDED =
              TCA-MEDIO-WS * (100 - TCA-DIFERENCIAL-WS) / 100.
           MOVE MONEDA-DESTINO-CAMBIO TO MONEDA-COTIZAR.
           PERFORM COTIZAR-MONEDA-VENTANILLA.
           IF NOT ES-TCA-HALLADO
              MOVE 142 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE TC-VENTA ROUNDED =
              TCA-MEDIO-WS * (100 + TCA-DIFERENCIAL-WS) / 100.
           IF TC-VENTA = 0
              MOVE 142 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE TC-APLICADO ROUNDED = TC-COMPRA / TC-VENTA.
           COMPUTE IMPORTE-CONVERTIDO ROUNDED =
              IMPORTE-CAMBIO * TC-APLICADO
              ON SIZE ERROR
                 MOVE ZERO TO IMPORTE-CONVERTIDO
           END-COMPUTE.
           IF IMPORTE-CONVERTIDO = 0
              MOVE 9 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE TC-APLICADO TO TC-EDITADO.
           MOVE IMPORTE-CONVERTIDO TO IMPORTE-CONV-EDITADO.
           MOVE 143 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY TC-EDITADO.
           MOVE 144 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY IMPORTE-CONV-EDITADO " " MONEDA-DESTINO-CAMBIO.
      *> --- El disponible se revisa aquí para no mandar a la noche
      *> un cambio que de todos modos va a rebotar.
           PERFORM CONSULTAR-RETENCION.
           IF ES-CUENTA-BLOQUEADA
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-CAMBIO >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
              MOVE 25 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-CAMBIO >
                 TAB-SALDO-CTA(IDX-CTA) + TAB-LIMITE-CTA(IDX-CTA)
                 - IMPORTE-RETENIDO
              MOVE 46 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           MOVE 145 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 'N' TO CONFIRMA-CAMBIO.
           ACCEPT CONFIRMA-CAMBIO.
           IF CONFIRMA-CAMBIO NOT = 'S'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO AUTORIZACION.
           IF IMPORTE-CAMBIO >= MONTO-TRANSACCION-GRANDE
              PERFORM AUTORIZAR-SUPERVISOR
           END-IF.
           IF NOT AUTORIZACION-CONCEDIDA
              MOVE 54 TO MSG-INDICE-WS
              PERFORM MOSTRAR-MENSAJE
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-REFERENCIA-CAMBIO.
           IF REFERENCIA-CAMBIO = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENCOLAR-CAMBIO-MONEDA.
           MOVE 146 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           MOVE CUENTA-ORIGEN-CAMBIO TO AUD-CUENTA-WS.
           MOVE 'X' TO AUD-OPERACION-WS.
           MOVE IMPORTE-CAMBIO TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "ORDEN CAMBIO " DELIMITED BY SIZE
                  MONEDA-ORIGEN-CAMBIO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MONEDA-DESTINO-CAMBIO DELIMITED BY SIZE
                  " TC" DELIMITED BY SIZE
                  TC-EDITADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.

      *> --- Tipo medio y diferencial de MONEDA-COTIZAR leídos de
      *> TIPOS_CAMBIO.CTL; la moneda local que no esté en el padrón
      *> va a la par y sin diferencial, igual que en BATCH-BANCO.
        COTIZAR-MONEDA-VENTANILLA.
           MOVE 'N' TO TCA-HALLADO.
           MOVE ZERO TO TCA-MEDIO-WS.
           MOVE ZERO TO TCA-DIFERENCIAL-WS.
           MOVE 'N' TO EOF-TCA.
           OPEN INPUT TIPOS-CAMBIO-FILE.
           IF WS-ESTADO-TIPOS-CAMBIO = '00'
              PERFORM UNTIL FIN-TCA
                 READ TIPOS-CAMBIO-FILE
                    AT END MOVE 'S' TO EOF-TCA
                    NOT AT END
                       IF TCA-CODIGO = MONEDA-COTIZAR
                             AND TCA-TIPO-CAMBIO NUMERIC
                             AND TCA-TIPO-CAMBIO > 0
                          MOVE 'S' TO TCA-HALLADO
                          MOVE TCA-TIPO-CAMBIO TO TCA-MEDIO-WS
                          IF TCA-DIFERENCIAL NUMERIC
                             MOVE TCA-DIFERENCIAL
                               TO TCA-DIFERENCIAL-WS
                          END-IF
                          MOVE 'S' TO EOF-TCA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPOS-CAMBIO-FILE
           END-IF.
           IF NOT ES-TCA-HALLADO AND MONEDA-COTIZAR = "MXN"
              MOVE 'S' TO TCA-HALLADO
              MOVE 1 TO TCA-MEDIO-WS
           END-IF.

      *> --- Encola el cambio para la corrida nocturna: cargo en la
      *> moneda de la cuenta origen, abono a MOV-CUENTA-DESTINO al
      *> tipo cotizado en ventanilla.
        ENCOLAR-CAMBIO-MONEDA.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           MOVE REFERENCIA-CAMBIO TO MOV-REFERENCIA.
           MOVE CUENTA-ORIGEN-CAMBIO TO MOV-CUENTA.
           MOVE 'X' TO OPERACION.
           MOVE IMPORTE-CAMBIO TO IMPORTE.
           MOVE CUENTA-DESTINO-CAMBIO TO MOV-CUENTA-DESTINO.
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE SUCURSAL-CAJA TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE MONEDA-ORIGEN-CAMBIO TO MOV-MONEDA.
           MOVE TC-APLICADO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.

      *> --- Toma la siguiente referencia de cambios de moneda; el
      *> rango arranca en 76000001 y se alinea al registro central
      *> de rangos igual que el de transferencias.
        TOMAR-REFERENCIA-CAMBIO.
           OPEN INPUT CAMBIOS-REF-FILE.
           IF WS-ESTADO-CAMBIOS-REF = '00'
              READ CAMBIOS-REF-FILE
                 AT END MOVE 76000000 TO CTL-ULTIMA-REF-CAMBIO
              END-READ
              MOVE CTL-ULTIMA-REF-CAMBIO TO REFERENCIA-CAMBIO
              CLOSE CAMBIOS-REF-FILE
           ELSE
              MOVE 76000000 TO REFERENCIA-CAMBIO
           END-IF.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS = '00'
              PERFORM UNTIL FIN-RNG
                 READ RANGOS-FILE
                    AT END MOVE 'S' TO EOF-RNG
                    NOT AT END
                       IF RNG-FUENTE = "CAMBIOS"
                             AND RNG-DESDE NUMERIC
                             AND RNG-HASTA NUMERIC
                          MOVE RNG-DESDE TO RANGO-DESDE
                          MOVE RNG-HASTA TO RANGO-HASTA
                          MOVE 'S' TO EOF-RNG
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RANGOS-FILE
           END-IF.
           IF RANGO-HASTA > 0
              IF REFERENCIA-CAMBIO < RANGO-DESDE - 1
                 MOVE RANGO-DESDE TO REFERENCIA-CAMBIO
                 SUBTRACT 1 FROM REFERENCIA-CAMBIO
              END-IF
              IF REFERENCIA-CAMBIO >= RANGO-HASTA
                 MOVE 147 TO MSG-INDICE-WS
                 PERFORM MOSTRAR-MENSAJE
                 MOVE ZERO TO REFERENCIA-CAMBIO
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO REFERENCIA-CAMBIO.
           OPEN OUTPUT CAMBIOS-REF-FILE.
           MOVE REFERENCIA-CAMBIO TO CTL-ULTIMA-REF-CAMBIO.
           WRITE CAMBIOS-REF-REG.
           CLOSE CAMBIOS-REF-FILE.

      *> --- Anota en el diario de la sesión el depósito o retiro
      *> recién aplicado, para poder anularlo el mismo día.
        ANOTAR-OPERACION-SESION.
           IF TOTAL-OPS-SESION < 500
              ADD 1 TO TOTAL-OPS-SESION
              MOVE OPERADOR-ACTUAL
                TO TAB-ANU-OPERADOR(TOTAL-OPS-SESION)
              MOVE NUMERO_CUENTA_CLIENTE
                 MOVE ZERO TO TAB-ANU-CHEQUE(TOTAL-OPS-SESION)
              END-IF
              MOVE 'N' TO TAB-ANU-ANULADA(TOTAL-OPS-SESION)
              MOVE SPACE TO TAB-ANU-EVENTO(TOTAL-OPS-SESION)
              MOVE ZERO TO TAB-ANU-COMISION(TOTAL-OPS-SESION)
              MOVE ZERO TO TAB-ANU-REF-COMISION(TOTAL-OPS-SESION)
              MOVE TOTAL-OPS-SESION TO RENGLON-SESION-ANOTADO
           ELSE
              MOVE 0 TO RENGLON-SESION-ANOTADO
           END-IF.

      *> --- Deja en el renglón recién anotado de la sesión la
      *> comisión que causó, para que la anulación la devuelva.
        ANOTAR-COMISION-SESION.
           IF TFP-COBRAR OR TFP-LIBRE
              MOVE EVENTO-COMISION
                TO TAB-ANU-EVENTO(RENGLON-SESION-ANOTADO)
              MOVE TFP-COMISION
                TO TAB-ANU-COMISION(RENGLON-SESION-ANOTADO)
              MOVE TFP-REFERENCIA
                TO TAB-ANU-REF-COMISION(RENGLON-SESION-ANOTADO)
           END-IF.

      *> --- Cobra la comisión por operación de EVENTO-COMISION a la
      *> cuenta del renglón IDX-CTA, con el cerrojo tomado: la
      *> cotiza TARIFA-OPERACION (exenta, sin tarifa o dentro de las
      *> libres del mes no cuesta nada) y se carga aunque sobregire,
      *> porque la operación ya se hizo. Queda en la bitácora con
      *> su referencia 71xxxxxx.
        COBRAR-COMISION-VENTANILLA.
           MOVE 'C' TO TFP-ACCION.
           MOVE EVENTO-COMISION TO TFP-EVENTO.
           MOVE TAB-NUMERO-CTA(IDX-CTA) TO TFP-CUENTA.
           MOVE TAB-TIPO-CTA(IDX-CTA) TO TFP-TIPO-CUENTA.
           MOVE TAB-SUCURSAL-CTA(IDX-CTA) TO TFP-SUCURSAL.
           ACCEPT TFP-FECHA FROM DATE YYYYMMDD.
           MOVE ZERO TO TFP-REF-ORIGEN.
           MOVE ZERO TO TFP-REF-REVERSO.
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS.
           IF NOT TFP-COBRAR
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT TFP-COMISION FROM TAB-SALDO-CTA(IDX-CTA).
           PERFORM GRABAR_CUENTAS.
           MOVE 188 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE-SIN-SALTO.
           DISPLAY TFP-COMISION.
           MOVE TAB-NUMERO-CTA(IDX-CTA) TO AUD-CUENTA-WS.
           MOVE '-' TO AUD-OPERACION-WS.
           MOVE TFP-COMISION TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "COMISION OPER " DELIMITED BY SIZE
                  TFP-REFERENCIA DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.

      *> --- La reimpresión completa de la libreta causa comisión.
        COBRAR-REIMPRESION-LIBRETA.
           PERFORM TOMAR-CERROJO.
           IF NOT TIENE-CERROJO
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR_CUENTAS.
           PERFORM BUSCAR_CUENTA.
           IF CUENTA-HALLADA
              MOVE 'L' TO EVENTO-COMISION
              PERFORM COBRAR-COMISION-VENTANILLA
           END-IF.
           PERFORM SOLTAR-CERROJO.

      *> --- Anulación del mismo día: el cajero escoge una de SUS
      *> operaciones de la sesión, un supervisor la autoriza (como
              ADD TAB-ANU-IMPORTE(RENGLON-ANULAR)
                 TO TAB-SALDO-CTA(IDX-CTA)
           END-IF.
      *> --- La comisión que el retiro causó se devuelve con él, y
      *> el retiro deja de contar contra las libres del mes.
           ADD TAB-ANU-COMISION(RENGLON-ANULAR)
              TO TAB-SALDO-CTA(IDX-CTA).
           PERFORM GRABAR_CUENTAS.
           PERFORM SOLTAR-CERROJO.
           IF TAB-ANU-EVENTO(RENGLON-ANULAR) NOT = SPACE
              PERFORM DEVOLVER-COMISION-ANULADA
           END-IF.
      *> --- Si el retiro anulado pagó un cheque, el cheque vuelve a
      *> circulación ('P') en CHEQUES.DAT, igual que hace el extorno
      *> del batch; pagado quedaría impresentable para siempre.
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.

      *> --- Marca devuelta la comisión del retiro anulado y deja su
      *> contrapartida en la bitácora.
        DEVOLVER-COMISION-ANULADA.
           MOVE 'D' TO TFP-ACCION.
           MOVE TAB-ANU-EVENTO(RENGLON-ANULAR) TO TFP-EVENTO.
           MOVE TAB-ANU-CUENTA(RENGLON-ANULAR) TO TFP-CUENTA.
           ACCEPT TFP-FECHA FROM DATE YYYYMMDD.
           MOVE TAB-ANU-REF-COMISION(RENGLON-ANULAR) TO TFP-REF-ORIGEN.
           MOVE ZERO TO TFP-REF-REVERSO.
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS.
           IF TAB-ANU-COMISION(RENGLON-ANULAR) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ANU-CUENTA(RENGLON-ANULAR) TO AUD-CUENTA-WS.
           MOVE 'X' TO AUD-OPERACION-WS.
           MOVE TAB-ANU-COMISION(RENGLON-ANULAR) TO AUD-IMPORTE-WS.
           MOVE SPACES TO AUD-DESCRIPCION-WS.
           STRING "DEVUELVE COMISION " DELIMITED BY SIZE
                  TAB-ANU-REF-COMISION(RENGLON-ANULAR)
                     DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS.
           PERFORM GRABAR_AUDITORIA.

      *> --- Control dual de la anulación: mismo padrón y mismas
      *> reglas que AUTORIZAR-SUPERVISOR, con su propia pantalla.
        AUTORIZAR-ANULACION.
           MOVE 125 TO MSG-INDICE-WS.
           PERFORM MOSTRAR-MENSAJE.
           IF ES-REIMPRESION = 'S'
              PERFORM COBRAR-REIMPRESION-LIBRETA
              EXIT PARAGRAPH
           END-IF.
           MOVE 122 TO MSG-INDICE-WS.
           MOVE 'N' TO EOF-RET.
           OPEN INPUT RETENCIONES-FILE.
           IF WS-ESTADO-RETENCIONES = '00'
              MOVE NUMERO_CUENTA_CLIENTE TO RET-CUENTA
              MOVE LOW-VALUES TO RET-MOTIVO
              START RETENCIONES-FILE KEY NOT < RET-LLAVE
                 INVALID KEY MOVE 'S' TO EOF-RET
              END-START
              PERFORM UNTIL FIN-RET
                 READ RETENCIONES-FILE NEXT
                    AT END MOVE 'S' TO EOF-RET
                    NOT AT END
                       IF RET-CUENTA NOT = NUMERO_CUENTA_CLIENTE
                          MOVE 'S' TO EOF-RET
                       ELSE
                          IF RET-IMPORTE NUMERIC
                             ADD RET-IMPORTE TO IMPORTE-RETENIDO
                          END-IF
                    ELSE
                       MOVE 'A' TO TAB-TIPO-CTA(TOTAL-CUENTAS)
                    END-IF
                    IF CUENTA-CLIENTE NUMERIC
                       MOVE CUENTA-CLIENTE
                         TO TAB-CLIENTE-CTA(TOTAL-CUENTAS)
                    ELSE
                       MOVE ZERO TO TAB-CLIENTE-CTA(TOTAL-CUENTAS)
                    END-IF
                    IF CUENTA-MONEDA = SPACES
                          OR CUENTA-MONEDA = LOW-VALUES
                       MOVE "MXN" TO TAB-MONEDA-CTA(TOTAL-CUENTAS)
                    ELSE
                       MOVE CUENTA-MONEDA
                         TO TAB-MONEDA-CTA(TOTAL-CUENTAS)
                    END-IF
                    IF CUENTA-SUCURSAL NUMERIC
                       MOVE CUENTA-SUCURSAL
                         TO TAB-SUCURSAL-CTA(TOTAL-CUENTAS)
                    ELSE
                       MOVE ZERO TO TAB-SUCURSAL-CTA(TOTAL-CUENTAS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUENTAS-FILE.
              TO MSG-ES(127).
           MOVE "AMOUNT EXCEEDS CLEARING CAP (999,999.99)"
              TO MSG-EN(127).
           MOVE "18.TRANSFERIR A OTRO BANCO" TO MSG-ES(128).
           MOVE "18.TRANSFER TO ANOTHER BANK" TO MSG-EN(128).
           MOVE "INGRESE CLAVE DEL BANCO DESTINO (3 DIGITOS)"
              TO MSG-ES(129).
           MOVE "ENTER DESTINATION BANK CODE (3 DIGITS)"
              TO MSG-EN(129).
           MOVE "INGRESE CLABE DEL BENEFICIARIO (18 DIGITOS)"
              TO MSG-ES(130).
           MOVE "ENTER BENEFICIARY CLABE (18 DIGITS)" TO MSG-EN(130).
           MOVE "CLABE INVALIDA O DE OTRO BANCO" TO MSG-ES(131).
           MOVE "INVALID CLABE OR WRONG BANK" TO MSG-EN(131).
           MOVE "INGRESE NOMBRE DEL BENEFICIARIO" TO MSG-ES(132).
           MOVE "ENTER BENEFICIARY NAME" TO MSG-EN(132).
           MOVE "INGRESE IMPORTE A TRANSFERIR" TO MSG-ES(133).
           MOVE "ENTER AMOUNT TO TRANSFER" TO MSG-EN(133).
           MOVE "TRANSFERENCIA REGISTRADA, SALE EN LA CORRIDA NOCTURNA"
              TO MSG-ES(134).
           MOVE "TRANSFER RECORDED, SENT IN THE NIGHTLY RUN"
              TO MSG-EN(134).
           MOVE "RANGO DE TRANSFERENCIAS AGOTADO, AVISE A OPERACIONES"
              TO MSG-ES(135).
           MOVE "TRANSFER RANGE EXHAUSTED, CALL OPERATIONS"
              TO MSG-EN(135).
           MOVE "CUENTA CERRADA" TO MSG-ES(136).
           MOVE "ACCOUNT CLOSED" TO MSG-EN(136).
           MOVE "19.CAMBIO DE MONEDA ENTRE CUENTAS PROPIAS"
              TO MSG-ES(137).
           MOVE "19.CURRENCY EXCHANGE BETWEEN OWN ACCOUNTS"
              TO MSG-EN(137).
           MOVE "CUENTA ORIGEN (LA QUE ENTREGA LA MONEDA)"
              TO MSG-ES(138).
           MOVE "SOURCE ACCOUNT (CURRENCY GIVEN)" TO MSG-EN(138).
           MOVE "CUENTA DESTINO (LA QUE RECIBE LA MONEDA)"
              TO MSG-ES(139).
           MOVE "DESTINATION ACCOUNT (CURRENCY RECEIVED)"
              TO MSG-EN(139).
           MOVE "LAS CUENTAS NO SON DEL MISMO TITULAR" TO MSG-ES(140).
           MOVE "ACCOUNTS DO NOT BELONG TO THE SAME HOLDER"
              TO MSG-EN(140).
           MOVE "LAS DOS CUENTAS SON DE LA MISMA MONEDA"
              TO MSG-ES(141).
           MOVE "BOTH ACCOUNTS ARE IN THE SAME CURRENCY"
              TO MSG-EN(141).
           MOVE "MONEDA SIN TIPO DE CAMBIO DEL DIA" TO MSG-ES(142).
           MOVE "NO EXCHANGE RATE FOR THE CURRENCY TODAY"
              TO MSG-EN(142).
           MOVE "TIPO DE CAMBIO APLICADO: " TO MSG-ES(143).
           MOVE "EXCHANGE RATE APPLIED: " TO MSG-EN(143).
           MOVE "IMPORTE A ACREDITAR EN DESTINO: " TO MSG-ES(144).
           MOVE "AMOUNT TO CREDIT AT DESTINATION: " TO MSG-EN(144).
           MOVE "CONFIRMA EL CAMBIO? (S/N)" TO MSG-ES(145).
           MOVE "CONFIRM THE EXCHANGE? (Y=S/N)" TO MSG-EN(145).
           MOVE "CAMBIO REGISTRADO, SE APLICA EN LA CORRIDA NOCTURNA"
              TO MSG-ES(146).
           MOVE "EXCHANGE RECORDED, POSTED IN THE NIGHTLY RUN"
              TO MSG-EN(146).
           MOVE "RANGO DE CAMBIOS AGOTADO, AVISE A OPERACIONES"
              TO MSG-ES(147).
           MOVE "EXCHANGE RANGE EXHAUSTED, CALL OPERATIONS"
              TO MSG-EN(147).
           MOVE "20.CANCELAR PLAZO FIJO ANTES DEL VENCIMIENTO"
              TO MSG-ES(148).
           MOVE "20.EARLY TERM DEPOSIT CANCELLATION"
              TO MSG-EN(148).
           MOVE "CLIENTE RETENIDO PARA REVISION DE CUMPLIMIENTO"
              TO MSG-ES(149).
           MOVE "CLIENT HELD FOR COMPLIANCE REVIEW"
              TO MSG-EN(149).
           MOVE "NOMBRE DEL BENEFICIARIO (VACIO PARA TERMINAR)"
              TO MSG-ES(150).
           MOVE "BENEFICIARY NAME (BLANK TO FINISH)"
              TO MSG-EN(150).
           MOVE "PARENTESCO" TO MSG-ES(151).
           MOVE "RELATIONSHIP" TO MSG-EN(151).
           MOVE "CUENTA DONDE COBRA EL BENEFICIARIO" TO MSG-ES(152).
           MOVE "ACCOUNT WHERE THE BENEFICIARY IS PAID"
              TO MSG-EN(152).
           MOVE "PORCENTAJE QUE LE CORRESPONDE" TO MSG-ES(153).
           MOVE "PERCENTAGE ASSIGNED" TO MSG-EN(153).
           MOVE "CUENTA DE PAGO O PORCENTAJE INVALIDO, NO SE AGREGA"
              TO MSG-ES(154).
           MOVE "INVALID PAYMENT ACCOUNT OR PERCENTAGE, NOT ADDED"
              TO MSG-EN(154).
           MOVE "NO SUMA 100, DESIGNE EN MANTENIMIENTO DE CLIENTES"
              TO MSG-ES(155).
           MOVE "DOES NOT ADD TO 100, DESIGNATE IN CLIENT MAINTENANCE"
              TO MSG-EN(155).
           MOVE "BENEFICIARIOS REGISTRADOS" TO MSG-ES(156).
           MOVE "BENEFICIARIES RECORDED" TO MSG-EN(156).
           MOVE "DESIGNAR BENEFICIARIOS DE LA CUENTA? (S/N)"
              TO MSG-ES(157).
           MOVE "DESIGNATE ACCOUNT BENEFICIARIES? (Y=S/N)"
              TO MSG-EN(157).
           MOVE "21.PAGO DE SERVICIOS (LUZ, AGUA, TELEFONO...)"
              TO MSG-ES(158).
           MOVE "21.BILL PAYMENT (UTILITIES, PHONE, TAXES)"
              TO MSG-EN(158).
           MOVE "INGRESE CLAVE DEL EMISOR DEL SERVICIO" TO MSG-ES(159).
           MOVE "ENTER BILLER CODE" TO MSG-EN(159).
           MOVE "INGRESE REFERENCIA IMPRESA EN EL RECIBO"
              TO MSG-ES(160).
           MOVE "ENTER REFERENCE PRINTED ON THE BILL" TO MSG-EN(160).
           MOVE "REFERENCIA RECHAZADA: " TO MSG-ES(161).
           MOVE "REFERENCE REJECTED: " TO MSG-EN(161).
           MOVE "INGRESE IMPORTE DEL RECIBO" TO MSG-ES(162).
           MOVE "ENTER BILL AMOUNT" TO MSG-EN(162).
           MOVE "COMISION DEL SERVICIO: " TO MSG-ES(163).
           MOVE "SERVICE FEE: " TO MSG-EN(163).
           MOVE "TOTAL A COBRAR: " TO MSG-ES(164).
           MOVE "TOTAL TO CHARGE: " TO MSG-EN(164).
           MOVE "FORMA DE PAGO: E=EFECTIVO C=CARGO A CUENTA"
              TO MSG-ES(165).
           MOVE "PAYMENT: E=CASH C=ACCOUNT DEBIT" TO MSG-EN(165).
           MOVE "CONFIRMA EL PAGO? (S/N)" TO MSG-ES(166).
           MOVE "CONFIRM THE PAYMENT? (Y=S/N)" TO MSG-EN(166).
           MOVE "PAGO REGISTRADO, FOLIO: " TO MSG-ES(167).
           MOVE "PAYMENT RECORDED, FOLIO: " TO MSG-EN(167).
           MOVE "RANGO DE SERVICIOS AGOTADO, AVISE A OPERACIONES"
              TO MSG-ES(168).
           MOVE "BILL PAYMENT RANGE EXHAUSTED, CALL OPERATIONS"
              TO MSG-EN(168).
           MOVE "22.DOTACION O CONCENTRACION DE EFECTIVO CON BOVEDA"
              TO MSG-ES(169).
           MOVE "22.VAULT CASH SUPPLY OR RETURN" TO MSG-EN(169).
           MOVE "TIPO: D=DOTACION A SU CAJON C=CONCENTRACION A BOVEDA"
              TO MSG-ES(170).
           MOVE "TYPE: D=SUPPLY TO YOUR DRAWER C=RETURN TO VAULT"
              TO MSG-EN(170).
           MOVE "IMPORTE DEL MOVIMIENTO: " TO MSG-ES(171).
           MOVE "TRANSFER AMOUNT: " TO MSG-EN(171).
           MOVE "LA BOVEDA NO TIENE SUFICIENTES BILLETES DE "
              TO MSG-ES(172).
           MOVE "VAULT IS SHORT OF NOTES OF " TO MSG-EN(172).
           MOVE "CUSTODIO DE BOVEDA: INGRESE SU ID" TO MSG-ES(173).
           MOVE "VAULT CUSTODIAN: ENTER YOUR ID" TO MSG-EN(173).
           MOVE "CUSTODIO NO VALIDO: DEBE SER SUPERVISOR Y OTRA PERSONA"
              TO MSG-ES(174).
           MOVE "INVALID CUSTODIAN: MUST BE ANOTHER PERSON, SUPERVISOR"
              TO MSG-EN(174).
           MOVE "MOVIMIENTO DE BOVEDA REGISTRADO, FOLIO: "
              TO MSG-ES(175).
           MOVE "VAULT TRANSFER RECORDED, FOLIO: " TO MSG-EN(175).
           MOVE "DOTACION RECIBIDA DE BOVEDA: " TO MSG-ES(176).
           MOVE "SUPPLY RECEIVED FROM VAULT: " TO MSG-EN(176).
           MOVE "CONCENTRADO A BOVEDA: " TO MSG-ES(177).
           MOVE "RETURNED TO VAULT: " TO MSG-EN(177).
           MOVE "EL CAJON NO TIENE ESE EFECTIVO PARA CONCENTRAR"
              TO MSG-ES(178).
           MOVE "DRAWER DOES NOT HOLD THAT MUCH CASH" TO MSG-EN(178).
           MOVE "CONFIRMA EL MOVIMIENTO? (S/N)" TO MSG-ES(179).
           MOVE "CONFIRM THE TRANSFER? (Y=S/N)" TO MSG-EN(179).
           MOVE "23.ACCESO A CAJA DE SEGURIDAD" TO MSG-ES(180).
           MOVE "23.SAFE DEPOSIT BOX ACCESS" TO MSG-EN(180).
           MOVE "INGRESE NUMERO DE CAJA DE SEGURIDAD" TO MSG-ES(181).
           MOVE "ENTER SAFE DEPOSIT BOX NUMBER" TO MSG-EN(181).
           MOVE "LA CAJA NO TIENE CONTRATO DE RENTA" TO MSG-ES(182).
           MOVE "BOX HAS NO RENTAL CONTRACT" TO MSG-EN(182).
           MOVE "INGRESE NUMERO DE CLIENTE QUE SE PRESENTA"
              TO MSG-ES(183).
           MOVE "ENTER CUSTOMER NUMBER OF THE VISITOR" TO MSG-EN(183).
           MOVE "ACCESO NEGADO: CLIENTE NO AUTORIZADO EN LA CAJA"
              TO MSG-ES(184).
           MOVE "ACCESS DENIED: CUSTOMER NOT AUTHORISED ON THE BOX"
              TO MSG-EN(184).
           MOVE "ACCESO NEGADO: CLIENTE CON BLOQUEO" TO MSG-ES(185).
           MOVE "ACCESS DENIED: CUSTOMER IS BLOCKED" TO MSG-EN(185).
           MOVE "ACCESO NEGADO: CONTRATO EN MORA, PASE A REGULARIZAR"
              TO MSG-ES(186).
           MOVE "ACCESS DENIED: CONTRACT IN ARREARS" TO MSG-EN(186).
           MOVE "ACCESO PERMITIDO, ACOMPANE AL CLIENTE A LA CAJA"
              TO MSG-ES(187).
           MOVE "ACCESS GRANTED, ESCORT THE CUSTOMER TO THE BOX"
              TO MSG-EN(187).
           MOVE "COMISION POR OPERACION CARGADA A LA CUENTA: "
              TO MSG-ES(188).
           MOVE "TRANSACTION FEE CHARGED TO THE ACCOUNT: "
              TO MSG-EN(188).

      *> --- Muestra el mensaje de MSG-INDICE-WS en el idioma elegido,
      *> con salto de línea al final.
