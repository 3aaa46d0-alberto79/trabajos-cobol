               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZADOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT ARCHIVO-MOVS-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT SECUENCIA-FILE ASSIGN TO 'AUDITORIA_SEQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LIMITES.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT HIST-FILE ASSIGN TO 'CUENTAS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT INTRADIA-FILE ASSIGN TO 'CORTE_INTRADIA.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INTRADIA.
           SELECT REDIRECCIONES-FILE
               ASSIGN TO 'CUENTAS_REDIRECCION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REDIRECCIONES.
           SELECT POSTEOS-DIA-FILE ASSIGN TO 'POSTEOS_DIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POSTEOS-DIA.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 MR-MOTIVO   PIC X(30).

      *---- Bitácora de referencias ya posteadas, indexada por
      *---- referencia; se consulta por llave antes de aplicar cada
      *---- movimiento para detectar duplicados que se repostearían
      *---- si MOVIMIENTOS.DAT se procesara dos veces.
       FD POSTEADOS-FILE.
       01 POSTEADO-REG.
           05 PST-REFERENCIA PIC 9(8).
       FD ARCHIVO-MOVS-FILE.
           COPY ARCHMOVREG.

      *---- Efectos de la corrida sobre cada cuenta con su saldo
      *---- corrido, para el archivo de saldos del canal en línea.
       FD POSTEOS-DIA-FILE.
           COPY POSTEODIAREG.

      *---- Movimientos posfechados que la corrida de hoy todavia no
      *---- debe aplicar; al cierre se devuelven a MOVIMIENTOS.DAT
      *---- para que una corrida futura los postee en su fecha valor.
                                               ==PEND-REF-ORIGINAL==
                         ==MOV-SUCURSAL==       BY ==PEND-SUCURSAL==
                         ==MOV-CHEQUE==         BY ==PEND-CHEQUE==
                         ==MOV-MONEDA==         BY ==PEND-MONEDA==
                         ==MOV-TIPO-CAMBIO==    BY
                                               ==PEND-TIPO-CAMBIO==.

      *---- Cerrojo de CUENTAS.DAT, convención entre todos los que
      *---- escriben el maestro: se toma antes de cargar, se suelta
      *---- Moneda de la partida; las partidas de cada moneda
      *---- balancean por separado, con su propio renglón CONTROL.
           05 CNT-MONEDA   PIC X(3).
      *---- Sucursal de la partida: en CAJA y CAMBIOS la que capturó
      *---- las operaciones (cero para los generadores centrales y
      *---- el renglón CONTROL), así caja queda desglosada por
      *---- sucursal; en el concepto del cliente la sucursal de la
      *---- cuenta, para conciliar la captación de cada sucursal.
           05 CNT-SUCURSAL PIC 9(3).
           05 CNT-CONCEPTO PIC X(10).
           05 CNT-CARGO-ABONO PIC X(1).

      *---- Padrón de monedas y tipos de cambio del día, mantenido
      *---- por MANTENIMIENTO-MONEDAS; la conciliación lo usa para
      *---- mostrar el equivalente local de cada moneda, y el cambio
      *---- de moneda entre cuentas ('X') para cotizar: el banco
      *---- compra la moneda a TCA-TIPO-CAMBIO menos el diferencial
      *---- y la vende al tipo más el diferencial (porcentaje; en
      *---- blanco en renglones anteriores al diferencial, que se
      *---- toman como cero).
       FD TIPOS-CAMBIO-FILE.
       01 TIPO-CAMBIO-REG.
           05 TCA-CODIGO      PIC X(3).
           05 TCA-TIPO-CAMBIO PIC 9(4)V9999.
           05 TCA-FECHA       PIC 9(8).
           05 TCA-DIFERENCIAL PIC 9(2)V99.

      *---- Calendario de días no hábiles que Operaciones mantiene;
      *---- una fecha AAAAMMDD por renglón.
      *---- con su estado 'P' en circulación, 'C' pagado o
      *---- 'S' suspendido.
       FD CHEQUES-FILE.
           COPY CHEQUEREG.

      *---- Retenciones y embargos vigentes, mantenidos por
      *---- MANTENIMIENTO-RETENCIONES; los cargos que invadan el
      *---- importe retenido se rechazan, los depósitos entran.
       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

      *---- Foto diaria de saldos de cierre, una corrida la agrega
      *---- al final sin borrar los días anteriores.
       FD JOBLOG-FILE.
       01 LINEA-JOBLOG PIC X(80).

      *---- Cuentas cerradas por cambio de número o consolidación y
      *---- la cuenta a la que pasó todo lo suyo.
       FD REDIRECCIONES-FILE.
           COPY REDIRECCIONREG.

        WORKING-STORAGE SECTION.
        01 EOF-MOV PIC X VALUE 'N'.
           88 FIN-MOV VALUE 'S'.
           88 FIN-PEND VALUE 'S'.

        01 IDX PIC 9(5) VALUE 1.
      *> Cuentas de la cartera completa, contadas en la pasada de
      *> apertura; la tabla en memoria sólo lleva las que la corrida
      *> toca, cuyo número viaja en TOTAL-CUENTAS-CORRIDA.
        01 TOTAL-CUENTAS PIC 9(6) VALUE 0.
        01 TOTAL-CUENTAS-CORRIDA PIC 9(5) VALUE 0.
        01 EOF-CTA PIC X VALUE 'N'.
           88 FIN-CTA VALUE 'S'.
        01 CUENTA-BUSCADA PIC 9(6).
        01 CUENTA-EN-CORRIDA PIC X(1) VALUE 'N'.
           88 ESTA-EN-CORRIDA VALUE 'S'.
        01 RENGLON-INSERTAR PIC 9(5) VALUE 0.
      *> Datos de la cuenta en turno de la pasada de cierre.
        01 SALDO-CIERRE    PIC S9(6)V99 VALUE ZERO.
        01 SUCURSAL-CIERRE PIC 9(3) VALUE ZERO.

        01 MOTIVO-RECHAZO PIC X(30).
        01 IDX-ORIGEN  PIC 9(5) VALUE 0.
        01 WS-ESTADO-CONTABLE PIC X(2).
        01 WS-ESTADO-CHEQUES  PIC X(2).

      *> --- Cheques consultados en esta corrida, leídos por llave
      *> de CHEQUES.DAT la primera vez y ordenados por cuenta y
      *> número; los pagados se marcan 'C' y al cierre cada renglón
      *> se regraba en su lugar.
        01 CHEQUES-TABLA.
           05 CHEQUE-RENGLON OCCURS 1 TO 99999 TIMES
                 DEPENDING ON TOTAL-CHEQUES
                 ASCENDING KEY IS TAB-CHQ-LLAVE
                 INDEXED BY IDX-CHQ.
              10 TAB-CHQ-LLAVE.
                 15 TAB-CHQ-CUENTA PIC 9(6).
                 15 TAB-CHQ-NUMERO PIC 9(6).
              10 TAB-CHQ-ESTADO PIC X(1).
        01 TOTAL-CHEQUES PIC 9(5) VALUE 0.
        01 CHEQUE-BUSCADO.
           05 CHB-CUENTA PIC 9(6).
           05 CHB-NUMERO PIC 9(6).
        01 HAY-REGISTRO-CHEQUES PIC X(1) VALUE 'N'.
           88 EXISTE-REGISTRO-CHEQUES VALUE 'S'.
        01 RENGLON-CHEQUE PIC 9(5) VALUE 0.
      *> domiciliados se reconocen por el rango de la referencia del
      *> movimiento, y cada moneda arma su propio juego de partidas
      *> balanceadas (PAR-CLASE: 'E' entrada, 'S' salida,
      *> 'T' traspaso entre cuentas de clientes; 'X' salida y 'Y'
      *> entrada por cambio de moneda, 'U' utilidad y 'P' pérdida
      *> cambiaria, todas contra la posición de CAMBIOS). La
      *> sucursal de la partida es la que capturó; el renglón del
      *> concepto del cliente va a la sucursal de la cuenta
      *> (PAR-SUC-CUENTA, y en un traspaso PAR-SUC-DESTINO para el
      *> abono), para que la captación de cada sucursal en el mayor
      *> cuadre con los saldos de sus cuentas.
        01 PARTIDAS-DIA-TABLA.
           05 PARTIDA-DIA OCCURS 1 TO 999 TIMES
                 DEPENDING ON TOTAL-PARTIDAS-DIA
              10 PAR-CONCEPTO PIC X(10).
              10 PAR-CLASE    PIC X(1).
              10 PAR-SUCURSAL PIC 9(3).
              10 PAR-SUC-CUENTA  PIC 9(3).
              10 PAR-SUC-DESTINO PIC 9(3).
              10 PAR-IMPORTE  PIC 9(9)V99.
        01 TOTAL-PARTIDAS-DIA PIC 9(3) VALUE 0.
        01 PARTIDA-MONEDA   PIC X(3) VALUE SPACES.
        01 PARTIDA-CONCEPTO PIC X(10) VALUE SPACES.
        01 PARTIDA-CLASE    PIC X(1) VALUE SPACE.
        01 PARTIDA-SUCURSAL PIC 9(3) VALUE ZERO.
        01 PARTIDA-SUC-CUENTA  PIC 9(3) VALUE ZERO.
        01 PARTIDA-SUC-DESTINO PIC 9(3) VALUE ZERO.
        01 PARTIDA-IMPORTE  PIC 9(9)V99 VALUE ZERO.
        01 GL-REGISTROS     PIC 9(3) VALUE ZERO.
        01 GL-NETO          PIC S9(9)V99 VALUE ZERO.
        01 TOTAL-RECHAZADOS   PIC 9(6) VALUE 0.
        01 TOTAL-DUPLICADOS   PIC 9(6) VALUE 0.
        01 TOTAL-PENDIENTES   PIC 9(6) VALUE 0.
        01 TOTAL-REDIRIGIDOS  PIC 9(6) VALUE 0.

      *> --- Renglón de resumen escrito al final de cada corrida,
      *> con el número de corte del día.
                 INDEXED BY IDX-TCA.
              10 TAB-TCA-CODIGO PIC X(3).
              10 TAB-TCA-TIPO   PIC 9(4)V9999.
              10 TAB-TCA-DIFERENCIAL PIC 9(2)V99.
        01 TOTAL-TIPOS-CAMBIO PIC 9(2) VALUE 0.

      *> --- Cambio de moneda ('X') entre dos cuentas del mismo
      *> titular: tipo medio y diferencial de cada moneda, tipo de
      *> compra de la moneda origen, tipo de venta de la moneda
      *> destino, tipo cruzado aplicado e importe abonado. La
      *> utilidad cambiaria es la diferencia, en moneda local y a
      *> tipo medio, entre lo cargado y lo abonado.
        01 MONEDA-COTIZAR PIC X(3) VALUE SPACES.
        01 TCA-HALLADO PIC X(1) VALUE 'N'.
           88 ES-TCA-HALLADO VALUE 'S'.
        01 TCA-MEDIO-WS PIC 9(4)V9999 VALUE ZERO.
        01 TCA-DIFERENCIAL-WS PIC 9(2)V99 VALUE ZERO.
        01 MONEDA-CAMBIO-ORIGEN  PIC X(3) VALUE SPACES.
        01 MONEDA-CAMBIO-DESTINO PIC X(3) VALUE SPACES.
        01 TC-MEDIO-ORIGEN  PIC 9(4)V9999 VALUE ZERO.
        01 TC-MEDIO-DESTINO PIC 9(4)V9999 VALUE ZERO.
        01 TC-COMPRA   PIC 9(4)V9(6) VALUE ZERO.
        01 TC-VENTA    PIC 9(4)V9(6) VALUE ZERO.
        01 TC-APLICADO PIC 9(4)V9(6) VALUE ZERO.
        01 TC-EDITADO  PIC ZZZ9.999999.
        01 IMPORTE-CONVERTIDO PIC 9(7)V99 VALUE ZERO.
        01 UTILIDAD-CAMBIO PIC S9(9)V99 VALUE ZERO.

      *> --- Moneda resuelta del movimiento en turno: la que trae el
      *> movimiento o, si viene en blanco (generadores centrales y
      *> archivos previos a la dimensión de moneda), la de su cuenta.
        01 SUCURSAL-CONSULTA PIC 9(3) VALUE 0.
        01 NOMBRE-SUCURSAL PIC X(20) VALUE SPACES.

      *> Referencias posteadas en esta corrida (no las de corridas
      *> anteriores, que se consultan por llave en el archivo).
        01 TOTAL-POSTEADOS PIC 9(6) VALUE 0.
        01 REF-BUSCADA PIC 9(8).
        01 REF-REGISTRAR PIC 9(8) VALUE ZERO.
        01 REF-HALLADA PIC X(1) VALUE 'N'.
           88 ES-REF-HALLADA VALUE 'S'.
        01 POSTEADOS-ESTRENADO PIC X(1) VALUE 'N'.
           88 SE-ESTRENO-POSTEADOS VALUE 'S'.
        01 MOVIMIENTO-DUPLICADO PIC X(1) VALUE 'N'.
           88 ES-DUPLICADO VALUE 'S'.
        01 MOVIMIENTO-RECHAZADO PIC X(1) VALUE 'N'.
           88 FUE-RECHAZADO VALUE 'S'.

      *> Efectos que esta corrida aplicó, en el orden en que los
      *> aplicó, con el saldo en que dejó cada cuenta; se agregan a
      *> POSTEOS_DIA.DAT en el mismo pase que MOVS_POSTEADOS.DAT. Los
      *> de un movimiento que termina rechazado se descartan.
        01 WS-ESTADO-POSTEOS-DIA PIC X(2).
        01 POSTEOS-DIA-TABLA.
        05 POSTEO-DIA OCCURS 1 TO 199998 TIMES
              DEPENDING ON TOTAL-POSTEOS-DIA
              INDEXED BY IDX-PDI.
           10 TAB-PDI-REFERENCIA PIC 9(8).
           10 TAB-PDI-CUENTA     PIC 9(6).
           10 TAB-PDI-OPERACION  PIC X(1).
           10 TAB-PDI-EFECTO     PIC S9(7)V99.
           10 TAB-PDI-SALDO      PIC S9(6)V99.
        01 TOTAL-POSTEOS-DIA PIC 9(6) VALUE 0.
        01 POSTEOS-ANTES-MOV PIC 9(6) VALUE 0.
        01 RENGLON-POSTEO    PIC 9(5) VALUE 0.
        01 EFECTO-POSTEO     PIC S9(7)V99 VALUE ZERO.

      *> Retenciones vigentes de las cuentas que la corrida toca,
      *> leídas por llave al subir cada cuenta a memoria, y el
      *> resultado de la consulta de la cuenta en turno: cuánto está
      *> retenido y si la cuenta tiene bloqueo total de cargos.
        01 HAY-PADRON-RETENCIONES PIC X(1) VALUE 'N'.
           88 EXISTE-PADRON-RETENCIONES VALUE 'S'.
        01 TOTAL-RETENCIONES-TAB PIC 9(5) VALUE 0.
        01 RETENCIONES-TABLA.
        05 RETENIDA OCCURS 1 TO 9999 TIMES
           88 ES-REF-POSTEADA VALUE 'S'.

      *> --- Clientes bloqueados del padrón; un cargo a cualquier
      *> cuenta de un cliente bloqueado se rechaza, salvo los
      *> movimientos de la sucesión (91xxxxxx) sobre las cuentas de
      *> un cliente fallecido.
        01 WS-ESTADO-CLIENTES PIC X(2).
        01 EOF-CLB PIC X VALUE 'N'.
           88 FIN-CLB VALUE 'S'.
                 DEPENDING ON TOTAL-BLOQUEADOS
                 INDEXED BY IDX-CLB.
              10 TAB-CLB-CLIENTE PIC 9(5).
              10 TAB-CLB-MOTIVO  PIC X(1).
        01 TOTAL-BLOQUEADOS PIC 9(4) VALUE 0.
        01 TITULAR-BLOQUEADO PIC X(1) VALUE 'N'.
           88 ES-TITULAR-BLOQUEADO VALUE 'S'.
        01 CLIENTE-VERIFICAR PIC 9(5) VALUE ZERO.

      *> --- Redirecciones de cuentas cerradas por cambio de número o
      *> consolidación: un movimiento que llega tarde con el número
      *> anterior se aplica a la cuenta nueva en vez de rechazarse
      *> por cuenta cerrada.
        01 WS-ESTADO-REDIRECCIONES PIC X(2).
        01 EOF-RDR PIC X VALUE 'N'.
           88 FIN-RDR VALUE 'S'.
        01 REDIRECCIONES-TABLA.
           05 REDIRECCION-REN OCCURS 1 TO 9999 TIMES
                 DEPENDING ON TOTAL-REDIRECCIONES
                 INDEXED BY IDX-RDR.
              10 TAB-RDR-ANTERIOR PIC 9(6).
              10 TAB-RDR-NUEVA    PIC 9(6).
        01 TOTAL-REDIRECCIONES PIC 9(4) VALUE 0.
        01 CUENTA-REDIRIGIR PIC 9(6) VALUE ZERO.

      *> --- Meses contables cerrados: un movimiento fechado dentro
      *> de uno ya conciliado se rechaza para que no cambie la
      *> historia que contabilidad ya defendió.
        01 EOF-CNT PIC X VALUE 'N'.
           88 FIN-CNT VALUE 'S'.

      *> Referencias que esta corrida posteó, ordenadas para
      *> buscarlas por SEARCH ALL; al final de la corrida se agregan
      *> a MOVS_POSTEADOS.DAT.
        01 POSTEADOS-TABLA.
        05 POSTEADO OCCURS 1 TO 99999 TIMES
              DEPENDING ON TOTAL-POSTEADOS
              ASCENDING KEY IS TAB-REFERENCIA
              INDEXED BY IDX-PST.
           10 TAB-REFERENCIA PIC 9(8).

      *> Cuentas que los movimientos de la corrida tocan, leídas por
      *> llave de CUENTAS.DAT la primera vez que un movimiento las
      *> nombra y ordenadas por número; la cartera completa ya no se
      *> sube a memoria. El tope limita las cuentas distintas que
      *> una sola corrida puede mover, no el tamaño de la cartera.
        01 CUENTAS-TABLA.
        05 CUENTA OCCURS 1 TO 99999 TIMES
              DEPENDING ON TOTAL-CUENTAS-CORRIDA
              ASCENDING KEY IS TAB-NUMERO
              INDEXED BY IDX-TABLA.
           10 TAB-NUMERO PIC 9(6).
           10 TAB-NOMBRE PIC X(20).
      *> Cliente titular, para la cascada de bloqueos de cliente.
           10 TAB-CLIENTE PIC 9(5).

      *> Cifras de control de los archivos que la corrida recibe
      *> (MOVIMIENTOS.DAT) y entrega (MOVS_POSTEADOS.DAT y
      *> CONTABLE.DAT), llevadas por CONTROL-ENTREGAS.
           COPY ENTREGAPARREG.

      *> Comisión por operación que TARIFA-OPERACION cotiza al
      *> postear una transferencia y devuelve al extornarla.
           COPY TARIFAPARREG.

      *> Comisiones ligadas que esta corrida cargó, para archivarlas
      *> en MOVIMIENTOS_HIST.DAT junto a los movimientos de la
      *> corrida, con la operación que las disparó como referencia
      *> original.
        01 COMISIONES-LIGADAS-TABLA.
        05 COMISION-LIGADA OCCURS 1 TO 99999 TIMES
              DEPENDING ON TOTAL-COMISIONES-LIGADAS
              INDEXED BY IDX-CML.
           10 TAB-CML-REFERENCIA PIC 9(8).
           10 TAB-CML-CUENTA     PIC 9(6).
           10 TAB-CML-IMPORTE    PIC 9(3)V99.
           10 TAB-CML-REF-ORIGEN PIC 9(8).
           10 TAB-CML-MONEDA     PIC X(3).
        01 TOTAL-COMISIONES-LIGADAS PIC 9(5) VALUE 0.
        01 TOTAL-COMISIONES-DEVUELTAS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       *>---- Nombre del respaldo fechado de MOVIMIENTOS.DAT
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-ARCHIVO-MOVS

      *---- MOVIMIENTOS.DAT tiene que cuadrar con lo que dijeron
      *---- haber grabado los pasos que lo alimentan; un archivo
      *---- truncado o a medio escribir no se postea.
            PERFORM VERIFICAR-ENTREGA-MOVIMIENTOS
            IF EPA-NO-CUADRA
               DISPLAY "MOVIMIENTOS.DAT NO CUADRA CON SU CONTROL, "
                  "NO SE POSTEA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

       *>---- Determinar el corte del día: número consecutivo y si
       *>---- es intradía (marca consumible) o el corte final
            PERFORM DETERMINAR-CORTE
               GOBACK
            END-IF

      *---- Abrir la bitácora de referencias ya posteadas; se
      *---- consulta por llave y las de hoy se le agregan al final.
      *---- Si todavía no existe se crea vacía.
            OPEN I-O POSTEADOS-FILE
            IF WS-ESTADO-POSTEADOS = '35'
               OPEN OUTPUT POSTEADOS-FILE
               CLOSE POSTEADOS-FILE
               OPEN I-O POSTEADOS-FILE
               MOVE 'S' TO POSTEADOS-ESTRENADO
            END-IF
            IF WS-ESTADO-POSTEADOS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR MOVS_POSTEADOS.DAT (ESTADO "
                  WS-ESTADO-POSTEADOS ")"
               CLOSE CUENTAS-FILE
               CLOSE MOVIMIENTOS-FILE
               CLOSE MOVS-RECHAZADOS-FILE
               CLOSE MOVS-PENDIENTES-FILE
               PERFORM SOLTAR-CERROJO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

      *---- Abrir el padrón de retenciones; sin archivo no hay
      *---- ninguna orden vigente y ningún cargo se frena por
      *---- retención.
            OPEN I-O RETENCIONES-FILE
            EVALUATE WS-ESTADO-RETENCIONES
               WHEN '00'
                  MOVE 'S' TO HAY-PADRON-RETENCIONES
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY "NO SE PUDO ABRIR RETENCIONES.DAT (ESTADO "
                     WS-ESTADO-RETENCIONES ")"
                  CLOSE CUENTAS-FILE
                  CLOSE MOVIMIENTOS-FILE
                  CLOSE MOVS-RECHAZADOS-FILE
                  CLOSE MOVS-PENDIENTES-FILE
                  CLOSE POSTEADOS-FILE
                  PERFORM SOLTAR-CERROJO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-EVALUATE

      *---- Abrir el registro de cheques; sin archivo (todavía no
      *---- se emiten chequeras) todo retiro con cheque se rechaza
      *---- por cheque no registrado.
            OPEN I-O CHEQUES-FILE
            EVALUATE WS-ESTADO-CHEQUES
               WHEN '00'
                  MOVE 'S' TO HAY-REGISTRO-CHEQUES
               WHEN '35'
                  CONTINUE
               WHEN OTHER
                  DISPLAY "NO SE PUDO ABRIR CHEQUES.DAT (ESTADO "
                     WS-ESTADO-CHEQUES ")"
                  CLOSE CUENTAS-FILE
                  CLOSE MOVIMIENTOS-FILE
                  CLOSE MOVS-RECHAZADOS-FILE
                  CLOSE MOVS-PENDIENTES-FILE
                  CLOSE POSTEADOS-FILE
                  IF EXISTE-PADRON-RETENCIONES
                     CLOSE RETENCIONES-FILE
                  END-IF
                  PERFORM SOLTAR-CERROJO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-EVALUATE

      *---- Abrir el archivo histórico indexado; los extornos leen
      *---- de él por llave y el archivado del cierre escribe en él
            PERFORM ABRIR-ARCHIVO-MOVS

      *---- Cargar los límites diarios de retiro
            PERFORM CARGAR-LIMITES

      *---- Cargar los tipos de cambio del día
            PERFORM CARGAR-TIPOS-CAMBIO

      *---- Cargar los clientes bloqueados del padrón
            PERFORM CARGAR-CLIENTES-BLOQUEADOS

      *---- Cargar las redirecciones de cuentas cerradas
            PERFORM CARGAR-REDIRECCIONES

      *---- Cargar los periodos contables cerrados
            PERFORM CARGAR-PERIODOS-CERRADOS

      *---- Cargar los vencimientos de las líneas de sobregiro
            PERFORM CARGAR-LINEAS-APROBADAS

      *---- Pasada de apertura sobre la cartera completa: cuenta
      *---- las cuentas y toma el saldo inicial, total y por moneda,
      *---- antes de aplicar movimientos, para poder conciliar
      *---- contra el saldo final al cierre. Las cuentas no se suben
      *---- a memoria aquí sino cuando un movimiento las nombra.
            PERFORM UNTIL FIN-CTA
            READ CUENTAS-FILE NEXT
              AT END MOVE 'S' TO EOF-CTA
              NOT AT END
                 ADD 1 TO TOTAL-CUENTAS
                 ADD SALDO TO TOTAL-SALDO-INICIAL
                 PERFORM NORMALIZAR-MONEDA-CIERRE
                 PERFORM UBICAR-MONEDA-CIERRE
                 ADD SALDO TO TAB-MON-INICIAL(IDX-MON)
           END-READ
            END-PERFORM

      *---- Procesar movimientos
             READ MOVIMIENTOS-FILE
                AT END MOVE 'S' TO EOF-MOV

            END-PERFORM
            
      *---- Mostrar resultados: segunda pasada por la cartera en
      *---- orden de cuenta, con el saldo de la tabla para las
      *---- cuentas que la corrida movió y el del maestro para las
      *---- demás.
            MOVE ZERO TO NUMERO-CUENTA
            MOVE 'N' TO EOF-CTA
            START CUENTAS-FILE KEY IS NOT LESS THAN NUMERO-CUENTA
               INVALID KEY MOVE 'S' TO EOF-CTA
            END-START
            PERFORM UNTIL FIN-CTA
               READ CUENTAS-FILE NEXT
                  AT END MOVE 'S' TO EOF-CTA
                  NOT AT END PERFORM MOSTRAR-CUENTA-CIERRE
               END-READ
            END-PERFORM

            DISPLAY "--------------------------------"
            DISPLAY "SUBTOTAL CUENTAS DE AHORROS: " SUBTOTAL-AHORROS
            DISPLAY "SUBTOTAL CUENTAS CORRIENTES: " SUBTOTAL-CORRIENTE
            IF TOTAL-REDIRIGIDOS > 0
               DISPLAY "MOVIMIENTOS REDIRIGIDOS A CUENTA NUEVA: "
                  TOTAL-REDIRIGIDOS
            END-IF
            IF TOTAL-COMISIONES-LIGADAS > 0
                  OR TOTAL-COMISIONES-DEVUELTAS > 0
               DISPLAY "COMISIONES POR OPERACION COBRADAS: "
                  TOTAL-COMISIONES-LIGADAS
               DISPLAY "COMISIONES POR OPERACION DEVUELTAS: "
                  TOTAL-COMISIONES-DEVUELTAS
            END-IF
            PERFORM VARYING IDX-SUC FROM 1 BY 1
                    UNTIL IDX-SUC > TOTAL-SUCURSALES
               MOVE TAB-SUC-CODIGO(IDX-SUC) TO SUCURSAL-CONSULTA
            PERFORM GRABAR-CONTABLE
            PERFORM GRABAR-INTERSUCURSALES

            *>---- Regrabar en su lugar, por llave sobre el maestro
            *>---- indexado, sólo las cuentas que algún movimiento de
            *>---- esta corrida tocó: su saldo y la fecha de último
            *>---- movimiento. Nombre, estado, límite y tipo quedan
            *>---- como están en el maestro.
            PERFORM VARYING IDX FROM 1 BY 1
                    UNTIL IDX > TOTAL-CUENTAS-CORRIDA
                IF TAB-TOCADA(IDX) = 'S'
                   MOVE TAB-NUMERO(IDX) TO NUMERO-CUENTA
                   READ CUENTAS-FILE
                      INVALID KEY
                         DISPLAY "CUENTA " NUMERO-CUENTA
                            " NO ESTA EN CUENTAS.DAT (ESTADO "
                            WS-ESTADO-CUENTAS ")"
                      NOT INVALID KEY
                         MOVE TAB-SALDO(IDX) TO SALDO
                         MOVE WS-FECHA-HOY TO CUENTA-ULTIMO-MOVTO
                         REWRITE CUENTA-REG
                   END-READ
                END-IF
            END-PERFORM

      *---- La foto diaria de saldos se graba sólo en el corte
      *---- final: CUENTAS_HIST.DAT sigue siendo una foto por día.
      *---- Sale del maestro ya regrabado, antes de soltarlo.
            IF ES-CORTE-FINAL
               PERFORM GRABAR-HISTORICO
            END-IF
            CLOSE CUENTAS-FILE
            PERFORM SOLTAR-CERROJO

      *---- Agregar a MOVS_POSTEADOS.DAT las referencias de hoy en
      *---- el mismo pase que CUENTAS.DAT: si la corrida se
      *---- interrumpe antes de llegar aquí, ninguno de los dos
      *---- archivos cambió, y el restart vuelve a procesar todo
      *---- desde el estado anterior en vez de dar por posteado un
      *---- movimiento cuyo saldo nunca se grabó.
      *---- Las cifras de control se acumulan a las del archivo; un
      *---- archivo recién estrenado las arranca de cero.
            MOVE 'A' TO EPA-OPERACION
            IF SE-ESTRENO-POSTEADOS
               MOVE 'N' TO EPA-MODO
            ELSE
               MOVE 'M' TO EPA-MODO
            END-IF
            MOVE "MOVS_POSTEADOS.DAT" TO EPA-ARCHIVO
            MOVE "BATCH-BANCO" TO EPA-PROGRAMA
            CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
            MOVE 'R' TO EPA-OPERACION
            MOVE ZERO TO EPA-IMPORTE
            PERFORM VARYING IDX-PST FROM 1 BY 1
                    UNTIL IDX-PST > TOTAL-POSTEADOS
               MOVE TAB-REFERENCIA(IDX-PST) TO PST-REFERENCIA
               WRITE POSTEADO-REG
                  INVALID KEY
                     DISPLAY "REFERENCIA " PST-REFERENCIA
                        " YA ESTABA EN MOVS_POSTEADOS.DAT"
                  NOT INVALID KEY
                     MOVE PST-REFERENCIA TO EPA-REFERENCIA
                     CALL 'CONTROL-ENTREGAS'
                        USING ENTREGA-PARAMETROS
               END-WRITE
            END-PERFORM
            CLOSE POSTEADOS-FILE
            MOVE 'C' TO EPA-OPERACION
            CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
            PERFORM GRABAR-POSTEOS-DIA

            PERFORM GRABAR-CORTE


             GOBACK.

      *---- Agrega a POSTEOS_DIA.DAT los efectos de la corrida; el
      *---- primer corte del día lo estrena y los intradía agregan.
      *---- Sus cifras de control van a CONTROL-ENTREGAS como las de
      *---- MOVS_POSTEADOS.DAT, con el efecto sin signo como importe.
        GRABAR-POSTEOS-DIA.
           IF CORTE-DEL-DIA = 1
              OPEN OUTPUT POSTEOS-DIA-FILE
              MOVE 'N' TO EPA-MODO
           ELSE
              OPEN EXTEND POSTEOS-DIA-FILE
              IF WS-ESTADO-POSTEOS-DIA NOT = '00'
                 OPEN OUTPUT POSTEOS-DIA-FILE
                 MOVE 'N' TO EPA-MODO
              ELSE
                 MOVE 'M' TO EPA-MODO
              END-IF
           END-IF
           IF WS-ESTADO-POSTEOS-DIA NOT = '00'
              DISPLAY "NO SE PUDO GRABAR POSTEOS_DIA.DAT (ESTADO "
                 WS-ESTADO-POSTEOS-DIA ")"
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE "POSTEOS_DIA.DAT" TO EPA-ARCHIVO
           MOVE "BATCH-BANCO" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           PERFORM VARYING IDX-PDI FROM 1 BY 1
                   UNTIL IDX-PDI > TOTAL-POSTEOS-DIA
              MOVE WS-FECHA-HOY TO PDI-FECHA
              MOVE CORTE-DEL-DIA TO PDI-CORTE
              SET PDI-SECUENCIA TO IDX-PDI
              MOVE TAB-PDI-REFERENCIA(IDX-PDI) TO PDI-REFERENCIA
              MOVE TAB-PDI-CUENTA(IDX-PDI) TO PDI-CUENTA
              MOVE TAB-PDI-OPERACION(IDX-PDI) TO PDI-OPERACION
              MOVE TAB-PDI-EFECTO(IDX-PDI) TO PDI-EFECTO
              MOVE TAB-PDI-SALDO(IDX-PDI) TO PDI-SALDO
              WRITE POSTEO-DIA-REG
              MOVE PDI-REFERENCIA TO EPA-REFERENCIA
              MOVE PDI-EFECTO TO EPA-IMPORTE
              CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           END-PERFORM
           CLOSE POSTEOS-DIA-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Anota el efecto EFECTO-POSTEO que el movimiento en turno
      *---- acaba de aplicar a la cuenta del renglón RENGLON-POSTEO,
      *---- con el saldo en que la dejó.
        ANOTAR-POSTEO-DIA.
           ADD 1 TO TOTAL-POSTEOS-DIA
           MOVE MOV-REFERENCIA TO TAB-PDI-REFERENCIA(TOTAL-POSTEOS-DIA)
           MOVE TAB-NUMERO(RENGLON-POSTEO)
             TO TAB-PDI-CUENTA(TOTAL-POSTEOS-DIA)
           MOVE OPERACION TO TAB-PDI-OPERACION(TOTAL-POSTEOS-DIA)
           MOVE EFECTO-POSTEO TO TAB-PDI-EFECTO(TOTAL-POSTEOS-DIA)
           MOVE TAB-SALDO(RENGLON-POSTEO)
             TO TAB-PDI-SALDO(TOTAL-POSTEOS-DIA).

      *---- Número de corte del día: el siguiente al último de hoy
      *---- (o el 1 si el registro trae otra fecha), registrado en
      *---- CORTES.CTL junto a RUN.CTL. Aquí sólo se lee: el número
      *---- avanzado se graba en GRABAR-CORTE al final de la
      *---- corrida, junto a la grabación de MOVS_POSTEADOS.DAT,
      *---- para que un relanzamiento tras una corrida muerta repita
      *---- el mismo corte en vez de abrirse como el siguiente. La
      *---- marca 'S' de CORTE_INTRADIA.CTL pide un corte intradía
              END-PERFORM
           END-IF.

      *---- Deja en MONEDA-CIERRE la moneda de la cuenta leída del
      *---- maestro; las cuentas anteriores a la dimensión de moneda
      *---- traen el campo en blanco y son de moneda local.
        NORMALIZAR-MONEDA-CIERRE.
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
              MOVE "MXN" TO MONEDA-CIERRE
           ELSE
              MOVE CUENTA-MONEDA TO MONEDA-CIERRE
           END-IF.

      *---- Carga TIPOS_CAMBIO.CTL a memoria; sin archivo todas las
      *---- monedas se muestran con tipo de cambio 1.
        CARGAR-TIPOS-CAMBIO.
                       ELSE
                          MOVE 1 TO TAB-TCA-TIPO(TOTAL-TIPOS-CAMBIO)
                       END-IF
                       IF TCA-DIFERENCIAL NUMERIC
                          MOVE TCA-DIFERENCIAL
                            TO TAB-TCA-DIFERENCIAL(TOTAL-TIPOS-CAMBIO)
                       ELSE
                          MOVE ZERO
                            TO TAB-TCA-DIFERENCIAL(TOTAL-TIPOS-CAMBIO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIPOS-CAMBIO-FILE
                    AND PAR-CONCEPTO(IDX-PAR) = PARTIDA-CONCEPTO
                    AND PAR-CLASE(IDX-PAR) = PARTIDA-CLASE
                    AND PAR-SUCURSAL(IDX-PAR) = PARTIDA-SUCURSAL
                    AND PAR-SUC-CUENTA(IDX-PAR) = PARTIDA-SUC-CUENTA
                    AND PAR-SUC-DESTINO(IDX-PAR) = PARTIDA-SUC-DESTINO
                 EXIT PERFORM
              END-IF
           END-PERFORM
              MOVE PARTIDA-CONCEPTO TO PAR-CONCEPTO(IDX-PAR)
              MOVE PARTIDA-CLASE TO PAR-CLASE(IDX-PAR)
              MOVE PARTIDA-SUCURSAL TO PAR-SUCURSAL(IDX-PAR)
              MOVE PARTIDA-SUC-CUENTA TO PAR-SUC-CUENTA(IDX-PAR)
              MOVE PARTIDA-SUC-DESTINO TO PAR-SUC-DESTINO(IDX-PAR)
              MOVE ZERO TO PAR-IMPORTE(IDX-PAR)
           END-IF
           ADD PARTIDA-IMPORTE TO PAR-IMPORTE(IDX-PAR).
                 WS-ESTADO-CONTABLE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO EPA-OPERACION
           MOVE 'N' TO EPA-MODO
           MOVE "CONTABLE.DAT" TO EPA-ARCHIVO
           MOVE "BATCH-BANCO" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE RENGLONES-CONTABLES-PREVIOS
             TO RENGLONES-CONTABLES-HOY
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > RENGLONES-CONTABLES-PREVIOS
              MOVE RENGLON-CONTABLE-PREVIO(IDX-CNT) TO CONTABLE-REG
              PERFORM GRABAR-RENGLON-CONTABLE
           END-PERFORM
      *---- Un juego de partidas balanceadas por cada moneda de la
      *---- conciliación, en el orden en que aparecieron las
              PERFORM GRABAR-CONTABLE-MONEDA
           END-PERFORM
           CLOSE CONTABLE-FILE
           MOVE 'C' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           DISPLAY "INTERFAZ CONTABLE GRABADA EN CONTABLE.DAT".

      *---- Graba un renglón de CONTABLE.DAT y lo suma a las cifras
      *---- de control; las partidas no llevan referencia y su
      *---- fecha hace las veces en el hash.
        GRABAR-RENGLON-CONTABLE.
           WRITE CONTABLE-REG
           MOVE 'R' TO EPA-OPERACION
           MOVE CNT-FECHA TO EPA-REFERENCIA
           MOVE CNT-IMPORTE TO EPA-IMPORTE
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Relee CONTABLE.DAT hasta el conteo de renglones que
      *---- dejaron anotado los cortes exitosos anteriores; la cola
      *---- que haya después del conteo es de una corrida que murió
                    WHEN 'S'
                       PERFORM GRABAR-PARTIDA-SALIDA
                       SUBTRACT PAR-IMPORTE(IDX-PAR) FROM GL-NETO
                    WHEN 'X'
                       PERFORM GRABAR-PARTIDA-CAMBIO
                       SUBTRACT PAR-IMPORTE(IDX-PAR) FROM GL-NETO
                    WHEN 'Y'
                       PERFORM GRABAR-PARTIDA-CAMBIO
                       ADD PAR-IMPORTE(IDX-PAR) TO GL-NETO
                    WHEN 'U'
                       PERFORM GRABAR-PARTIDA-CAMBIO
                    WHEN 'P'
                       PERFORM GRABAR-PARTIDA-CAMBIO
                    WHEN OTHER
                       PERFORM GRABAR-PARTIDA-TRASPASO
                 END-EVALUATE
           ADD GL-REGISTROS TO RENGLONES-CONTABLES-HOY
           DISPLAY "PARTIDAS " MONEDA-CIERRE ": " GL-REGISTROS.

      *---- Entrada de dinero: abono al concepto en la sucursal de
      *---- la cuenta, cargo a caja en la sucursal que capturó.
        GRABAR-PARTIDA-ENTRADA.
           MOVE WS-FECHA-HOY TO CNT-FECHA
           MOVE MONEDA-CIERRE TO CNT-MONEDA
           MOVE PAR-SUC-CUENTA(IDX-PAR) TO CNT-SUCURSAL
           MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
           MOVE 'A' TO CNT-CARGO-ABONO
           MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
           MOVE ZERO TO CNT-REGISTROS
           PERFORM GRABAR-RENGLON-CONTABLE
           MOVE PAR-SUCURSAL(IDX-PAR) TO CNT-SUCURSAL
           MOVE "CAJA      " TO CNT-CONCEPTO
           MOVE 'C' TO CNT-CARGO-ABONO
           PERFORM GRABAR-RENGLON-CONTABLE
           ADD 2 TO GL-REGISTROS.

      *---- Salida de dinero: cargo al concepto en la sucursal de
      *---- la cuenta, abono a caja en la sucursal que capturó.
        GRABAR-PARTIDA-SALIDA.
           MOVE WS-FECHA-HOY TO CNT-FECHA
           MOVE MONEDA-CIERRE TO CNT-MONEDA
           MOVE PAR-SUC-CUENTA(IDX-PAR) TO CNT-SUCURSAL
           MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
           MOVE 'C' TO CNT-CARGO-ABONO
           MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
           MOVE ZERO TO CNT-REGISTROS
           PERFORM GRABAR-RENGLON-CONTABLE
           MOVE PAR-SUCURSAL(IDX-PAR) TO CNT-SUCURSAL
           MOVE "CAJA      " TO CNT-CONCEPTO
           MOVE 'A' TO CNT-CARGO-ABONO
           PERFORM GRABAR-RENGLON-CONTABLE
           ADD 2 TO GL-REGISTROS.

      *---- Traspaso entre cuentas de clientes: cargo al concepto en
      *---- la sucursal de la cuenta origen y abono en la de la
      *---- cuenta destino, sin tocar caja.
        GRABAR-PARTIDA-TRASPASO.
           MOVE WS-FECHA-HOY TO CNT-FECHA
           MOVE MONEDA-CIERRE TO CNT-MONEDA
           MOVE PAR-SUC-CUENTA(IDX-PAR) TO CNT-SUCURSAL
           MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
           MOVE 'C' TO CNT-CARGO-ABONO
           MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
           MOVE ZERO TO CNT-REGISTROS
           PERFORM GRABAR-RENGLON-CONTABLE
           MOVE PAR-SUC-DESTINO(IDX-PAR) TO CNT-SUCURSAL
           MOVE 'A' TO CNT-CARGO-ABONO
           PERFORM GRABAR-RENGLON-CONTABLE
           ADD 2 TO GL-REGISTROS.

      *---- Cambio de moneda: el concepto contra la posición de
      *---- CAMBIOS de esa moneda, sin tocar caja. La salida ('X')
      *---- y la pérdida ('P') cargan al concepto; la entrada ('Y')
      *---- y la utilidad ('U') le abonan. Sólo la salida y la
      *---- entrada mueven el neto del renglón CONTROL, porque son
      *---- las que movieron saldos de clientes; la utilidad queda
      *---- toda dentro de contabilidad.
        GRABAR-PARTIDA-CAMBIO.
           MOVE WS-FECHA-HOY TO CNT-FECHA
           MOVE MONEDA-CIERRE TO CNT-MONEDA
           MOVE PAR-SUC-CUENTA(IDX-PAR) TO CNT-SUCURSAL
           MOVE PAR-CONCEPTO(IDX-PAR) TO CNT-CONCEPTO
           IF PAR-CLASE(IDX-PAR) = 'X' OR PAR-CLASE(IDX-PAR) = 'P'
              MOVE 'C' TO CNT-CARGO-ABONO
           ELSE
              MOVE 'A' TO CNT-CARGO-ABONO
           END-IF
           MOVE PAR-IMPORTE(IDX-PAR) TO CNT-IMPORTE
           MOVE ZERO TO CNT-REGISTROS
           PERFORM GRABAR-RENGLON-CONTABLE
           MOVE PAR-SUCURSAL(IDX-PAR) TO CNT-SUCURSAL
           MOVE "CAMBIOS   " TO CNT-CONCEPTO
           IF PAR-CLASE(IDX-PAR) = 'X' OR PAR-CLASE(IDX-PAR) = 'P'
              MOVE 'A' TO CNT-CARGO-ABONO
           ELSE
              MOVE 'C' TO CNT-CARGO-ABONO
           END-IF
           PERFORM GRABAR-RENGLON-CONTABLE
           ADD 2 TO GL-REGISTROS.

      *---- Renglón de control de la moneda: conteo de partidas y
              MOVE GL-NETO TO CNT-IMPORTE
           END-IF
           MOVE GL-REGISTROS TO CNT-REGISTROS
           PERFORM GRABAR-RENGLON-CONTABLE.

      *---- Agrega a CUENTAS_HIST.DAT una foto del saldo de cierre
      *---- de cada cuenta al terminar la corrida de hoy, en una
      *---- pasada por el maestro ya regrabado.
        GRABAR-HISTORICO.
           OPEN EXTEND HIST-FILE
           IF WS-ESTADO-HIST = '05' OR WS-ESTADO-HIST = '35'
              CLOSE HIST-FILE
              OPEN OUTPUT HIST-FILE
           END-IF
           MOVE ZERO TO NUMERO-CUENTA
           MOVE 'N' TO EOF-CTA
           START CUENTAS-FILE KEY IS NOT LESS THAN NUMERO-CUENTA
              INVALID KEY MOVE 'S' TO EOF-CTA
           END-START
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    MOVE WS-FECHA-HOY TO HIST-FECHA
                    MOVE NUMERO-CUENTA TO HIST-NUMERO
                    MOVE NOMBRE TO HIST-NOMBRE
                    MOVE SALDO TO HIST-SALDO
                    MOVE STATUS-CUENTA TO HIST-STATUS
                    WRITE HIST-REG
              END-READ
           END-PERFORM
           CLOSE HIST-FILE.

           END-PERFORM
           CLOSE JOBLOG-FILE.

      *---- Lee MOVIMIENTOS.DAT completo contra las cifras de
      *---- control de los pasos que lo alimentaron, antes de tocar
      *---- nada; sin archivo no hay nada que verificar aquí.
        VERIFICAR-ENTREGA-MOVIMIENTOS.
           MOVE 'I' TO EPA-OPERACION
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           MOVE "BATCH-BANCO" TO EPA-PROGRAMA
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           MOVE 'R' TO EPA-OPERACION
           MOVE 'N' TO EOF-MOV
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-ESTADO-MOVIMIENTOS = '00'
              PERFORM UNTIL FIN-MOV
                 READ MOVIMIENTOS-FILE
                    AT END MOVE 'S' TO EOF-MOV
                    NOT AT END
                       MOVE MOV-REFERENCIA TO EPA-REFERENCIA
                       MOVE IMPORTE TO EPA-IMPORTE
                       CALL 'CONTROL-ENTREGAS'
                          USING ENTREGA-PARAMETROS
                 END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS-FILE
           END-IF
           MOVE 'N' TO EOF-MOV
           MOVE 'V' TO EPA-OPERACION
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS.

      *---- Copia MOVIMIENTOS.DAT completo a un respaldo fechado y
      *---- vuelve a dejar el archivo de trabajo vacío, para que la
      *---- próxima corrida no vuelva a ver los movimientos de hoy.
                    END-IF
              END-READ
           END-PERFORM
           PERFORM VARYING IDX-CML FROM 1 BY 1
                   UNTIL IDX-CML > TOTAL-COMISIONES-LIGADAS
              PERFORM ARCHIVAR-COMISION-LIGADA
           END-PERFORM
           IF EXISTE-ARCHIVO-MOVS
              CLOSE ARCHIVO-MOVS-FILE
           END-IF
           CLOSE MOVIMIENTOS-FILE
           PERFORM REENCOLAR-PENDIENTES
      *---- Lo que los generadores entregaron ya está posteado o
      *---- arrastrado como pendiente: sus cifras salen del control.
           MOVE 'U' TO EPA-OPERACION
           MOVE "MOVIMIENTOS.DAT" TO EPA-ARCHIVO
           CALL 'CONTROL-ENTREGAS' USING ENTREGA-PARAMETROS
           DISPLAY "MOVIMIENTOS.DAT RESPALDADO EN "
              WS-NOMBRE-ARCHIVO-MOVS
           DISPLAY "MOVIMIENTOS POSFECHADOS ARRASTRADOS: "
                 CONTINUE
           END-WRITE.

      *---- Archiva la comisión ligada como el retiro que fue, con
      *---- la operación que la disparó como referencia original.
        ARCHIVAR-COMISION-LIGADA.
           IF NOT EXISTE-ARCHIVO-MOVS
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CML-REFERENCIA(IDX-CML) TO ARCH-REFERENCIA
           MOVE TAB-CML-CUENTA(IDX-CML) TO ARCH-CUENTA
           MOVE '-' TO ARCH-OPERACION
           MOVE TAB-CML-IMPORTE(IDX-CML) TO ARCH-IMPORTE
           MOVE ZERO TO ARCH-CUENTA-DESTINO
           MOVE WS-FECHA-HOY TO ARCH-FECHA
           MOVE TAB-CML-REF-ORIGEN(IDX-CML) TO ARCH-REF-ORIGINAL
           MOVE ZERO TO ARCH-SUCURSAL
           MOVE ZERO TO ARCH-CHEQUE
           MOVE TAB-CML-MONEDA(IDX-CML) TO ARCH-MONEDA
           MOVE 'N' TO ARCH-REVERSADA
           WRITE ARCHIVO-MOV-REG
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *---- Devuelve los movimientos posfechados apartados durante la
      *---- corrida a un MOVIMIENTOS.DAT recién vaciado, y deja vacío
      *---- el archivo de pendientes para la próxima corrida.
                    MOVE PEND-SUCURSAL       TO MOV-SUCURSAL
                    MOVE PEND-CHEQUE         TO MOV-CHEQUE
                    MOVE PEND-MONEDA         TO MOV-MONEDA
                    MOVE PEND-TIPO-CAMBIO    TO MOV-TIPO-CAMBIO
                    WRITE MOV-REG
              END-READ
           END-PERFORM

      *---- Despacha un movimiento según OPERACION: '+' deposita,
      *---- 'T' transfiere entre dos cuentas, cualquier otro código
      *---- se trata como retiro (comportamiento histórico; el cargo
      *---- 'I' de una transferencia a otro banco entra por aquí con
      *---- todas las validaciones de un retiro), 'X' cambia moneda
      *---- entre dos cuentas del mismo titular. Los
      *---- movimientos con fecha valor posterior a la corrida no se
      *---- aplican ni se rechazan: se arrastran en el archivo de
      *---- pendientes hasta que llegue su fecha. Un movimiento sin
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
      *---- Un movimiento sube a memoria a lo más dos cuentas, un
      *---- cheque y dos referencias (la suya y la de su comisión);
      *---- si alguna tabla de la corrida ya no tiene lugar se
      *---- rechaza en vez de desbordarla.
           IF TOTAL-CUENTAS-CORRIDA > 99997
                 OR TOTAL-POSTEADOS > 99997
                 OR TOTAL-POSTEOS-DIA > 199995
                 OR TOTAL-COMISIONES-LIGADAS > 99998
                 OR TOTAL-CHEQUES > 99998
                 OR TOTAL-RETENCIONES-TAB > 9800
              MOVE "CORRIDA SIN CUPO EN MEMORIA" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-DUPLICADO
           IF ES-DUPLICADO
              ADD 1 TO TOTAL-DUPLICADOS
              PERFORM RECHAZAR-MOVIMIENTO
           ELSE
              MOVE 'N' TO MOVIMIENTO-RECHAZADO
              MOVE TOTAL-POSTEOS-DIA TO POSTEOS-ANTES-MOV
              PERFORM REDIRIGIR-MOVIMIENTO
      *---- Subir a memoria las cuentas que el movimiento nombra;
      *---- el extorno sube las del original al leerlo.
              IF OPERACION NOT = 'R'
                 MOVE MOV-CUENTA TO CUENTA-BUSCADA
                 PERFORM CARGAR-CUENTA-CORRIDA
                 IF OPERACION = 'T' OR OPERACION = 'X'
                    MOVE MOV-CUENTA-DESTINO TO CUENTA-BUSCADA
                    PERFORM CARGAR-CUENTA-CORRIDA
                 END-IF
              END-IF
              EVALUATE OPERACION
                 WHEN '+'
                    PERFORM DEPOSITAR-CUENTA
                    PERFORM TRANSFERIR-CUENTAS
                 WHEN 'R'
                    PERFORM REVERSAR-MOVIMIENTO
                 WHEN 'X'
                    PERFORM CAMBIAR-MONEDA-CUENTAS
                 WHEN OTHER
                    PERFORM RETIRAR-CUENTA
              END-EVALUATE
      *---- vuelve a rechazarse con su motivo real, y un extorno no
      *---- puede dar por posteado algo que nunca afectó saldos.
              IF NOT FUE-RECHAZADO
                 MOVE MOV-REFERENCIA TO REF-REGISTRAR
                 PERFORM REGISTRAR-REF-POSTEADA
                 IF OPERACION = 'T' OR OPERACION = 'I'
                    PERFORM COBRAR-COMISION-LIGADA
                 END-IF
                 IF OPERACION = '-' AND MOV-REFERENCIA >= 71000000
                       AND MOV-REFERENCIA <= 71999999
                    MOVE 'P' TO TFP-ACCION
                    MOVE MOV-REFERENCIA TO TFP-REF-ORIGEN
                    CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS
                 END-IF
              ELSE
                 MOVE POSTEOS-ANTES-MOV TO TOTAL-POSTEOS-DIA
              END-IF
           END-IF.

      *---- Cobra la comisión de la transferencia recién posteada
      *---- como movimiento ligado, con su propia referencia
      *---- 71xxxxxx: se carga a la cuenta origen aunque la
      *---- sobregire, porque la operación ya se hizo. Los traspasos
      *---- que el banco genera por su cuenta (ahorro programado,
      *---- barridos, sucesiones, beneficencia) no pagan comisión.
        COBRAR-COMISION-LIGADA.
           IF (MOV-REFERENCIA >= 72000000
                 AND MOV-REFERENCIA <= 72999999)
                 OR (MOV-REFERENCIA >= 79000000
                 AND MOV-REFERENCIA <= 79999999)
                 OR (MOV-REFERENCIA >= 91000000
                 AND MOV-REFERENCIA <= 92999999)
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-CUENTA TO CUENTA-BUSCADA
           PERFORM BUSCAR-CUENTA-CORRIDA
           IF NOT ESTA-EN-CORRIDA
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO TFP-ACCION
           MOVE 'T' TO TFP-EVENTO
           MOVE TAB-NUMERO(IDX-TABLA) TO TFP-CUENTA
           MOVE TAB-TIPO(IDX-TABLA) TO TFP-TIPO-CUENTA
           MOVE TAB-SUCURSAL(IDX-TABLA) TO TFP-SUCURSAL
           MOVE WS-FECHA-HOY TO TFP-FECHA
           MOVE MOV-REFERENCIA TO TFP-REF-ORIGEN
           MOVE ZERO TO TFP-REF-REVERSO
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS
           IF NOT TFP-COBRAR
              EXIT PARAGRAPH
           END-IF
           SUBTRACT TFP-COMISION FROM TAB-SALDO(IDX-TABLA)
           MOVE 'S' TO TAB-TOCADA(IDX-TABLA)
           ADD 1 TO TOTAL-POSTEOS-DIA
           MOVE TFP-REFERENCIA TO TAB-PDI-REFERENCIA(TOTAL-POSTEOS-DIA)
           MOVE TAB-NUMERO(IDX-TABLA)
             TO TAB-PDI-CUENTA(TOTAL-POSTEOS-DIA)
           MOVE '-' TO TAB-PDI-OPERACION(TOTAL-POSTEOS-DIA)
           COMPUTE TAB-PDI-EFECTO(TOTAL-POSTEOS-DIA) = 0 - TFP-COMISION
           MOVE TAB-SALDO(IDX-TABLA)
             TO TAB-PDI-SALDO(TOTAL-POSTEOS-DIA)
           IF TAB-SALDO(IDX-TABLA) < 0
                 AND TAB-SALDO(IDX-TABLA) + TFP-COMISION >= 0
              MOVE TAB-NUMERO(IDX-TABLA) TO NOT-CUENTA-WS
              MOVE TFP-COMISION TO NOT-IMPORTE-WS
              PERFORM NOTIFICAR-SOBREGIRO
           END-IF
           ADD TFP-COMISION TO TOTAL-RETIRADO
           MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
           PERFORM UBICAR-MONEDA-CIERRE
           ADD TFP-COMISION TO TAB-MON-RETIRADO(IDX-MON)
           MOVE TAB-MONEDA(IDX-TABLA) TO PARTIDA-MONEDA
           MOVE ZERO TO PARTIDA-SUCURSAL
           MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
           MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
           MOVE "COMIS-OPER" TO PARTIDA-CONCEPTO
           MOVE 'S' TO PARTIDA-CLASE
           MOVE TFP-COMISION TO PARTIDA-IMPORTE
           PERFORM ACUMULAR-PARTIDA-DIA
           MOVE TAB-NUMERO(IDX-TABLA) TO AUD-CUENTA-WS
           MOVE '-' TO AUD-OPERACION-WS
           MOVE TFP-COMISION TO AUD-IMPORTE-WS
           MOVE SPACES TO AUD-DESCRIPCION-WS
           STRING "COMISION OPER " DELIMITED BY SIZE
                  TFP-REFERENCIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MOV-REFERENCIA DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS
           PERFORM GRABAR-AUDITORIA
           ADD 1 TO TOTAL-COMISIONES-LIGADAS
           SET IDX-CML TO TOTAL-COMISIONES-LIGADAS
           MOVE TFP-REFERENCIA TO TAB-CML-REFERENCIA(IDX-CML)
           MOVE TAB-NUMERO(IDX-TABLA) TO TAB-CML-CUENTA(IDX-CML)
           MOVE TFP-COMISION TO TAB-CML-IMPORTE(IDX-CML)
           MOVE MOV-REFERENCIA TO TAB-CML-REF-ORIGEN(IDX-CML)
           MOVE TAB-MONEDA(IDX-TABLA) TO TAB-CML-MONEDA(IDX-CML)
           MOVE TFP-REFERENCIA TO REF-REGISTRAR
           PERFORM REGISTRAR-REF-POSTEADA.

      *---- Agrega al final de AUDITORIA.LOG un renglón por cada
      *---- movimiento aplicado; PROYECTO1 escribe en el mismo
      *---- archivo y formato, así que queda una sola bitácora.
           CLOSE CERROJO-FILE.
           MOVE 'N' TO CERROJO-TOMADO.

      *---- Muestra y acumula el saldo final de la cuenta recién
      *---- leída en la pasada de cierre: el de la tabla si la
      *---- corrida la movió, si no el que trae el maestro.
        MOSTRAR-CUENTA-CIERRE.
           MOVE NUMERO-CUENTA TO CUENTA-BUSCADA
           PERFORM BUSCAR-CUENTA-CORRIDA
           IF ESTA-EN-CORRIDA
              MOVE TAB-SALDO(IDX-TABLA) TO SALDO-CIERRE
           ELSE
              MOVE SALDO TO SALDO-CIERRE
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO SUCURSAL-CIERRE
           ELSE
              MOVE ZERO TO SUCURSAL-CIERRE
           END-IF
           DISPLAY "CUENTA: " NUMERO-CUENTA
           DISPLAY "TITULAR: " NOMBRE
           DISPLAY "SALDO: " SALDO-CIERRE
           ADD SALDO-CIERRE TO TOTAL-SALDO-FINAL
           PERFORM NORMALIZAR-MONEDA-CIERRE
           PERFORM UBICAR-MONEDA-CIERRE
           ADD SALDO-CIERRE TO TAB-MON-FINAL(IDX-MON)
           IF TIPO-CUENTA = 'C'
              ADD SALDO-CIERRE TO SUBTOTAL-CORRIENTE
           ELSE
              ADD SALDO-CIERRE TO SUBTOTAL-AHORROS
           END-IF
           PERFORM ACUMULAR-SUCURSAL.

      *---- Acumula SALDO-CIERRE en el subtotal de SUCURSAL-CIERRE;
      *---- si la sucursal aparece por primera vez, abre un renglón
      *---- nuevo para ella.
        ACUMULAR-SUCURSAL.
           MOVE 'N' TO SUCURSAL-ENCONTRADA
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-CODIGO(IDX-SUC) = SUCURSAL-CIERRE
                 MOVE 'S' TO SUCURSAL-ENCONTRADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF SUCURSAL-HALLADA
              ADD 1 TO TAB-SUC-CUENTAS(IDX-SUC)
              ADD SALDO-CIERRE TO TAB-SUC-SALDO(IDX-SUC)
           ELSE
              IF TOTAL-SUCURSALES < 999
                 ADD 1 TO TOTAL-SUCURSALES
                 SET IDX-SUC TO TOTAL-SUCURSALES
                 MOVE SUCURSAL-CIERRE TO TAB-SUC-CODIGO(IDX-SUC)
                 MOVE 1 TO TAB-SUC-CUENTAS(IDX-SUC)
                 MOVE SALDO-CIERRE TO TAB-SUC-SALDO(IDX-SUC)
              END-IF
           END-IF.

           WRITE SECUENCIA-REG
           CLOSE SECUENCIA-FILE.

      *---- Busca la referencia del movimiento actual entre las ya
      *---- posteadas, de esta corrida o de corridas anteriores.
        VERIFICAR-DUPLICADO.
           MOVE MOV-REFERENCIA TO REF-BUSCADA
           PERFORM BUSCAR-REF-POSTEADA
           MOVE REF-HALLADA TO MOVIMIENTO-DUPLICADO.

      *---- Decide si REF-BUSCADA ya se posteó: primero entre las
      *---- referencias de esta corrida, que todavía no están en el
      *---- archivo, y si no, por llave en MOVS_POSTEADOS.DAT.
        BUSCAR-REF-POSTEADA.
           MOVE 'N' TO REF-HALLADA
           IF TOTAL-POSTEADOS > 0
              SEARCH ALL POSTEADO
                 AT END
                    CONTINUE
                 WHEN TAB-REFERENCIA(IDX-PST) = REF-BUSCADA
                    MOVE 'S' TO REF-HALLADA
              END-SEARCH
           END-IF
           IF ES-REF-HALLADA
              EXIT PARAGRAPH
           END-IF
           MOVE REF-BUSCADA TO PST-REFERENCIA
           READ POSTEADOS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO REF-HALLADA
           END-READ.

      *---- Anota REF-REGISTRAR, la referencia del movimiento recién
      *---- aplicado o de su comisión ligada, en su lugar dentro de
      *---- la tabla ordenada de la corrida.
        REGISTRAR-REF-POSTEADA.
           ADD 1 TO TOTAL-POSTEADOS
           PERFORM VARYING RENGLON-INSERTAR FROM TOTAL-POSTEADOS BY -1
                   UNTIL RENGLON-INSERTAR < 2
              IF TAB-REFERENCIA(RENGLON-INSERTAR - 1) < REF-REGISTRAR
                 EXIT PERFORM
              END-IF
              MOVE POSTEADO(RENGLON-INSERTAR - 1)
                TO POSTEADO(RENGLON-INSERTAR)
           END-PERFORM
           MOVE REF-REGISTRAR TO TAB-REFERENCIA(RENGLON-INSERTAR).

      *---- Deja en IDX-TABLA el renglón de CUENTA-BUSCADA si ya está
      *---- en la tabla de la corrida.
        BUSCAR-CUENTA-CORRIDA.
           MOVE 'N' TO CUENTA-EN-CORRIDA
           IF TOTAL-CUENTAS-CORRIDA > 0
              SEARCH ALL CUENTA
                 AT END
                    CONTINUE
                 WHEN TAB-NUMERO(IDX-TABLA) = CUENTA-BUSCADA
                    MOVE 'S' TO CUENTA-EN-CORRIDA
              END-SEARCH
           END-IF.

      *---- Sube CUENTA-BUSCADA a la tabla de la corrida si todavía
      *---- no está, leyéndola por llave del maestro junto con sus
      *---- retenciones. Una cuenta que no existe no se sube, y el
      *---- movimiento que la nombra se rechaza como hasta ahora.
        CARGAR-CUENTA-CORRIDA.
           PERFORM BUSCAR-CUENTA-CORRIDA
           IF ESTA-EN-CORRIDA
              EXIT PARAGRAPH
           END-IF
           MOVE CUENTA-BUSCADA TO NUMERO-CUENTA
           READ CUENTAS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM AGREGAR-CUENTA-CORRIDA
                 PERFORM CARGAR-RETENCIONES-CUENTA
           END-READ.

      *---- Inserta la cuenta recién leída en su lugar por número y
      *---- normaliza sus campos para la corrida.
        AGREGAR-CUENTA-CORRIDA.
           ADD 1 TO TOTAL-CUENTAS-CORRIDA
           PERFORM VARYING RENGLON-INSERTAR
                   FROM TOTAL-CUENTAS-CORRIDA BY -1
                   UNTIL RENGLON-INSERTAR < 2
              IF TAB-NUMERO(RENGLON-INSERTAR - 1) < NUMERO-CUENTA
                 EXIT PERFORM
              END-IF
              MOVE CUENTA(RENGLON-INSERTAR - 1)
                TO CUENTA(RENGLON-INSERTAR)
           END-PERFORM
           MOVE NUMERO-CUENTA TO TAB-NUMERO(RENGLON-INSERTAR)
           MOVE NOMBRE TO TAB-NOMBRE(RENGLON-INSERTAR)
           MOVE SALDO TO TAB-SALDO(RENGLON-INSERTAR)
           MOVE STATUS-CUENTA TO TAB-STATUS(RENGLON-INSERTAR)
           IF LIMITE-SOBREGIRO NUMERIC
              MOVE LIMITE-SOBREGIRO TO TAB-LIMITE(RENGLON-INSERTAR)
           ELSE
              MOVE ZERO TO TAB-LIMITE(RENGLON-INSERTAR)
           END-IF
      *---- Una línea aprobada cuyo vencimiento ya pasó opera como
      *---- límite cero; el maestro conserva el importe por si la
      *---- línea se renueva.
           IF TAB-LIMITE(RENGLON-INSERTAR) > 0
              MOVE NUMERO-CUENTA TO CUENTA-CONSULTADA
              PERFORM BUSCAR-VENCIMIENTO-LINEA
              IF VENCE-LINEA > 0
                    AND VENCE-LINEA < WS-FECHA-HOY
                 MOVE ZERO TO TAB-LIMITE(RENGLON-INSERTAR)
              END-IF
           END-IF
           IF TIPO-CUENTA = 'A' OR TIPO-CUENTA = 'C'
              MOVE TIPO-CUENTA TO TAB-TIPO(RENGLON-INSERTAR)
           ELSE
              MOVE 'A' TO TAB-TIPO(RENGLON-INSERTAR)
           END-IF
           IF CUENTA-SUCURSAL NUMERIC
              MOVE CUENTA-SUCURSAL TO TAB-SUCURSAL(RENGLON-INSERTAR)
           ELSE
              MOVE ZERO TO TAB-SUCURSAL(RENGLON-INSERTAR)
           END-IF
           PERFORM NORMALIZAR-MONEDA-CIERRE
           MOVE MONEDA-CIERRE TO TAB-MONEDA(RENGLON-INSERTAR)
           MOVE 'N' TO TAB-TOCADA(RENGLON-INSERTAR)
           IF CUENTA-CLIENTE NUMERIC
              MOVE CUENTA-CLIENTE TO TAB-CLIENTE(RENGLON-INSERTAR)
           ELSE
              MOVE ZERO TO TAB-CLIENTE(RENGLON-INSERTAR)
           END-IF.

        DEPOSITAR-CUENTA.
           SEARCH ALL CUENTA
              AT END
                 MOVE "CUENTA NO ENCONTRADA" TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
                 ELSE
                    ADD IMPORTE TO TAB-SALDO(IDX-TABLA)
                    MOVE 'S' TO TAB-TOCADA(IDX-TABLA)
                    SET RENGLON-POSTEO TO IDX-TABLA
                    MOVE IMPORTE TO EFECTO-POSTEO
                    PERFORM ANOTAR-POSTEO-DIA
                    ADD IMPORTE TO TOTAL-DEPOSITADO
                    MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
                    PERFORM UBICAR-MONEDA-CIERRE
                    MOVE PARTIDA-SUCURSAL TO ISU-CAPTURA-WS
                    MOVE TAB-SUCURSAL(IDX-TABLA) TO ISU-CUENTA-WS
                    PERFORM ACUMULAR-INTERSUCURSAL
                    MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
                    MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
                    MOVE MONEDA-MOVIMIENTO TO PARTIDA-MONEDA
                    MOVE 'E' TO PARTIDA-CLASE
                    MOVE IMPORTE TO PARTIDA-IMPORTE
                       WHEN MOV-REFERENCIA >= 82000000
                             AND MOV-REFERENCIA <= 82999999
                          MOVE "PLAZOS-VTO" TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 91000000
                             AND MOV-REFERENCIA <= 91999999
                          MOVE "PLAZOS-VTO" TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 81000000
                             AND MOV-REFERENCIA <= 81999999
                          MOVE "PREST-DESE" TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 72000000
                             AND MOV-REFERENCIA <= 72999999
                          MOVE "AHORRO-BON" TO PARTIDA-CONCEPTO
                       WHEN OTHER
                          MOVE "DEPOSITOS " TO PARTIDA-CONCEPTO
                    END-EVALUATE
           END-SEARCH.

        RETIRAR-CUENTA.
           SEARCH ALL CUENTA
              AT END
                 MOVE "CUENTA NO ENCONTRADA" TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
      *---- Una cuenta dormida no admite cargos hasta que la
      *---- ventanilla la reactive con visto bueno de supervisor.
                 IF TAB-STATUS(IDX-TABLA) = 'D'
                       AND (MOV-REFERENCIA < 91000000
                       OR MOV-REFERENCIA > 91999999)
                    MOVE "CUENTA INACTIVA" TO MOTIVO-RECHAZO
                    PERFORM RECHAZAR-MOVIMIENTO
                 ELSE
                       PERFORM ACUMULAR-DEBITO-CUENTA
                       SUBTRACT IMPORTE FROM TAB-SALDO(IDX-TABLA)
                       MOVE 'S' TO TAB-TOCADA(IDX-TABLA)
                       SET RENGLON-POSTEO TO IDX-TABLA
                       COMPUTE EFECTO-POSTEO = 0 - IMPORTE
                       PERFORM ANOTAR-POSTEO-DIA
                       IF TAB-SALDO(IDX-TABLA) < 0
                             AND TAB-SALDO(IDX-TABLA) + IMPORTE >= 0
                          MOVE MOV-CUENTA TO NOT-CUENTA-WS
                       MOVE PARTIDA-SUCURSAL TO ISU-CAPTURA-WS
                       MOVE TAB-SUCURSAL(IDX-TABLA) TO ISU-CUENTA-WS
                       PERFORM ACUMULAR-INTERSUCURSAL
                       MOVE TAB-SUCURSAL(IDX-TABLA)
                         TO PARTIDA-SUC-CUENTA
                       MOVE TAB-SUCURSAL(IDX-TABLA)
                         TO PARTIDA-SUC-DESTINO
                       MOVE MONEDA-MOVIMIENTO TO PARTIDA-MONEDA
                       MOVE 'S' TO PARTIDA-CLASE
                       MOVE IMPORTE TO PARTIDA-IMPORTE
                       EVALUATE TRUE
                          WHEN OPERACION = 'I'
                             MOVE "TRANSF-SAL" TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 87000000
                                AND MOV-REFERENCIA <= 87999999
                             MOVE "INT-SOBREG" TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 81000000
                                AND MOV-REFERENCIA <= 81999999
                             MOVE "PREST-COBR" TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 91000000
                                AND MOV-REFERENCIA <= 91999999
                             MOVE "PREST-COBR" TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 80000000
                                AND MOV-REFERENCIA <= 80999999
                             MOVE "ISR-RETEN " TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 75000000
                                AND MOV-REFERENCIA <= 75999999
                             MOVE "CAJEROS   " TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 74000000
                                AND MOV-REFERENCIA <= 74999999
                             MOVE "PAGO-SERV " TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 73000000
                                AND MOV-REFERENCIA <= 73999999
                             MOVE "CAJAS-SEG " TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 72000000
                                AND MOV-REFERENCIA <= 72999999
                             MOVE "AHORRO-PEN" TO PARTIDA-CONCEPTO
                          WHEN MOV-REFERENCIA >= 71000000
                                AND MOV-REFERENCIA <= 71999999
                             MOVE "COMIS-OPER" TO PARTIDA-CONCEPTO
                          WHEN OTHER
                             MOVE "RETIROS   " TO PARTIDA-CONCEPTO
                       END-EVALUATE
                       MOVE MOV-CUENTA TO AUD-CUENTA-WS
                       MOVE '-' TO AUD-OPERACION-WS
                       MOVE IMPORTE TO AUD-IMPORTE-WS
                       IF OPERACION = 'I'
                          MOVE SPACES TO AUD-DESCRIPCION-WS
                          STRING "TRANSF INTERBANCARIA "
                                    DELIMITED BY SIZE
                                 MOV-REFERENCIA DELIMITED BY SIZE
                                 INTO AUD-DESCRIPCION-WS
                       ELSE
                          IF MOV-REFERENCIA >= 75000000
                                AND MOV-REFERENCIA <= 75999999
                             MOVE SPACES TO AUD-DESCRIPCION-WS
                             STRING "RETIRO CAJERO "
                                       DELIMITED BY SIZE
                                    MOV-REFERENCIA DELIMITED BY SIZE
                                    INTO AUD-DESCRIPCION-WS
                          ELSE
                          IF MOV-REFERENCIA >= 74000000
                                AND MOV-REFERENCIA <= 74999999
                             MOVE SPACES TO AUD-DESCRIPCION-WS
                             STRING "PAGO SERVICIO "
                                       DELIMITED BY SIZE
                                    MOV-REFERENCIA DELIMITED BY SIZE
                                    INTO AUD-DESCRIPCION-WS
                          ELSE
                          IF MOV-REFERENCIA >= 73000000
                                AND MOV-REFERENCIA <= 73999999
                             MOVE SPACES TO AUD-DESCRIPCION-WS
                             STRING "CUOTA CAJA SEG "
                                       DELIMITED BY SIZE
                                    MOV-REFERENCIA DELIMITED BY SIZE
                                    INTO AUD-DESCRIPCION-WS
                          ELSE
                          IF MOV-REFERENCIA >= 72000000
                                AND MOV-REFERENCIA <= 72999999
                             MOVE SPACES TO AUD-DESCRIPCION-WS
                             STRING "PENA AHORRO PROG "
                                       DELIMITED BY SIZE
                                    MOV-REFERENCIA DELIMITED BY SIZE
                                    INTO AUD-DESCRIPCION-WS
                          ELSE
                          IF MOV-REFERENCIA >= 71000000
                                AND MOV-REFERENCIA <= 71999999
                             MOVE SPACES TO AUD-DESCRIPCION-WS
                             STRING "COMISION OPER "
                                       DELIMITED BY SIZE
                                    MOV-REFERENCIA DELIMITED BY SIZE
                                    INTO AUD-DESCRIPCION-WS
                          ELSE
                             MOVE "RETIRO (BATCH)"
                               TO AUD-DESCRIPCION-WS
                          END-IF
                          END-IF
                          END-IF
                          END-IF
                          END-IF
                       END-IF
                       PERFORM GRABAR-AUDITORIA
                    END-IF
                    END-IF
        TRANSFERIR-CUENTAS.
           MOVE 0 TO IDX-ORIGEN
           MOVE 0 TO IDX-DESTINO
           SEARCH ALL CUENTA
              AT END
                 CONTINUE
              WHEN TAB-NUMERO(IDX-TABLA) = MOV-CUENTA
                 SET IDX-ORIGEN TO IDX-TABLA
           END-SEARCH
           SEARCH ALL CUENTA
              AT END
                 CONTINUE
              WHEN TAB-NUMERO(IDX-TABLA) = MOV-CUENTA-DESTINO
                   TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
              ELSE
      *---- Sólo el reparto de una sucesión (91) y el traspaso de
      *---- fondos no reclamados a la concentradora (92) sacan
      *---- dinero de una cuenta dormida.
              IF TAB-STATUS(IDX-ORIGEN) = 'D'
                    AND (MOV-REFERENCIA < 91000000
                    OR MOV-REFERENCIA > 92999999)
                 MOVE "CUENTA INACTIVA" TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
              ELSE
                    ADD IMPORTE TO TAB-SALDO(IDX-DESTINO)
                    MOVE 'S' TO TAB-TOCADA(IDX-ORIGEN)
                    MOVE 'S' TO TAB-TOCADA(IDX-DESTINO)
                    MOVE IDX-ORIGEN TO RENGLON-POSTEO
                    COMPUTE EFECTO-POSTEO = 0 - IMPORTE
                    PERFORM ANOTAR-POSTEO-DIA
                    MOVE IDX-DESTINO TO RENGLON-POSTEO
                    MOVE IMPORTE TO EFECTO-POSTEO
                    PERFORM ANOTAR-POSTEO-DIA
                    MOVE MONEDA-MOVIMIENTO TO PARTIDA-MONEDA
                    PERFORM RESOLVER-SUCURSAL-PARTIDA
                    MOVE TAB-SUCURSAL(IDX-ORIGEN) TO PARTIDA-SUC-CUENTA
                    MOVE TAB-SUCURSAL(IDX-DESTINO)
                      TO PARTIDA-SUC-DESTINO
                    MOVE 'T' TO PARTIDA-CLASE
                    MOVE IMPORTE TO PARTIDA-IMPORTE
                    EVALUATE TRUE
                       WHEN MOV-REFERENCIA >= 79000000
                             AND MOV-REFERENCIA <= 79999999
                          MOVE "BARRIDOS  " TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 91000000
                             AND MOV-REFERENCIA <= 91999999
                          MOVE "SUCESION  " TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 92000000
                             AND MOV-REFERENCIA <= 92999999
                          MOVE "BENEFICENC" TO PARTIDA-CONCEPTO
                       WHEN MOV-REFERENCIA >= 72000000
                             AND MOV-REFERENCIA <= 72999999
                          MOVE "AHORRO-PRG" TO PARTIDA-CONCEPTO
                       WHEN OTHER
                          MOVE "TRANSFEREN" TO PARTIDA-CONCEPTO
                    END-EVALUATE
              END-IF
           END-IF.

      *---- Cambio de moneda entre dos cuentas del mismo titular:
      *---- debita IMPORTE a MOV-CUENTA en su moneda y acredita a
      *---- MOV-CUENTA-DESTINO el equivalente en la suya, al tipo
      *---- cruzado que trae el movimiento (el que ventanilla cotizó
      *---- al cliente) o, si viene en cero, al del día. Cada moneda
      *---- asienta su lado contra la posición de CAMBIOS, y la
      *---- utilidad cambiaria se asienta en moneda local, así el
      *---- renglón CONTROL de cada moneda sigue cuadrando con su
      *---- conciliación.
        CAMBIAR-MONEDA-CUENTAS.
           MOVE 0 TO IDX-ORIGEN
           MOVE 0 TO IDX-DESTINO
           SEARCH ALL CUENTA
              AT END
                 CONTINUE
              WHEN TAB-NUMERO(IDX-TABLA) = MOV-CUENTA
                 SET IDX-ORIGEN TO IDX-TABLA
           END-SEARCH
           SEARCH ALL CUENTA
              AT END
                 CONTINUE
              WHEN TAB-NUMERO(IDX-TABLA) = MOV-CUENTA-DESTINO
                 SET IDX-DESTINO TO IDX-TABLA
           END-SEARCH
           IF IDX-ORIGEN = 0 OR IDX-DESTINO = 0
              MOVE "CUENTA ORIGEN O DESTINO NO ENCONTRADA"
                TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           IF TAB-STATUS(IDX-ORIGEN) = 'C'
                 OR TAB-STATUS(IDX-DESTINO) = 'C'
              MOVE "CUENTA ORIGEN O DESTINO CERRADA" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           IF TAB-STATUS(IDX-ORIGEN) = 'D'
              MOVE "CUENTA INACTIVA" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
      *---- Sólo entre cuentas propias: el mismo titular, ya ligado
      *---- a las dos cuentas.
           IF TAB-CLIENTE(IDX-ORIGEN) = 0
                 OR TAB-CLIENTE(IDX-ORIGEN)
                    NOT = TAB-CLIENTE(IDX-DESTINO)
              MOVE "CUENTAS DE DISTINTO TITULAR" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-CLIENTE(IDX-ORIGEN) TO CLIENTE-VERIFICAR
           PERFORM VERIFICAR-TITULAR-BLOQUEADO
           IF ES-TITULAR-BLOQUEADO
              MOVE "CLIENTE BLOQUEADO" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-MONEDA(IDX-ORIGEN) TO MONEDA-CAMBIO-ORIGEN
           MOVE TAB-MONEDA(IDX-DESTINO) TO MONEDA-CAMBIO-DESTINO
           IF MOV-MONEDA NOT = SPACES AND MOV-MONEDA NOT = LOW-VALUES
                 AND MOV-MONEDA NOT = MONEDA-CAMBIO-ORIGEN
              MOVE "MONEDA DISTINTA A LA CUENTA" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           IF MONEDA-CAMBIO-ORIGEN = MONEDA-CAMBIO-DESTINO
              MOVE "CAMBIO ENTRE CUENTAS DE UNA MONEDA"
                TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
      *---- Tipo de compra de la moneda origen y de venta de la
      *---- moneda destino; la moneda local va a la par.
           MOVE MONEDA-CAMBIO-ORIGEN TO MONEDA-COTIZAR
           PERFORM COTIZAR-MONEDA
           IF NOT ES-TCA-HALLADO
              MOVE "MONEDA SIN TIPO DE CAMBIO" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TCA-MEDIO-WS TO TC-MEDIO-ORIGEN
           COMPUTE TC-COMPRA ROUNDED =
              TCA-MEDIO-WS * (100 - TCA-DIFERENCIAL-WS) / 100
           MOVE MONEDA-CAMBIO-DESTINO TO MONEDA-COTIZAR
           PERFORM COTIZAR-MONEDA
           IF NOT ES-TCA-HALLADO
              MOVE "MONEDA SIN TIPO DE CAMBIO" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TCA-MEDIO-WS TO TC-MEDIO-DESTINO
           COMPUTE TC-VENTA ROUNDED =
              TCA-MEDIO-WS * (100 + TCA-DIFERENCIAL-WS) / 100
           IF MOV-TIPO-CAMBIO NUMERIC AND MOV-TIPO-CAMBIO > 0
              MOVE MOV-TIPO-CAMBIO TO TC-APLICADO
           ELSE
              COMPUTE TC-APLICADO ROUNDED = TC-COMPRA / TC-VENTA
           END-IF
           COMPUTE IMPORTE-CONVERTIDO ROUNDED = IMPORTE * TC-APLICADO
              ON SIZE ERROR
                 MOVE ZERO TO IMPORTE-CONVERTIDO
           END-COMPUTE
           IF IMPORTE-CONVERTIDO = 0
              MOVE "IMPORTE CONVERTIDO INVALIDO" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-NUMERO(IDX-ORIGEN) TO CUENTA-CONSULTADA
           PERFORM OBTENER-RETENCION
           IF ES-CUENTA-BLOQUEADA
              MOVE "FONDOS RETENIDOS" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           IF IMPORTE >
                 TAB-SALDO(IDX-ORIGEN) + TAB-LIMITE(IDX-ORIGEN)
              MOVE "FONDOS INSUFICIENTES" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           IF IMPORTE > TAB-SALDO(IDX-ORIGEN)
                 + TAB-LIMITE(IDX-ORIGEN) - IMPORTE-RETENIDO
              MOVE "FONDOS RETENIDOS" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-NUMERO(IDX-ORIGEN) TO CUENTA-LIMITE
           MOVE TAB-TIPO(IDX-ORIGEN) TO TIPO-LIMITE
           MOVE IMPORTE TO IMPORTE-LIMITE
           PERFORM VERIFICAR-LIMITE-DIARIO
           IF ES-LIMITE-EXCEDIDO
              MOVE "LIMITE DIARIO EXCEDIDO" TO MOTIVO-RECHAZO
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
           PERFORM ACUMULAR-DEBITO-CUENTA
           SUBTRACT IMPORTE FROM TAB-SALDO(IDX-ORIGEN)
           IF TAB-SALDO(IDX-ORIGEN) < 0
                 AND TAB-SALDO(IDX-ORIGEN) + IMPORTE >= 0
              MOVE MOV-CUENTA TO NOT-CUENTA-WS
              MOVE IMPORTE TO NOT-IMPORTE-WS
              PERFORM NOTIFICAR-SOBREGIRO
           END-IF
           ADD IMPORTE-CONVERTIDO TO TAB-SALDO(IDX-DESTINO)
           MOVE 'S' TO TAB-TOCADA(IDX-ORIGEN)
           MOVE 'S' TO TAB-TOCADA(IDX-DESTINO)
           MOVE IDX-ORIGEN TO RENGLON-POSTEO
           COMPUTE EFECTO-POSTEO = 0 - IMPORTE
           PERFORM ANOTAR-POSTEO-DIA
           MOVE IDX-DESTINO TO RENGLON-POSTEO
           MOVE IMPORTE-CONVERTIDO TO EFECTO-POSTEO
           PERFORM ANOTAR-POSTEO-DIA
           ADD IMPORTE TO TOTAL-RETIRADO
           ADD IMPORTE-CONVERTIDO TO TOTAL-DEPOSITADO
           MOVE MONEDA-CAMBIO-ORIGEN TO MONEDA-CIERRE
           PERFORM UBICAR-MONEDA-CIERRE
           ADD IMPORTE TO TAB-MON-RETIRADO(IDX-MON)
           MOVE MONEDA-CAMBIO-DESTINO TO MONEDA-CIERRE
           PERFORM UBICAR-MONEDA-CIERRE
           ADD IMPORTE-CONVERTIDO TO TAB-MON-DEPOSITADO(IDX-MON)
           PERFORM RESOLVER-SUCURSAL-PARTIDA
           MOVE MONEDA-CAMBIO-ORIGEN TO PARTIDA-MONEDA
           MOVE "CAMBIO-SAL" TO PARTIDA-CONCEPTO
           MOVE TAB-SUCURSAL(IDX-ORIGEN) TO PARTIDA-SUC-CUENTA
           MOVE TAB-SUCURSAL(IDX-ORIGEN) TO PARTIDA-SUC-DESTINO
           MOVE 'X' TO PARTIDA-CLASE
           MOVE IMPORTE TO PARTIDA-IMPORTE
           PERFORM ACUMULAR-PARTIDA-DIA
           MOVE MONEDA-CAMBIO-DESTINO TO PARTIDA-MONEDA
           MOVE "CAMBIO-ENT" TO PARTIDA-CONCEPTO
           MOVE TAB-SUCURSAL(IDX-DESTINO) TO PARTIDA-SUC-CUENTA
           MOVE TAB-SUCURSAL(IDX-DESTINO) TO PARTIDA-SUC-DESTINO
           MOVE 'Y' TO PARTIDA-CLASE
           MOVE IMPORTE-CONVERTIDO TO PARTIDA-IMPORTE
           PERFORM ACUMULAR-PARTIDA-DIA
           COMPUTE UTILIDAD-CAMBIO ROUNDED =
              IMPORTE * TC-MEDIO-ORIGEN
              - IMPORTE-CONVERTIDO * TC-MEDIO-DESTINO
           IF UTILIDAD-CAMBIO NOT = 0
              MOVE "MXN" TO MONEDA-CIERRE
              PERFORM UBICAR-MONEDA-CIERRE
              MOVE "MXN" TO PARTIDA-MONEDA
              MOVE "UTIL-CAMB " TO PARTIDA-CONCEPTO
              MOVE PARTIDA-SUCURSAL TO PARTIDA-SUC-CUENTA
              MOVE PARTIDA-SUCURSAL TO PARTIDA-SUC-DESTINO
              IF UTILIDAD-CAMBIO > 0
                 MOVE 'U' TO PARTIDA-CLASE
                 MOVE UTILIDAD-CAMBIO TO PARTIDA-IMPORTE
              ELSE
                 MOVE 'P' TO PARTIDA-CLASE
                 COMPUTE PARTIDA-IMPORTE = 0 - UTILIDAD-CAMBIO
              END-IF
              PERFORM ACUMULAR-PARTIDA-DIA
           END-IF
      *---- Un renglón de bitácora por cada lado, con el tipo
      *---- aplicado, para que libreta y estado de cuenta vean el
      *---- cargo y el abono en la moneda de cada cuenta.
           MOVE TC-APLICADO TO TC-EDITADO
           MOVE MOV-CUENTA TO AUD-CUENTA-WS
           MOVE '-' TO AUD-OPERACION-WS
           MOVE IMPORTE TO AUD-IMPORTE-WS
           MOVE SPACES TO AUD-DESCRIPCION-WS
           STRING "CAMBIO A " DELIMITED BY SIZE
                  MOV-CUENTA-DESTINO DELIMITED BY SIZE
                  " TC " DELIMITED BY SIZE
                  TC-EDITADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS
           PERFORM GRABAR-AUDITORIA
           MOVE MOV-CUENTA-DESTINO TO AUD-CUENTA-WS
           MOVE '+' TO AUD-OPERACION-WS
           MOVE IMPORTE-CONVERTIDO TO AUD-IMPORTE-WS
           MOVE SPACES TO AUD-DESCRIPCION-WS
           STRING "CAMBIO DE " DELIMITED BY SIZE
                  MOV-CUENTA DELIMITED BY SIZE
                  " TC" DELIMITED BY SIZE
                  TC-EDITADO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS
           PERFORM GRABAR-AUDITORIA.

      *---- Tipo medio y diferencial de MONEDA-COTIZAR en el padrón
      *---- del día; la moneda local que no esté en el padrón va a
      *---- la par y sin diferencial.
        COTIZAR-MONEDA.
           MOVE 'N' TO TCA-HALLADO
           MOVE ZERO TO TCA-MEDIO-WS
           MOVE ZERO TO TCA-DIFERENCIAL-WS
           PERFORM VARYING IDX-TCA FROM 1 BY 1
                   UNTIL IDX-TCA > TOTAL-TIPOS-CAMBIO
              IF TAB-TCA-CODIGO(IDX-TCA) = MONEDA-COTIZAR
                 MOVE 'S' TO TCA-HALLADO
                 MOVE TAB-TCA-TIPO(IDX-TCA) TO TCA-MEDIO-WS
                 MOVE TAB-TCA-DIFERENCIAL(IDX-TCA)
                   TO TCA-DIFERENCIAL-WS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT ES-TCA-HALLADO AND MONEDA-COTIZAR = "MXN"
              MOVE 'S' TO TCA-HALLADO
              MOVE 1 TO TCA-MEDIO-WS
           END-IF.

      *---- Abre el archivo histórico indexado en I-O; si todavía no
      *---- existe (primera corrida tras la conversión) se crea
      *---- vacío, y todo extorno se rechaza por referencia no
              PERFORM RECHAZAR-MOVIMIENTO
              EXIT PARAGRAPH
           END-IF
      *---- La comisión ligada a una transferencia no se extorna
      *---- sola: se devuelve al extornar la transferencia. Sólo la
      *---- comisión encolada por su cuenta (suspensión, cheque
      *---- devuelto, reimpresión) está en la bitácora bajo su
      *---- propia referencia.
           IF MOV-REF-ORIGINAL >= 71000000
                 AND MOV-REF-ORIGINAL <= 71999999
              MOVE 'Q' TO TFP-ACCION
              MOVE MOV-REF-ORIGINAL TO TFP-REF-ORIGEN
              CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS
              IF NOT TFP-HALLADA
                 MOVE "COMISION: EXTORNE SU OPERACION"
                   TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM APLICAR-EFECTO-CONTRARIO.

      *---- Busca la referencia original del extorno en la bitácora
      *---- de referencias posteadas.
        VERIFICAR-REF-POSTEADA.
           MOVE MOV-REF-ORIGINAL TO REF-BUSCADA
           PERFORM BUSCAR-REF-POSTEADA
           MOVE REF-HALLADA TO REF-POSTEADA.

      *---- Aplica sobre las cuentas el efecto contrario del
      *---- movimiento original: el extorno de un depósito debita,
      *---- acumulados de conciliación se ajustan en el sentido del
      *---- efecto aplicado para que el cierre siga cuadrando.
        APLICAR-EFECTO-CONTRARIO.
      *---- El original pudo postearse sobre una cuenta que después
      *---- se cambió de número o se consolidó: el efecto contrario
      *---- va a la cuenta que hoy tiene lo suyo.
           MOVE ORIG-CUENTA TO CUENTA-REDIRIGIR
           PERFORM REDIRIGIR-NUMERO
           MOVE CUENTA-REDIRIGIR TO ORIG-CUENTA
           IF ORIG-CUENTA-DESTINO NOT = ZERO
              MOVE ORIG-CUENTA-DESTINO TO CUENTA-REDIRIGIR
              PERFORM REDIRIGIR-NUMERO
              MOVE CUENTA-REDIRIGIR TO ORIG-CUENTA-DESTINO
           END-IF
      *---- Las dos cuentas suben a memoria antes de ubicar la
      *---- origen, para que DESHACER-TRANSFERENCIA encuentre la
      *---- destino sin recorrer los renglones.
           MOVE ORIG-CUENTA TO CUENTA-BUSCADA
           PERFORM CARGAR-CUENTA-CORRIDA
           IF ORIG-OPERACION = 'T' AND ORIG-CUENTA-DESTINO NOT = ZERO
              MOVE ORIG-CUENTA-DESTINO TO CUENTA-BUSCADA
              PERFORM CARGAR-CUENTA-CORRIDA
           END-IF
           SEARCH ALL CUENTA
              AT END
                 MOVE "CUENTA NO ENCONTRADA" TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
           EVALUATE ORIG-OPERACION
              WHEN '+'
                 SUBTRACT ORIG-IMPORTE FROM TAB-SALDO(IDX-TABLA)
                 SET RENGLON-POSTEO TO IDX-TABLA
                 COMPUTE EFECTO-POSTEO = 0 - ORIG-IMPORTE
                 PERFORM ANOTAR-POSTEO-DIA
                 ADD ORIG-IMPORTE TO TOTAL-RETIRADO
                 MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
                 PERFORM UBICAR-MONEDA-CIERRE
                 ADD ORIG-IMPORTE TO TAB-MON-RETIRADO(IDX-MON)
                 MOVE TAB-MONEDA(IDX-TABLA) TO PARTIDA-MONEDA
                 MOVE ZERO TO PARTIDA-SUCURSAL
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
                 MOVE "EXTORNO-D " TO PARTIDA-CONCEPTO
                 MOVE 'S' TO PARTIDA-CLASE
                 MOVE ORIG-IMPORTE TO PARTIDA-IMPORTE
                 IF MOTIVO-RECHAZO NOT = SPACES
                    EXIT PARAGRAPH
                 END-IF
      *---- Un cambio de moneda no se extorna: el histórico no guarda
      *---- el tipo aplicado, y el cliente que se arrepiente hace el
      *---- cambio contrario al tipo del día.
              WHEN 'X'
                 MOVE "CAMBIO DE MONEDA NO EXTORNABLE" TO MOTIVO-RECHAZO
                 PERFORM RECHAZAR-MOVIMIENTO
                 EXIT PARAGRAPH
      *---- Devolución de una transferencia a otro banco: el cargo
      *---- se reabona con su propio concepto para que contabilidad
      *---- lo distinga del extorno de un retiro en efectivo.
              WHEN 'I'
                 ADD ORIG-IMPORTE TO TAB-SALDO(IDX-TABLA)
                 SET RENGLON-POSTEO TO IDX-TABLA
                 MOVE ORIG-IMPORTE TO EFECTO-POSTEO
                 PERFORM ANOTAR-POSTEO-DIA
                 ADD ORIG-IMPORTE TO TOTAL-DEPOSITADO
                 MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
                 PERFORM UBICAR-MONEDA-CIERRE
                 ADD ORIG-IMPORTE TO TAB-MON-DEPOSITADO(IDX-MON)
                 MOVE TAB-MONEDA(IDX-TABLA) TO PARTIDA-MONEDA
                 MOVE ZERO TO PARTIDA-SUCURSAL
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
                 MOVE "TRANSF-DEV" TO PARTIDA-CONCEPTO
                 MOVE 'E' TO PARTIDA-CLASE
                 MOVE ORIG-IMPORTE TO PARTIDA-IMPORTE
                 PERFORM ACUMULAR-PARTIDA-DIA
              WHEN OTHER
                 ADD ORIG-IMPORTE TO TAB-SALDO(IDX-TABLA)
                 SET RENGLON-POSTEO TO IDX-TABLA
                 MOVE ORIG-IMPORTE TO EFECTO-POSTEO
                 PERFORM ANOTAR-POSTEO-DIA
                 ADD ORIG-IMPORTE TO TOTAL-DEPOSITADO
                 MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
                 PERFORM UBICAR-MONEDA-CIERRE
                 ADD ORIG-IMPORTE TO TAB-MON-DEPOSITADO(IDX-MON)
                 MOVE TAB-MONEDA(IDX-TABLA) TO PARTIDA-MONEDA
                 MOVE ZERO TO PARTIDA-SUCURSAL
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
                 MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
                 MOVE "EXTORNO-R " TO PARTIDA-CONCEPTO
                 MOVE 'E' TO PARTIDA-CLASE
                 MOVE ORIG-IMPORTE TO PARTIDA-IMPORTE
                  "/" DELIMITED BY SIZE
                  MOV-REF-ORIGINAL DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS
           PERFORM GRABAR-AUDITORIA
           PERFORM DEVOLVER-COMISION-LIGADA.

      *---- Al extornar una operación con comisión ligada, la
      *---- comisión se devuelve a la cuenta que la pagó (IDX-TABLA,
      *---- la origen del original) bajo la referencia del extorno.
      *---- Si lo extornado era la comisión misma, o el uso fue
      *---- libre, TARIFA-OPERACION sólo la marca devuelta.
        DEVOLVER-COMISION-LIGADA.
           MOVE 'D' TO TFP-ACCION
           MOVE MOV-REF-ORIGINAL TO TFP-REF-ORIGEN
           MOVE MOV-REFERENCIA TO TFP-REF-REVERSO
           MOVE WS-FECHA-HOY TO TFP-FECHA
           CALL 'TARIFA-OPERACION' USING TARIFA-PARAMETROS
           IF NOT TFP-DEVOLVER
              EXIT PARAGRAPH
           END-IF
           ADD TFP-COMISION TO TAB-SALDO(IDX-TABLA)
           MOVE 'S' TO TAB-TOCADA(IDX-TABLA)
           SET RENGLON-POSTEO TO IDX-TABLA
           MOVE TFP-COMISION TO EFECTO-POSTEO
           PERFORM ANOTAR-POSTEO-DIA
           ADD TFP-COMISION TO TOTAL-DEPOSITADO
           MOVE TAB-MONEDA(IDX-TABLA) TO MONEDA-CIERRE
           PERFORM UBICAR-MONEDA-CIERRE
           ADD TFP-COMISION TO TAB-MON-DEPOSITADO(IDX-MON)
           MOVE TAB-MONEDA(IDX-TABLA) TO PARTIDA-MONEDA
           MOVE ZERO TO PARTIDA-SUCURSAL
           MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-CUENTA
           MOVE TAB-SUCURSAL(IDX-TABLA) TO PARTIDA-SUC-DESTINO
           MOVE "COMIS-OPER" TO PARTIDA-CONCEPTO
           MOVE 'E' TO PARTIDA-CLASE
           MOVE TFP-COMISION TO PARTIDA-IMPORTE
           PERFORM ACUMULAR-PARTIDA-DIA
           MOVE TAB-NUMERO(IDX-TABLA) TO AUD-CUENTA-WS
           MOVE 'R' TO AUD-OPERACION-WS
           MOVE TFP-COMISION TO AUD-IMPORTE-WS
           MOVE SPACES TO AUD-DESCRIPCION-WS
           STRING "DEVUELVE COMISION " DELIMITED BY SIZE
                  TFP-REFERENCIA DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION-WS
           PERFORM GRABAR-AUDITORIA
           ADD 1 TO TOTAL-COMISIONES-DEVUELTAS.

      *---- Al extornar un retiro pagado con cheque, el cheque
      *---- regresa a circulación ('P'): así el reposteo corregido
           IF ORIG-CHEQUE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ORIG-CUENTA TO CHB-CUENTA
           MOVE ORIG-CHEQUE TO CHB-NUMERO
           PERFORM BUSCAR-CHEQUE-CORRIDA
           IF RENGLON-CHEQUE > 0
              MOVE 'P' TO TAB-CHQ-ESTADO(RENGLON-CHEQUE)
           END-IF.

      *---- Regresa el importe de una transferencia original: debita
      *---- la cuenta destino y acredita la cuenta origen, las dos en
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE 0 TO IDX-DESTINO
           SET IDX-ORIGEN TO IDX-TABLA
           SEARCH ALL CUENTA
              AT END
                 CONTINUE
              WHEN TAB-NUMERO(IDX-TABLA) = ORIG-CUENTA-DESTINO
              SUBTRACT ORIG-IMPORTE FROM TAB-SALDO(IDX-DESTINO)
              ADD ORIG-IMPORTE TO TAB-SALDO(IDX-ORIGEN)
              MOVE 'S' TO TAB-TOCADA(IDX-DESTINO)
              MOVE IDX-DESTINO TO RENGLON-POSTEO
              COMPUTE EFECTO-POSTEO = 0 - ORIG-IMPORTE
              PERFORM ANOTAR-POSTEO-DIA
              MOVE IDX-ORIGEN TO RENGLON-POSTEO
              MOVE ORIG-IMPORTE TO EFECTO-POSTEO
              PERFORM ANOTAR-POSTEO-DIA
      *---- El extorno de un traspaso no toca caja, pero entre
      *---- sucursales distintas mueve la captación de cada una.
              MOVE TAB-MONEDA(IDX-ORIGEN) TO PARTIDA-MONEDA
              MOVE ZERO TO PARTIDA-SUCURSAL
              MOVE TAB-SUCURSAL(IDX-DESTINO) TO PARTIDA-SUC-CUENTA
              MOVE TAB-SUCURSAL(IDX-ORIGEN) TO PARTIDA-SUC-DESTINO
              MOVE "EXTORNO-T " TO PARTIDA-CONCEPTO
              MOVE 'T' TO PARTIDA-CLASE
              MOVE ORIG-IMPORTE TO PARTIDA-IMPORTE
              PERFORM ACUMULAR-PARTIDA-DIA
              SET IDX-TABLA TO IDX-ORIGEN
           END-IF.

      *---- Sube a memoria las retenciones vigentes de
      *---- CUENTA-BUSCADA, leyendo el padrón desde su primera llave.
        CARGAR-RETENCIONES-CUENTA.
           IF NOT EXISTE-PADRON-RETENCIONES
              EXIT PARAGRAPH
           END-IF
           MOVE CUENTA-BUSCADA TO RET-CUENTA
           MOVE LOW-VALUES TO RET-MOTIVO
           MOVE 'N' TO EOF-RET
           START RETENCIONES-FILE KEY IS NOT LESS THAN RET-LLAVE
              INVALID KEY MOVE 'S' TO EOF-RET
           END-START
           PERFORM UNTIL FIN-RET
              READ RETENCIONES-FILE NEXT
                 AT END MOVE 'S' TO EOF-RET
                 NOT AT END
                    IF RET-CUENTA NOT = CUENTA-BUSCADA
                       MOVE 'S' TO EOF-RET
                    ELSE
                       PERFORM AGREGAR-RETENCION-CORRIDA
                    END-IF
              END-READ
           END-PERFORM.

        AGREGAR-RETENCION-CORRIDA.
           IF TOTAL-RETENCIONES-TAB >= 9999
              DISPLAY "*** TABLA DE RETENCIONES LLENA; RETENCION "
                 RET-MOTIVO " DE LA CUENTA " RET-CUENTA
                 " NO CARGADA ***"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-RETENCIONES-TAB
           MOVE RET-CUENTA TO RTAB-CUENTA(TOTAL-RETENCIONES-TAB)
           IF RET-IMPORTE NUMERIC
              MOVE RET-IMPORTE TO RTAB-IMPORTE(TOTAL-RETENCIONES-TAB)
           ELSE
              MOVE ZERO TO RTAB-IMPORTE(TOTAL-RETENCIONES-TAB)
           END-IF
           MOVE RET-BLOQUEO TO RTAB-BLOQUEO(TOTAL-RETENCIONES-TAB)
           MOVE RET-MOTIVO TO RTAB-MOTIVO(TOTAL-RETENCIONES-TAB)
           IF RET-FECHA NUMERIC
              MOVE RET-FECHA TO RTAB-FECHA(TOTAL-RETENCIONES-TAB)
           ELSE
              MOVE ZERO TO RTAB-FECHA(TOTAL-RETENCIONES-TAB)
           END-IF
           MOVE 'N' TO RTAB-BAJA(TOTAL-RETENCIONES-TAB).

      *---- Carga LIMITES_DIARIOS.CTL a memoria; sin archivo no hay
      *---- límites que aplicar.
              MOVE ZERO TO TAB-DEB-IMPORTE(TOTAL-DEBITOS)
           END-IF.

      *---- Deja en RENGLON-CHEQUE el renglón del cheque
      *---- CHEQUE-BUSCADO, subiéndolo por llave de CHEQUES.DAT si
      *---- la corrida todavía no lo consultó; queda en cero si el
      *---- cheque no está registrado.
        BUSCAR-CHEQUE-CORRIDA.
           MOVE 0 TO RENGLON-CHEQUE
           IF TOTAL-CHEQUES > 0
              SEARCH ALL CHEQUE-RENGLON
                 AT END
                    CONTINUE
                 WHEN TAB-CHQ-LLAVE(IDX-CHQ) = CHEQUE-BUSCADO
                    SET RENGLON-CHEQUE TO IDX-CHQ
              END-SEARCH
           END-IF
           IF RENGLON-CHEQUE > 0 OR NOT EXISTE-REGISTRO-CHEQUES
              EXIT PARAGRAPH
           END-IF
           MOVE CHB-CUENTA TO CHQ-CUENTA
           MOVE CHB-NUMERO TO CHQ-NUMERO
           READ CHEQUES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM AGREGAR-CHEQUE-CORRIDA
           END-READ.

      *---- Inserta el cheque recién leído en su lugar por cuenta y
      *---- número.
        AGREGAR-CHEQUE-CORRIDA.
           ADD 1 TO TOTAL-CHEQUES
           PERFORM VARYING RENGLON-INSERTAR FROM TOTAL-CHEQUES BY -1
                   UNTIL RENGLON-INSERTAR < 2
              IF TAB-CHQ-LLAVE(RENGLON-INSERTAR - 1) < CHQ-LLAVE
                 EXIT PERFORM
              END-IF
              MOVE CHEQUE-RENGLON(RENGLON-INSERTAR - 1)
                TO CHEQUE-RENGLON(RENGLON-INSERTAR)
           END-PERFORM
           MOVE CHQ-CUENTA TO TAB-CHQ-CUENTA(RENGLON-INSERTAR)
           MOVE CHQ-NUMERO TO TAB-CHQ-NUMERO(RENGLON-INSERTAR)
           MOVE CHQ-ESTADO TO TAB-CHQ-ESTADO(RENGLON-INSERTAR)
           MOVE RENGLON-INSERTAR TO RENGLON-CHEQUE.

      *---- Regraba en CHEQUES.DAT, por llave, los cheques que la
      *---- corrida consultó, con el estado en que quedaron (los
      *---- pagados hoy ya en 'C').
        GRABAR-CHEQUES.
           IF NOT EXISTE-REGISTRO-CHEQUES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-CHQ FROM 1 BY 1
                   UNTIL IDX-CHQ > TOTAL-CHEQUES
              MOVE TAB-CHQ-CUENTA(IDX-CHQ) TO CHQ-CUENTA
              MOVE TAB-CHQ-NUMERO(IDX-CHQ) TO CHQ-NUMERO
              MOVE TAB-CHQ-ESTADO(IDX-CHQ) TO CHQ-ESTADO
              REWRITE CHEQUE-REG
                 INVALID KEY
                    DISPLAY "CHEQUE " CHQ-NUMERO " DE LA CUENTA "
                       CHQ-CUENTA " NO SE PUDO REGRABAR (ESTADO "
                       WS-ESTADO-CHEQUES ")"
              END-REWRITE
           END-PERFORM
           CLOSE CHEQUES-FILE.

           IF NOT (MOV-CHEQUE NUMERIC AND MOV-CHEQUE > 0)
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-CUENTA TO CHB-CUENTA
           MOVE MOV-CHEQUE TO CHB-NUMERO
           PERFORM BUSCAR-CHEQUE-CORRIDA
           IF RENGLON-CHEQUE = 0
              MOVE "CHEQUE NO REGISTRADO" TO MOTIVO-RECHAZO
              MOVE 'N' TO CHEQUE-VALIDO
              MOVE 0 TO RENGLON-RET-CERT
           END-IF.

      *---- Borra de RETENCIONES.DAT, por llave, las retenciones de
      *---- cheques certificados que se pagaron en esta corrida.
        GRABAR-RETENCIONES.
           IF NOT EXISTE-PADRON-RETENCIONES
              EXIT PARAGRAPH
           END-IF
           IF HAY-RETENCIONES-MODIFICADAS
              PERFORM VARYING IDX-RET FROM 1 BY 1
                      UNTIL IDX-RET > TOTAL-RETENCIONES-TAB
                 IF RTAB-BAJA(IDX-RET) = 'S'
                    MOVE RTAB-CUENTA(IDX-RET) TO RET-CUENTA
                    MOVE RTAB-MOTIVO(IDX-RET) TO RET-MOTIVO
                    DELETE RETENCIONES-FILE RECORD
                       INVALID KEY
                          DISPLAY "RETENCION " RET-MOTIVO
                             " DE LA CUENTA " RET-CUENTA
                             " YA NO ESTABA EN RETENCIONES.DAT"
                    END-DELETE
                 END-IF
              END-PERFORM
           END-IF
           CLOSE RETENCIONES-FILE.

      *---- Aparta un movimiento posfechado en MOVS_PENDIENTES.DAT
           MOVE MOV-SUCURSAL       TO PEND-SUCURSAL
           MOVE MOV-CHEQUE         TO PEND-CHEQUE
           MOVE MOV-MONEDA         TO PEND-MONEDA
           MOVE MOV-TIPO-CAMBIO    TO PEND-TIPO-CAMBIO
           WRITE PENDIENTE-REG.

      *---- Registra en MOVS-RECHAZADOS-FILE un movimiento cuya
                          ADD 1 TO TOTAL-BLOQUEADOS
                          MOVE CLI-NUMERO
                            TO TAB-CLB-CLIENTE(TOTAL-BLOQUEADOS)
                          MOVE CLI-BLOQUEO
                            TO TAB-CLB-MOTIVO(TOTAL-BLOQUEADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTES-FILE
           END-IF.

      *---- Carga CUENTAS_REDIRECCION.DAT; sin archivo no hay cuentas
      *---- redirigidas.
        CARGAR-REDIRECCIONES.
           OPEN INPUT REDIRECCIONES-FILE
           IF WS-ESTADO-REDIRECCIONES = '00'
              PERFORM UNTIL FIN-RDR
                 READ REDIRECCIONES-FILE
                    AT END MOVE 'S' TO EOF-RDR
                    NOT AT END
                       IF RDR-CUENTA-ANTERIOR NUMERIC
                             AND RDR-CUENTA-NUEVA NUMERIC
                          ADD 1 TO TOTAL-REDIRECCIONES
                          MOVE RDR-CUENTA-ANTERIOR
                            TO TAB-RDR-ANTERIOR(TOTAL-REDIRECCIONES)
                          MOVE RDR-CUENTA-NUEVA
                            TO TAB-RDR-NUEVA(TOTAL-REDIRECCIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REDIRECCIONES-FILE
           END-IF.

      *---- Desvía a la cuenta nueva el movimiento dirigido al número
      *---- anterior de una cuenta cerrada por cambio de número o
      *---- consolidación: la cuenta del movimiento siempre, y la
      *---- destino en transferencias y cambios de moneda. El
      *---- movimiento se aplica con todas las validaciones sobre la
      *---- cuenta nueva.
        REDIRIGIR-MOVIMIENTO.
           IF TOTAL-REDIRECCIONES = 0
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-CUENTA TO CUENTA-REDIRIGIR
           PERFORM REDIRIGIR-NUMERO
           IF CUENTA-REDIRIGIR NOT = MOV-CUENTA
              DISPLAY "MOVIMIENTO " MOV-REFERENCIA " DE CUENTA "
                 MOV-CUENTA " REDIRIGIDO A " CUENTA-REDIRIGIR
              MOVE CUENTA-REDIRIGIR TO MOV-CUENTA
              ADD 1 TO TOTAL-REDIRIGIDOS
           END-IF
           IF OPERACION = 'T' OR OPERACION = 'X'
              MOVE MOV-CUENTA-DESTINO TO CUENTA-REDIRIGIR
              PERFORM REDIRIGIR-NUMERO
              IF CUENTA-REDIRIGIR NOT = MOV-CUENTA-DESTINO
                 DISPLAY "MOVIMIENTO " MOV-REFERENCIA
                    " DE CUENTA DESTINO " MOV-CUENTA-DESTINO
                    " REDIRIGIDO A " CUENTA-REDIRIGIR
                 MOVE CUENTA-REDIRIGIR TO MOV-CUENTA-DESTINO
                 ADD 1 TO TOTAL-REDIRIGIDOS
              END-IF
           END-IF.

      *---- Cambia CUENTA-REDIRIGIR por su cuenta nueva si tiene
      *---- redirección; las redirecciones nunca se encadenan.
        REDIRIGIR-NUMERO.
           PERFORM VARYING IDX-RDR FROM 1 BY 1
                   UNTIL IDX-RDR > TOTAL-REDIRECCIONES
              IF TAB-RDR-ANTERIOR(IDX-RDR) = CUENTA-REDIRIGIR
                 MOVE TAB-RDR-NUEVA(IDX-RDR) TO CUENTA-REDIRIGIR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Decide si CLIENTE-VERIFICAR está en la lista de
      *---- bloqueados; el cliente 0 (cuenta sin titular) no lo está.
      *---- Los movimientos de la sucesión pasan sobre las cuentas
      *---- del fallecido.
        VERIFICAR-TITULAR-BLOQUEADO.
           MOVE 'N' TO TITULAR-BLOQUEADO
           IF CLIENTE-VERIFICAR = 0
           PERFORM VARYING IDX-CLB FROM 1 BY 1
                   UNTIL IDX-CLB > TOTAL-BLOQUEADOS
              IF TAB-CLB-CLIENTE(IDX-CLB) = CLIENTE-VERIFICAR
                 IF TAB-CLB-MOTIVO(IDX-CLB) NOT = 'D'
                       OR MOV-REFERENCIA < 91000000
                       OR MOV-REFERENCIA > 91999999
                    MOVE 'S' TO TITULAR-BLOQUEADO
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
