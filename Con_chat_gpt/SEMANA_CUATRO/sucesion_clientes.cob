       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCESION-CLIENTES.

      *> --- Liquidación de la sucesión de un cliente fallecido
      *> (CLI-BLOQUEO 'D'), con autorización de supervisor. Junta
      *> las cuentas abiertas del cliente en CUENTAS.DAT, sus plazos
      *> fijos vigentes (capital más el interés de los días que
      *> estuvieron, sin penalización) y sus préstamos vigentes
      *> (capital por vencer, interés corrido y cuotas vencidas,
      *> igual que la cotización de MANTENIMIENTO-PRESTAMOS); las
      *> deudas (préstamos y sobregiros) se pagan primero con los
      *> fondos de las cuentas y lo que queda de cada cuenta se
      *> reparte entre sus beneficiarios de BENEFICIARIOS.DAT según
      *> los porcentajes designados.
      *> Todo se encola en MOVIMIENTOS.DAT con referencias del rango
      *> 91xxxxxx (SUCESION_REF.CTL): el abono de cada plazo a su
      *> cuenta, el cargo que paga cada préstamo, el traspaso que
      *> cubre cada sobregiro y el traspaso a la cuenta de cada
      *> beneficiario. BATCH-BANCO deja pasar esas referencias sobre
      *> las cuentas congeladas del fallecido, y CIERRE-SUCESIONES
      *> cierra las cuentas cuando quedan en cero. Los plazos quedan
      *> 'X' y los préstamos 'L'; la sucesión queda en SUCESIONES.DAT
      *> y la carta para jurídico en CARTA_SUCESION.RPT. Si una deuda
      *> no alcanza a cubrirse o una cuenta con remanente no tiene
      *> designación completa, no se toca nada y el caso va a
      *> jurídico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BENEFICIARIOS.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT PRESTAMOS-FILE ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT PLAN-FILE ASSIGN TO 'PRESTAMOS_PLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAN.
           SELECT SUCESIONES-FILE ASSIGN TO 'SUCESIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCESIONES.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REFERENCIA-FILE ASSIGN TO 'SUCESION_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT RANGOS-FILE ASSIGN TO 'RANGOS_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT DEVENGO-PAGOS-FILE ASSIGN TO 'DEVENGO_PAGOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVENGO-PAGOS.
           SELECT CARTA-FILE ASSIGN TO 'CARTA_SUCESION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTA.
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
       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

      *---- Mismo trazado que captura PROYECTO1 al abrir el plazo.
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

      *---- Mismo trazado que MANTENIMIENTO-PRESTAMOS.
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

       FD PLAN-FILE.
       01 PLAN-REG.
           05 PLN-FOLIO       PIC 9(6).
           05 PLN-CUOTA       PIC 9(3).
           05 PLN-FECHA       PIC 9(8).
           05 PLN-IMPORTE     PIC 9(5)V99.
           05 PLN-ESTADO      PIC X(1).
           05 PLN-REFERENCIA  PIC 9(8).

       FD SUCESIONES-FILE.
           COPY SUCESIONREG.

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

      *---- Aviso del interés pagado por los plazos y cobrado por
      *---- los préstamos, para que DEVENGO-INTERESES libere el
      *---- devengo de cada contrato.
       FD DEVENGO-PAGOS-FILE.
           COPY DEVPAGOREG.

       FD CARTA-FILE.
       01 LINEA-CARTA PIC X(80).

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
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-BENEFICIARIOS PIC X(2).
       01 WS-ESTADO-PLAZOS       PIC X(2).
       01 WS-ESTADO-PRESTAMOS    PIC X(2).
       01 WS-ESTADO-PLAN         PIC X(2).
       01 WS-ESTADO-SUCESIONES   PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-REFERENCIA   PIC X(2).
       01 WS-ESTADO-RANGOS       PIC X(2).
       01 WS-ESTADO-DEVENGO-PAGOS PIC X(2).
       01 WS-ESTADO-CARTA        PIC X(2).
       01 WS-ESTADO-OPERADORES   PIC X(2).
       01 WS-ESTADO-AUDITORIA    PIC X(2).
       01 WS-ESTADO-SECUENCIA    PIC X(2).

       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-BEN PIC X VALUE 'N'.
          88 FIN-BEN VALUE 'S'.
       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-PRE PIC X VALUE 'N'.
          88 FIN-PRE VALUE 'S'.
       01 EOF-PLN PIC X VALUE 'N'.
          88 FIN-PLN VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.
       01 EOF-RNG PIC X VALUE 'N'.
          88 FIN-RNG VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 FUENTE-RANGO PIC X(12) VALUE "SUCESION".
       01 RANGO-DESDE PIC 9(8) VALUE ZERO.
       01 RANGO-HASTA PIC 9(8) VALUE ZERO.
       01 RANGO-AGOTADO PIC X(1) VALUE 'N'.
          88 ES-RANGO-AGOTADO VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 CLIENTE-PEDIDO PIC 9(5) VALUE ZERO.
       01 CLIENTE-HALLADO PIC X(1) VALUE 'N'.
          88 ES-CLIENTE-HALLADO VALUE 'S'.
       01 NOMBRE-FALLECIDO PIC X(52) VALUE SPACES.
       01 CONFIRMACION PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 REPARTO-VALIDO PIC X(1) VALUE 'S'.
          88 ES-REPARTO-VALIDO VALUE 'S'.
       01 IDX PIC 9(5) VALUE 1.

      *> --- Cuentas abiertas del fallecido: saldo, plazos que se
      *> le abonan, lo que va quedando disponible conforme se pagan
      *> las deudas, y el porcentaje designado a beneficiarios.
       01 CUENTAS-SUCESION.
          05 SCT-RENGLON OCCURS 1 TO 10 TIMES
                DEPENDING ON TOTAL-SCT
                INDEXED BY IDX-SCT.
             10 SCT-CUENTA     PIC 9(6).
             10 SCT-SALDO      PIC S9(6)V99.
             10 SCT-MONEDA     PIC X(3).
             10 SCT-PLAZOS     PIC 9(7)V99.
             10 SCT-DISPONIBLE PIC S9(8)V99.
             10 SCT-DESIGNADO  PIC 9(3)V99.
       01 TOTAL-SCT PIC 9(2) VALUE 0.
       01 CUENTAS-DE-MAS PIC X(1) VALUE 'N'.
          88 HAY-CUENTAS-DE-MAS VALUE 'S'.

      *> --- Beneficiarios designados sobre las cuentas del
      *> fallecido.
       01 BENEFICIARIOS-SUCESION.
          05 SBN-RENGLON OCCURS 1 TO 50 TIMES
                DEPENDING ON TOTAL-SBN
                INDEXED BY IDX-SBN.
             10 SBN-CUENTA      PIC 9(6).
             10 SBN-NOMBRE      PIC X(40).
             10 SBN-PARENTESCO  PIC X(12).
             10 SBN-CUENTA-PAGO PIC 9(6).
             10 SBN-PORCENTAJE  PIC 9(3)V99.
       01 TOTAL-SBN PIC 9(2) VALUE 0.

      *> --- Maestro de plazos en memoria; se reescribe completo.
       01 PLAZOS-TABLA.
          05 PLAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLAZOS
                INDEXED BY IDX-PFJ.
             10 TAB-PFJ-FOLIO       PIC 9(6).
             10 TAB-PFJ-CUENTA      PIC 9(6).
             10 TAB-PFJ-CAPITAL     PIC 9(5)V99.
             10 TAB-PFJ-TASA        PIC V999.
             10 TAB-PFJ-DIAS        PIC 9(3).
             10 TAB-PFJ-APERTURA    PIC 9(8).
             10 TAB-PFJ-VENCIMIENTO PIC 9(8).
             10 TAB-PFJ-INSTRUCCION PIC X(1).
             10 TAB-PFJ-ESTADO      PIC X(1).
       01 TOTAL-PLAZOS PIC 9(5) VALUE 0.

      *> --- Plazos vigentes del fallecido: renglón del maestro,
      *> interés a la fecha, lo que se abona y su referencia.
       01 PLAZOS-SUCESION.
          05 SPF-RENGLON OCCURS 1 TO 30 TIMES
                DEPENDING ON TOTAL-SPF
                INDEXED BY IDX-SPF.
             10 SPF-PLAZO      PIC 9(5).
             10 SPF-INTERES    PIC 9(5)V99.
             10 SPF-IMPORTE    PIC 9(6)V99.
             10 SPF-REFERENCIA PIC 9(8).
       01 TOTAL-SPF PIC 9(2) VALUE 0.

      *> --- Maestro de préstamos y plan en memoria; se reescriben
      *> completos al liquidar.
       01 PRESTAMOS-TABLA.
          05 PRESTAMO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PRESTAMOS
                INDEXED BY IDX-PRE.
             10 TAB-PRE-FOLIO    PIC 9(6).
             10 TAB-PRE-CLIENTE  PIC 9(5).
             10 TAB-PRE-CUENTA   PIC 9(6).
             10 TAB-PRE-CAPITAL  PIC 9(5)V99.
             10 TAB-PRE-TASA     PIC V999.
             10 TAB-PRE-PLAZO    PIC 9(3).
             10 TAB-PRE-CUOTA    PIC 9(5)V99.
             10 TAB-PRE-FECHA    PIC 9(8).
             10 TAB-PRE-INSOLUTO PIC 9(7)V99.
             10 TAB-PRE-PAGADAS  PIC 9(3).
             10 TAB-PRE-MORA     PIC 9(3).
             10 TAB-PRE-ESTADO   PIC X(1).
             10 TAB-PRE-REESTRUCTURAS PIC 9(2).
             10 TAB-PRE-FECHA-REESTR  PIC 9(8).
       01 TOTAL-PRESTAMOS PIC 9(5) VALUE 0.

       01 PLAN-TABLA.
          05 PLAN-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUOTAS
                INDEXED BY IDX-PLN.
             10 TAB-PLN-FOLIO      PIC 9(6).
             10 TAB-PLN-CUOTA      PIC 9(3).
             10 TAB-PLN-FECHA      PIC 9(8).
             10 TAB-PLN-IMPORTE    PIC 9(5)V99.
             10 TAB-PLN-ESTADO     PIC X(1).
             10 TAB-PLN-REFERENCIA PIC 9(8).
       01 TOTAL-CUOTAS PIC 9(5) VALUE 0.

      *> --- Préstamos vigentes del fallecido: renglón del maestro,
      *> lo que cuesta liquidarlo hoy, el interés que lleva y la
      *> referencia del primer cargo que lo paga.
       01 PRESTAMOS-SUCESION.
          05 SPR-RENGLON OCCURS 1 TO 20 TIMES
                DEPENDING ON TOTAL-SPR
                INDEXED BY IDX-SPR.
             10 SPR-PRESTAMO    PIC 9(5).
             10 SPR-LIQUIDACION PIC 9(7)V99.
             10 SPR-INTERES     PIC 9(7)V99.
             10 SPR-REFERENCIA  PIC 9(8).
       01 TOTAL-SPR PIC 9(2) VALUE 0.

      *> --- Cotización de la liquidación de un préstamo, mismo
      *> cálculo que MANTENIMIENTO-PRESTAMOS; las cuotas ya
      *> encoladas cuentan como vencidas porque su cargo rebota
      *> contra la cuenta congelada.
       01 FOLIO-PEDIDO       PIC 9(6) VALUE ZERO.
       01 RENGLON-PRESTAMO   PIC 9(5) VALUE 0.
       01 INTERES-CUOTA      PIC 9(5)V99 VALUE ZERO.
       01 CAPITAL-PENDIENTE  PIC 9(7)V99 VALUE ZERO.
       01 INTERES-CORRIDO    PIC 9(5)V99 VALUE ZERO.
       01 IMPORTE-VENCIDAS   PIC 9(7)V99 VALUE ZERO.
       01 CUOTAS-VENCIDAS    PIC 9(3) VALUE 0.
       01 CUOTAS-FUTURAS     PIC 9(3) VALUE 0.
       01 ULTIMO-VENCIMIENTO PIC 9(8) VALUE ZERO.
       01 DIAS-CORRIDOS      PIC S9(7) VALUE ZERO.

      *> --- Fechas para la diferencia en días 30/360.
       01 FECHA-DESDE PIC 9(8).
       01 FILLER REDEFINES FECHA-DESDE.
          05 FD-ANO PIC 9(4).
          05 FD-MES PIC 9(2).
          05 FD-DIA PIC 9(2).
       01 FECHA-CALCULO PIC 9(8).
       01 FILLER REDEFINES FECHA-CALCULO.
          05 FC-ANO PIC 9(4).
          05 FC-MES PIC 9(2).
          05 FC-DIA PIC 9(2).

      *> --- Movimientos del reparto, armados primero en memoria
      *> para validarlos completos antes de encolar nada. Tipo 'P'
      *> abono de un plazo a su cuenta, 'S' traspaso que cubre un
      *> sobregiro, 'D' cargo que paga un préstamo, 'B' traspaso
      *> a la cuenta de un beneficiario. PMV-ORIGEN apunta al plazo,
      *> al préstamo o al beneficiario que lo originó.
       01 REPARTO-TABLA.
          05 PMV-RENGLON OCCURS 1 TO 200 TIMES
                DEPENDING ON TOTAL-PMV
                INDEXED BY IDX-PMV.
             10 PMV-TIPO       PIC X(1).
             10 PMV-CUENTA     PIC 9(6).
             10 PMV-DESTINO    PIC 9(6).
             10 PMV-IMPORTE    PIC 9(7)V99.
             10 PMV-ORIGEN     PIC 9(3).
             10 PMV-REFERENCIA PIC 9(8).
       01 TOTAL-PMV PIC 9(3) VALUE 0.

      *> --- Cobertura de una deuda con los fondos de las cuentas.
       01 DEUDA-PENDIENTE PIC 9(8)V99 VALUE ZERO.
       01 DEUDA-MONEDA    PIC X(3) VALUE SPACES.
       01 DEUDA-TIPO      PIC X(1) VALUE SPACE.
       01 DEUDA-DESTINO   PIC 9(6) VALUE ZERO.
       01 DEUDA-ORIGEN    PIC 9(3) VALUE 0.
       01 TOMADO          PIC 9(8)V99 VALUE ZERO.

      *> --- Reparto de una cuenta entre sus beneficiarios.
       01 REMANENTE-CUENTA PIC 9(8)V99 VALUE ZERO.
       01 REPARTIDO-CUENTA PIC 9(8)V99 VALUE ZERO.
       01 PARTE-BENEFICIARIO PIC 9(8)V99 VALUE ZERO.
       01 ULTIMO-BENEFICIARIO PIC 9(2) VALUE 0.
       01 MONEDA-PAGO PIC X(3) VALUE SPACES.

      *> --- Totales de la sucesión.
       01 TOTAL-ACTIVOS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DEUDAS  PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NETO    PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-PAGOS   PIC 9(3) VALUE 0.

      *> --- Renglones de la carta.
       01 CARTA-TITULO.
          05 FILLER PIC X(40)
             VALUE "LIQUIDACION DE SUCESION".
          05 FILLER PIC X(7) VALUE "FECHA ".
          05 CT-FECHA PIC 9(8).
       01 CARTA-TEXTO.
          05 CX-ETIQUETA PIC X(30).
          05 CX-VALOR    PIC X(50).
       01 CARTA-IMPORTE.
          05 CI-ETIQUETA PIC X(30).
          05 CI-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.
       01 CARTA-CUENTA.
          05 FILLER      PIC X(3) VALUE SPACES.
          05 CC-CUENTA   PIC 9(6).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 CC-MONEDA   PIC X(3).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 CC-SALDO    PIC --,---,--9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 CC-PLAZOS   PIC Z,ZZZ,ZZ9.99.
       01 CARTA-DEUDA.
          05 FILLER      PIC X(3) VALUE SPACES.
          05 CD-ETIQUETA PIC X(9).
          05 CD-FOLIO    PIC 9(6).
          05 FILLER      PIC X(8) VALUE " CUENTA ".
          05 CD-CUENTA   PIC 9(6).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 CD-IMPORTE  PIC Z,ZZZ,ZZ9.99.
       01 CARTA-PAGO.
          05 FILLER      PIC X(3) VALUE SPACES.
          05 CP-NOMBRE   PIC X(30).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 CP-PARENTESCO PIC X(12).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 CP-PORCENTAJE PIC ZZ9.99.
          05 FILLER      PIC X(2) VALUE "% ".
          05 CP-CUENTA   PIC 9(6).
          05 FILLER      PIC X(1) VALUE SPACE.
          05 CP-IMPORTE  PIC Z,ZZZ,ZZ9.99.
       01 CARTA-ORIGEN.
          05 FILLER      PIC X(3) VALUE SPACES.
          05 FILLER      PIC X(25)
             VALUE "REMANENTE DE LA CUENTA ".
          05 CO-CUENTA   PIC 9(6).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 CO-IMPORTE  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM LIQUIDAR_SUCESION.
            GOBACK.

      *---- Una sucesión completa: valida al cliente, valúa
      *---- cuentas, plazos y préstamos, arma el reparto, pide al
      *---- supervisor y lo encola. Cualquier rechazo sale sin
      *---- tocar nada.
        LIQUIDAR_SUCESION.
           DISPLAY "INGRESE NUMERO DEL CLIENTE FALLECIDO".
           ACCEPT CLIENTE-PEDIDO.
           PERFORM BUSCAR-CLIENTE.
           IF NOT ES-CLIENTE-HALLADO
              DISPLAY "CLIENTE NO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF.
           IF CLI-BLOQUEO NOT = 'D'
              DISPLAY "EL CLIENTE NO ESTA BLOQUEADO POR FALLECIMIENTO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-SUCESION-PREVIA.
           IF FIN-SUC
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CUENTAS-CLIENTE.
           IF HAY-CUENTAS-DE-MAS
              DISPLAY "EL CLIENTE TIENE MAS DE 10 CUENTAS ABIERTAS, "
                 "TURNE A JURIDICO"
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-SCT = 0
              DISPLAY "EL CLIENTE NO TIENE CUENTAS ABIERTAS"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-BENEFICIARIOS.
           PERFORM CARGAR-PLAZOS.
           PERFORM VALUAR-PLAZOS.
           PERFORM CARGAR_PRESTAMOS.
           PERFORM CARGAR-PLAN.
           PERFORM VALUAR-PRESTAMOS.
           MOVE 'S' TO REPARTO-VALIDO.
           PERFORM ARMAR-REPARTO.
           IF NOT ES-REPARTO-VALIDO
              DISPLAY "LA SUCESION NO SE PUEDE LIQUIDAR AQUI, "
                 "TURNE A JURIDICO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-REPARTO.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "SUPERVISOR NO AUTORIZADO, NO SE LIQUIDA"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA LA LIQUIDACION (S/N)".
           ACCEPT CONFIRMACION.
           IF CONFIRMACION NOT = 'S'
              DISPLAY "LIQUIDACION ABANDONADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-ULTIMA-REFERENCIA.
           PERFORM VERIFICAR-RANGO-REFERENCIA.
           IF ES-RANGO-AGOTADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENCOLAR-REPARTO.
           PERFORM GRABAR-ULTIMA-REFERENCIA.
           PERFORM CERRAR-PLAZOS.
           IF TOTAL-SPF > 0
              PERFORM GRABAR-PLAZOS
           END-IF.
           PERFORM LIQUIDAR-PRESTAMOS.
           IF TOTAL-SPR > 0
              PERFORM GRABAR_PRESTAMOS
              PERFORM GRABAR-PLAN
           END-IF.
           PERFORM GRABAR-SUCESION.
           PERFORM GRABAR-AUDITORIA-SUCESION.
           PERFORM IMPRIMIR-CARTA.
           DISPLAY "SUCESION DEL CLIENTE " CLIENTE-PEDIDO
              " LIQUIDADA: " TOTAL-PMV " MOVIMIENTOS ENCOLADOS".
           DISPLAY "LAS CUENTAS SE CIERRAN TRAS LA CORRIDA NOCTURNA; "
              "CARTA EN CARTA_SUCESION.RPT".

      *---- Ubica al cliente en el padrón y deja su registro en
      *---- CLIENTE-REG.
        BUSCAR-CLIENTE.
           MOVE 'N' TO CLIENTE-HALLADO.
           MOVE 'N' TO EOF-CLI.
           OPEN INPUT CLIENTES-FILE.
           IF WS-ESTADO-CLIENTES NOT = '00'
              DISPLAY "CLIENTES.TXT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CLIENTES ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC
                          AND CLI-NUMERO = CLIENTE-PEDIDO
                       MOVE 'S' TO CLIENTE-HALLADO
                       MOVE 'S' TO EOF-CLI
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENTES-FILE.
           IF ES-CLIENTE-HALLADO
              MOVE SPACES TO NOMBRE-FALLECIDO
              STRING CLI-NOMBRE DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     CLI-APELLIDO1 DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     CLI-APELLIDO2 DELIMITED BY "  "
                     INTO NOMBRE-FALLECIDO
           END-IF.

      *---- Una sucesión se liquida una sola vez; deja FIN-SUC
      *---- encendido si el cliente ya tiene una.
        VERIFICAR-SUCESION-PREVIA.
           MOVE 'N' TO EOF-SUC.
           OPEN INPUT SUCESIONES-FILE.
           IF WS-ESTADO-SUCESIONES NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-SUC
              READ SUCESIONES-FILE
                 AT END
                    CLOSE SUCESIONES-FILE
                    MOVE 'N' TO EOF-SUC
                    EXIT PARAGRAPH
                 NOT AT END
                    IF SUC-CLIENTE = CLIENTE-PEDIDO
                       DISPLAY "LA SUCESION DEL CLIENTE YA SE LIQUIDO "
                          "EL " SUC-FECHA " (ESTADO " SUC-ESTADO ")"
                       MOVE 'S' TO EOF-SUC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUCESIONES-FILE.

      *---- Cuentas del maestro cuyo titular es el fallecido y que
      *---- no están cerradas.
        CARGAR-CUENTAS-CLIENTE.
           MOVE 0 TO TOTAL-SCT.
           MOVE 'N' TO CUENTAS-DE-MAS.
           MOVE 'N' TO EOF-CTA.
           OPEN INPUT CUENTAS-FILE.
           IF WS-ESTADO-CUENTAS NOT = '00'
              DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-CUENTAS ")"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CTA
              READ CUENTAS-FILE NEXT
                 AT END MOVE 'S' TO EOF-CTA
                 NOT AT END
                    IF CUENTA-CLIENTE NUMERIC
                          AND CUENTA-CLIENTE = CLIENTE-PEDIDO
                          AND STATUS-CUENTA NOT = 'C'
                       IF TOTAL-SCT >= 10
                          MOVE 'S' TO CUENTAS-DE-MAS
                       ELSE
                          PERFORM AGREGAR-CUENTA-SUCESION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUENTAS-FILE.

        AGREGAR-CUENTA-SUCESION.
           ADD 1 TO TOTAL-SCT.
           MOVE NUMERO-CUENTA TO SCT-CUENTA(TOTAL-SCT).
           MOVE SALDO TO SCT-SALDO(TOTAL-SCT).
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
              MOVE "MXN" TO SCT-MONEDA(TOTAL-SCT)
           ELSE
              MOVE CUENTA-MONEDA TO SCT-MONEDA(TOTAL-SCT)
           END-IF.
           MOVE ZERO TO SCT-PLAZOS(TOTAL-SCT).
           MOVE SALDO TO SCT-DISPONIBLE(TOTAL-SCT).
           MOVE ZERO TO SCT-DESIGNADO(TOTAL-SCT).

      *---- Beneficiarios designados sobre las cuentas del
      *---- fallecido, con la suma de porcentajes por cuenta.
        CARGAR-BENEFICIARIOS.
           MOVE 0 TO TOTAL-SBN.
           MOVE 'N' TO EOF-BEN.
           OPEN INPUT BENEFICIARIOS-FILE.
           IF WS-ESTADO-BENEFICIARIOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-BEN
              READ BENEFICIARIOS-FILE
                 AT END MOVE 'S' TO EOF-BEN
                 NOT AT END
                    IF BEN-CUENTA NUMERIC
                       PERFORM VARYING IDX-SCT FROM 1 BY 1
                               UNTIL IDX-SCT > TOTAL-SCT
                          IF SCT-CUENTA(IDX-SCT) = BEN-CUENTA
                                AND TOTAL-SBN < 50
                             PERFORM AGREGAR-BENEFICIARIO
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BENEFICIARIOS-FILE.

        AGREGAR-BENEFICIARIO.
           ADD 1 TO TOTAL-SBN.
           MOVE BEN-CUENTA TO SBN-CUENTA(TOTAL-SBN).
           MOVE BEN-NOMBRE TO SBN-NOMBRE(TOTAL-SBN).
           MOVE BEN-PARENTESCO TO SBN-PARENTESCO(TOTAL-SBN).
           MOVE BEN-CUENTA-PAGO TO SBN-CUENTA-PAGO(TOTAL-SBN).
           MOVE BEN-PORCENTAJE TO SBN-PORCENTAJE(TOTAL-SBN).
           ADD BEN-PORCENTAJE TO SCT-DESIGNADO(IDX-SCT).

      *---- Cada plazo vigente sobre una cuenta del fallecido se
      *---- rompe sin penalización: capital más el interés de los
      *---- días que estuvo, sobre la tasa pactada, en 30/360.
        VALUAR-PLAZOS.
           MOVE 0 TO TOTAL-SPF.
           PERFORM VARYING IDX-PFJ FROM 1 BY 1
                   UNTIL IDX-PFJ > TOTAL-PLAZOS
              IF TAB-PFJ-ESTADO(IDX-PFJ) = 'V'
                 PERFORM VARYING IDX-SCT FROM 1 BY 1
                         UNTIL IDX-SCT > TOTAL-SCT
                    IF SCT-CUENTA(IDX-SCT) = TAB-PFJ-CUENTA(IDX-PFJ)
                          AND TOTAL-SPF < 30
                       PERFORM VALUAR-UN-PLAZO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

        VALUAR-UN-PLAZO.
           ADD 1 TO TOTAL-SPF.
           SET SPF-PLAZO(TOTAL-SPF) TO IDX-PFJ.
           MOVE TAB-PFJ-APERTURA(IDX-PFJ) TO FECHA-DESDE.
           MOVE WS-FECHA-HOY TO FECHA-CALCULO.
           PERFORM CALCULAR-DIAS-CORRIDOS.
           IF DIAS-CORRIDOS < 0
              MOVE 0 TO DIAS-CORRIDOS
           END-IF.
           IF DIAS-CORRIDOS > TAB-PFJ-DIAS(IDX-PFJ)
              MOVE TAB-PFJ-DIAS(IDX-PFJ) TO DIAS-CORRIDOS
           END-IF.
           MOVE ZERO TO SPF-INTERES(TOTAL-SPF).
           IF TAB-PFJ-DIAS(IDX-PFJ) > 0
              COMPUTE SPF-INTERES(TOTAL-SPF) ROUNDED
                 = TAB-PFJ-CAPITAL(IDX-PFJ) * TAB-PFJ-TASA(IDX-PFJ)
                   * DIAS-CORRIDOS / TAB-PFJ-DIAS(IDX-PFJ)
           END-IF.
           COMPUTE SPF-IMPORTE(TOTAL-SPF) = TAB-PFJ-CAPITAL(IDX-PFJ)
              + SPF-INTERES(TOTAL-SPF).
           MOVE ZERO TO SPF-REFERENCIA(TOTAL-SPF).
           ADD SPF-IMPORTE(TOTAL-SPF) TO SCT-PLAZOS(IDX-SCT).
           ADD SPF-IMPORTE(TOTAL-SPF) TO SCT-DISPONIBLE(IDX-SCT).

      *---- Cotiza a hoy la liquidación de cada préstamo vigente
      *---- del fallecido.
        VALUAR-PRESTAMOS.
           MOVE 0 TO TOTAL-SPR.
           MOVE WS-FECHA-HOY TO FECHA-CALCULO.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > TOTAL-PRESTAMOS
              IF TAB-PRE-CLIENTE(IDX-PRE) = CLIENTE-PEDIDO
                    AND TAB-PRE-ESTADO(IDX-PRE) = 'V'
                    AND TOTAL-SPR < 20
                 SET RENGLON-PRESTAMO TO IDX-PRE
                 MOVE TAB-PRE-FOLIO(IDX-PRE) TO FOLIO-PEDIDO
                 PERFORM CALCULAR-LIQUIDACION
                 ADD 1 TO TOTAL-SPR
                 MOVE RENGLON-PRESTAMO TO SPR-PRESTAMO(TOTAL-SPR)
                 COMPUTE SPR-LIQUIDACION(TOTAL-SPR) = CAPITAL-PENDIENTE
                    + INTERES-CORRIDO + IMPORTE-VENCIDAS
                 COMPUTE SPR-INTERES(TOTAL-SPR) = INTERES-CORRIDO
                    + INTERES-CUOTA * CUOTAS-VENCIDAS
                 MOVE ZERO TO SPR-REFERENCIA(TOTAL-SPR)
              END-IF
           END-PERFORM.

        CALCULAR-LIQUIDACION.
           COMPUTE INTERES-CUOTA ROUNDED
              = TAB-PRE-CAPITAL(RENGLON-PRESTAMO)
                * TAB-PRE-TASA(RENGLON-PRESTAMO).
           MOVE ZERO TO CAPITAL-PENDIENTE INTERES-CORRIDO
              IMPORTE-VENCIDAS CUOTAS-VENCIDAS CUOTAS-FUTURAS.
           MOVE TAB-PRE-FECHA(RENGLON-PRESTAMO) TO ULTIMO-VENCIMIENTO.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                 PERFORM CLASIFICAR-CUOTA
              END-IF
           END-PERFORM.
           IF CUOTAS-FUTURAS > 0
              MOVE ULTIMO-VENCIMIENTO TO FECHA-DESDE
              MOVE WS-FECHA-HOY TO FECHA-CALCULO
              PERFORM CALCULAR-DIAS-CORRIDOS
              IF DIAS-CORRIDOS > 30
                 MOVE 30 TO DIAS-CORRIDOS
              END-IF
              IF DIAS-CORRIDOS > 0
                 COMPUTE INTERES-CORRIDO ROUNDED
                    = INTERES-CUOTA * DIAS-CORRIDOS / 30
              END-IF
           END-IF.

        CLASIFICAR-CUOTA.
           IF TAB-PLN-FECHA(IDX-PLN) <= WS-FECHA-HOY
                 AND TAB-PLN-FECHA(IDX-PLN) > ULTIMO-VENCIMIENTO
                 AND TAB-PLN-ESTADO(IDX-PLN) NOT = 'R'
              MOVE TAB-PLN-FECHA(IDX-PLN) TO ULTIMO-VENCIMIENTO
           END-IF.
           EVALUATE TRUE
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'E'
                 ADD 1 TO CUOTAS-VENCIDAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-VENCIDAS
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'M'
                 ADD 1 TO CUOTAS-VENCIDAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-VENCIDAS
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'P'
                    AND TAB-PLN-FECHA(IDX-PLN) <= WS-FECHA-HOY
                 ADD 1 TO CUOTAS-VENCIDAS
                 ADD TAB-PLN-IMPORTE(IDX-PLN) TO IMPORTE-VENCIDAS
              WHEN TAB-PLN-ESTADO(IDX-PLN) = 'P'
                 ADD 1 TO CUOTAS-FUTURAS
                 IF TAB-PLN-IMPORTE(IDX-PLN) > INTERES-CUOTA
                    COMPUTE CAPITAL-PENDIENTE = CAPITAL-PENDIENTE
                       + TAB-PLN-IMPORTE(IDX-PLN) - INTERES-CUOTA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *---- Días 30/360 de FECHA-DESDE a FECHA-CALCULO; el día 31
      *---- cuenta como 30.
        CALCULAR-DIAS-CORRIDOS.
           IF FD-DIA > 30
              MOVE 30 TO FD-DIA
           END-IF.
           IF FC-DIA > 30
              MOVE 30 TO FC-DIA
           END-IF.
           COMPUTE DIAS-CORRIDOS = (FC-ANO - FD-ANO) * 360
              + (FC-MES - FD-MES) * 30 + FC-DIA - FD-DIA.

      *---- Arma el reparto completo en memoria: abonos de plazos,
      *---- cobertura de sobregiros (con cuentas de la misma
      *---- moneda), pago de préstamos (con cuentas en pesos) y el
      *---- remanente de cada cuenta a sus beneficiarios.
        ARMAR-REPARTO.
           MOVE 0 TO TOTAL-PMV.
           MOVE ZERO TO TOTAL-ACTIVOS.
           MOVE ZERO TO TOTAL-DEUDAS.
           MOVE ZERO TO TOTAL-NETO.
           MOVE 0 TO TOTAL-PAGOS.
           PERFORM VARYING IDX-SPF FROM 1 BY 1
                   UNTIL IDX-SPF > TOTAL-SPF
              MOVE SPF-PLAZO(IDX-SPF) TO IDX
              ADD 1 TO TOTAL-PMV
              MOVE 'P' TO PMV-TIPO(TOTAL-PMV)
              MOVE TAB-PFJ-CUENTA(IDX) TO PMV-CUENTA(TOTAL-PMV)
              MOVE ZERO TO PMV-DESTINO(TOTAL-PMV)
              MOVE SPF-IMPORTE(IDX-SPF) TO PMV-IMPORTE(TOTAL-PMV)
              SET PMV-ORIGEN(TOTAL-PMV) TO IDX-SPF
              MOVE ZERO TO PMV-REFERENCIA(TOTAL-PMV)
           END-PERFORM.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              IF SCT-SALDO(IDX-SCT) > 0
                 ADD SCT-SALDO(IDX-SCT) TO TOTAL-ACTIVOS
              END-IF
              ADD SCT-PLAZOS(IDX-SCT) TO TOTAL-ACTIVOS
           END-PERFORM.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              IF SCT-DISPONIBLE(IDX-SCT) < 0
                 COMPUTE DEUDA-PENDIENTE = 0 - SCT-DISPONIBLE(IDX-SCT)
                 ADD DEUDA-PENDIENTE TO TOTAL-DEUDAS
                 MOVE SCT-MONEDA(IDX-SCT) TO DEUDA-MONEDA
                 MOVE 'S' TO DEUDA-TIPO
                 MOVE SCT-CUENTA(IDX-SCT) TO DEUDA-DESTINO
                 MOVE 0 TO DEUDA-ORIGEN
                 PERFORM CUBRIR-DEUDA
                 IF DEUDA-PENDIENTE > 0
                    DISPLAY "NO ALCANZA PARA CUBRIR EL SOBREGIRO DE "
                       "LA CUENTA " SCT-CUENTA(IDX-SCT)
                    MOVE 'N' TO REPARTO-VALIDO
                 END-IF
                 MOVE ZERO TO SCT-DISPONIBLE(IDX-SCT)
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX-SPR FROM 1 BY 1
                   UNTIL IDX-SPR > TOTAL-SPR
              MOVE SPR-LIQUIDACION(IDX-SPR) TO DEUDA-PENDIENTE
              ADD DEUDA-PENDIENTE TO TOTAL-DEUDAS
              MOVE "MXN" TO DEUDA-MONEDA
              MOVE 'D' TO DEUDA-TIPO
              MOVE ZERO TO DEUDA-DESTINO
              SET DEUDA-ORIGEN TO IDX-SPR
              PERFORM CUBRIR-DEUDA
              IF DEUDA-PENDIENTE > 0
                 MOVE SPR-PRESTAMO(IDX-SPR) TO IDX
                 DISPLAY "NO ALCANZA PARA LIQUIDAR EL PRESTAMO "
                    TAB-PRE-FOLIO(IDX)
                 MOVE 'N' TO REPARTO-VALIDO
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              IF SCT-DISPONIBLE(IDX-SCT) > 0
                 PERFORM REPARTIR-CUENTA
              END-IF
           END-PERFORM.
           IF TOTAL-ACTIVOS > TOTAL-DEUDAS
              COMPUTE TOTAL-NETO = TOTAL-ACTIVOS - TOTAL-DEUDAS
           END-IF.

      *---- Cubre DEUDA-PENDIENTE con lo disponible de las cuentas
      *---- de la moneda de la deuda, en el orden del maestro. Un
      *---- sobregiro se cubre con traspaso a su cuenta; un
      *---- préstamo, con cargo a la cuenta que pone los fondos.
        CUBRIR-DEUDA.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-SCT OR DEUDA-PENDIENTE = 0
              IF SCT-DISPONIBLE(IDX) > 0
                    AND SCT-MONEDA(IDX) = DEUDA-MONEDA
                    AND TOTAL-PMV < 200
                 IF SCT-DISPONIBLE(IDX) < DEUDA-PENDIENTE
                    MOVE SCT-DISPONIBLE(IDX) TO TOMADO
                 ELSE
                    MOVE DEUDA-PENDIENTE TO TOMADO
                 END-IF
                 SUBTRACT TOMADO FROM SCT-DISPONIBLE(IDX)
                 SUBTRACT TOMADO FROM DEUDA-PENDIENTE
                 ADD 1 TO TOTAL-PMV
                 MOVE DEUDA-TIPO TO PMV-TIPO(TOTAL-PMV)
                 MOVE SCT-CUENTA(IDX) TO PMV-CUENTA(TOTAL-PMV)
                 MOVE DEUDA-DESTINO TO PMV-DESTINO(TOTAL-PMV)
                 MOVE TOMADO TO PMV-IMPORTE(TOTAL-PMV)
                 MOVE DEUDA-ORIGEN TO PMV-ORIGEN(TOTAL-PMV)
                 MOVE ZERO TO PMV-REFERENCIA(TOTAL-PMV)
              END-IF
           END-PERFORM.

      *---- Reparte el remanente de la cuenta en IDX-SCT entre sus
      *---- beneficiarios; el último se lleva los centavos del
      *---- redondeo. La designación debe sumar 100 y cada cuenta de
      *---- pago debe existir abierta, en la misma moneda y fuera de
      *---- la sucesión.
        REPARTIR-CUENTA.
           IF SCT-DESIGNADO(IDX-SCT) NOT = 100
              DISPLAY "LA CUENTA " SCT-CUENTA(IDX-SCT)
                 " NO TIENE DESIGNACION COMPLETA DE BENEFICIARIOS ("
                 SCT-DESIGNADO(IDX-SCT) "%)"
              MOVE 'N' TO REPARTO-VALIDO
              EXIT PARAGRAPH
           END-IF.
           MOVE SCT-DISPONIBLE(IDX-SCT) TO REMANENTE-CUENTA.
           MOVE ZERO TO REPARTIDO-CUENTA.
           MOVE 0 TO ULTIMO-BENEFICIARIO.
           PERFORM VARYING IDX-SBN FROM 1 BY 1
                   UNTIL IDX-SBN > TOTAL-SBN
              IF SBN-CUENTA(IDX-SBN) = SCT-CUENTA(IDX-SCT)
                 SET ULTIMO-BENEFICIARIO TO IDX-SBN
              END-IF
           END-PERFORM.
           OPEN INPUT CUENTAS-FILE.
           PERFORM VARYING IDX-SBN FROM 1 BY 1
                   UNTIL IDX-SBN > TOTAL-SBN
              IF SBN-CUENTA(IDX-SBN) = SCT-CUENTA(IDX-SCT)
                 PERFORM VALIDAR-CUENTA-PAGO
                 IF IDX-SBN = ULTIMO-BENEFICIARIO
                    COMPUTE PARTE-BENEFICIARIO
                       = REMANENTE-CUENTA - REPARTIDO-CUENTA
                 ELSE
                    COMPUTE PARTE-BENEFICIARIO
                       = REMANENTE-CUENTA * SBN-PORCENTAJE(IDX-SBN)
                         / 100
                 END-IF
                 ADD PARTE-BENEFICIARIO TO REPARTIDO-CUENTA
                 IF PARTE-BENEFICIARIO > 0 AND TOTAL-PMV < 200
                    ADD 1 TO TOTAL-PMV
                    ADD 1 TO TOTAL-PAGOS
                    MOVE 'B' TO PMV-TIPO(TOTAL-PMV)
                    MOVE SCT-CUENTA(IDX-SCT) TO PMV-CUENTA(TOTAL-PMV)
                    MOVE SBN-CUENTA-PAGO(IDX-SBN)
                      TO PMV-DESTINO(TOTAL-PMV)
                    MOVE PARTE-BENEFICIARIO TO PMV-IMPORTE(TOTAL-PMV)
                    SET PMV-ORIGEN(TOTAL-PMV) TO IDX-SBN
                    MOVE ZERO TO PMV-REFERENCIA(TOTAL-PMV)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CUENTAS-FILE.

        VALIDAR-CUENTA-PAGO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-SCT
              IF SCT-CUENTA(IDX) = SBN-CUENTA-PAGO(IDX-SBN)
                 DISPLAY "EL BENEFICIARIO " SBN-NOMBRE(IDX-SBN)
                    " COBRA EN UNA CUENTA DE LA PROPIA SUCESION"
                 MOVE 'N' TO REPARTO-VALIDO
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE SBN-CUENTA-PAGO(IDX-SBN) TO NUMERO-CUENTA.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "LA CUENTA DE PAGO " SBN-CUENTA-PAGO(IDX-SBN)
                    " DE " SBN-NOMBRE(IDX-SBN) " NO EXISTE"
                 MOVE 'N' TO REPARTO-VALIDO
              NOT INVALID KEY
                 IF CUENTA-MONEDA = SPACES
                       OR CUENTA-MONEDA = LOW-VALUES
                    MOVE "MXN" TO MONEDA-PAGO
                 ELSE
                    MOVE CUENTA-MONEDA TO MONEDA-PAGO
                 END-IF
                 IF STATUS-CUENTA = 'C'
                    DISPLAY "LA CUENTA DE PAGO "
                       SBN-CUENTA-PAGO(IDX-SBN) " DE "
                       SBN-NOMBRE(IDX-SBN) " ESTA CERRADA"
                    MOVE 'N' TO REPARTO-VALIDO
                 END-IF
                 IF MONEDA-PAGO NOT = SCT-MONEDA(IDX-SCT)
                    DISPLAY "LA CUENTA DE PAGO "
                       SBN-CUENTA-PAGO(IDX-SBN) " DE "
                       SBN-NOMBRE(IDX-SBN) " ES DE OTRA MONEDA"
                    MOVE 'N' TO REPARTO-VALIDO
                 END-IF
           END-READ.

        MOSTRAR-REPARTO.
           DISPLAY "-----------------------------------".
           DISPLAY "SUCESION DE " CLIENTE-PEDIDO " " NOMBRE-FALLECIDO.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              DISPLAY "CUENTA " SCT-CUENTA(IDX-SCT) " "
                 SCT-MONEDA(IDX-SCT) " SALDO " SCT-SALDO(IDX-SCT)
                 " PLAZOS " SCT-PLAZOS(IDX-SCT)
           END-PERFORM.
           DISPLAY "ACTIVOS:             " TOTAL-ACTIVOS.
           DISPLAY "DEUDAS:              " TOTAL-DEUDAS.
           DISPLAY "NETO A BENEFICIARIOS: " TOTAL-NETO.
           PERFORM VARYING IDX-PMV FROM 1 BY 1
                   UNTIL IDX-PMV > TOTAL-PMV
              IF PMV-TIPO(IDX-PMV) = 'B'
                 MOVE PMV-ORIGEN(IDX-PMV) TO IDX
                 DISPLAY "  " SBN-NOMBRE(IDX) " CUENTA "
                    PMV-DESTINO(IDX-PMV) " " PMV-IMPORTE(IDX-PMV)
              END-IF
           END-PERFORM.
           DISPLAY "-----------------------------------".

      *---- Encola los movimientos del reparto en el orden en que
      *---- se armaron, para que los abonos de plazos posteen antes
      *---- que los cargos y traspasos que los usan.
        ENCOLAR-REPARTO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           PERFORM VARYING IDX-PMV FROM 1 BY 1
                   UNTIL IDX-PMV > TOTAL-PMV
              ADD 1 TO ULTIMA-REFERENCIA
              MOVE ULTIMA-REFERENCIA TO PMV-REFERENCIA(IDX-PMV)
              MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA
              MOVE PMV-CUENTA(IDX-PMV) TO MOV-CUENTA
              EVALUATE PMV-TIPO(IDX-PMV)
                 WHEN 'P'
                    MOVE '+' TO OPERACION
                 WHEN 'D'
                    MOVE '-' TO OPERACION
                 WHEN OTHER
                    MOVE 'T' TO OPERACION
              END-EVALUATE
              MOVE PMV-IMPORTE(IDX-PMV) TO IMPORTE
              MOVE PMV-DESTINO(IDX-PMV) TO MOV-CUENTA-DESTINO
              MOVE WS-FECHA-HOY TO MOV-FECHA
              MOVE ZERO TO MOV-REF-ORIGINAL
              MOVE ZERO TO MOV-SUCURSAL
              MOVE ZERO TO MOV-CHEQUE
              MOVE SPACES TO MOV-MONEDA
              MOVE ZERO TO MOV-TIPO-CAMBIO
              WRITE MOV-REG
              MOVE PMV-ORIGEN(IDX-PMV) TO IDX
              IF PMV-TIPO(IDX-PMV) = 'P'
                 MOVE ULTIMA-REFERENCIA TO SPF-REFERENCIA(IDX)
              END-IF
              IF PMV-TIPO(IDX-PMV) = 'D'
                    AND SPR-REFERENCIA(IDX) = ZERO
                 MOVE ULTIMA-REFERENCIA TO SPR-REFERENCIA(IDX)
              END-IF
           END-PERFORM.
           CLOSE MOVIMIENTOS-FILE.

      *---- Los plazos quedan 'X' con la fecha de hoy como
      *---- vencimiento, y se avisa el interés pagado.
        CERRAR-PLAZOS.
           IF TOTAL-SPF = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DEVENGO-PAGOS-FILE.
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.
           PERFORM VARYING IDX-SPF FROM 1 BY 1
                   UNTIL IDX-SPF > TOTAL-SPF
              MOVE SPF-PLAZO(IDX-SPF) TO IDX
              MOVE 'X' TO TAB-PFJ-ESTADO(IDX)
              MOVE WS-FECHA-HOY TO TAB-PFJ-VENCIMIENTO(IDX)
              MOVE 'F' TO DPG-TIPO
              MOVE TAB-PFJ-FOLIO(IDX) TO DPG-CONTRATO
              MOVE WS-FECHA-HOY TO DPG-FECHA
              MOVE SPF-REFERENCIA(IDX-SPF) TO DPG-REFERENCIA
              MOVE SPF-INTERES(IDX-SPF) TO DPG-INTERES
              WRITE DEVENGO-PAGO-REG
           END-PERFORM.
           CLOSE DEVENGO-PAGOS-FILE.

      *---- Los préstamos quedan liquidados: sus cuotas pendientes,
      *---- morosas o encoladas pasan a 'A' con la referencia del
      *---- cargo, y se avisa el interés cobrado.
        LIQUIDAR-PRESTAMOS.
           IF TOTAL-SPR = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DEVENGO-PAGOS-FILE.
           IF WS-ESTADO-DEVENGO-PAGOS NOT = '00'
              OPEN OUTPUT DEVENGO-PAGOS-FILE
           END-IF.
           PERFORM VARYING IDX-SPR FROM 1 BY 1
                   UNTIL IDX-SPR > TOTAL-SPR
              MOVE SPR-PRESTAMO(IDX-SPR) TO RENGLON-PRESTAMO
              MOVE TAB-PRE-FOLIO(RENGLON-PRESTAMO) TO FOLIO-PEDIDO
              PERFORM VARYING IDX-PLN FROM 1 BY 1
                      UNTIL IDX-PLN > TOTAL-CUOTAS
                 IF TAB-PLN-FOLIO(IDX-PLN) = FOLIO-PEDIDO
                       AND (TAB-PLN-ESTADO(IDX-PLN) = 'P'
                       OR TAB-PLN-ESTADO(IDX-PLN) = 'M'
                       OR TAB-PLN-ESTADO(IDX-PLN) = 'E')
                    MOVE 'A' TO TAB-PLN-ESTADO(IDX-PLN)
                    MOVE SPR-REFERENCIA(IDX-SPR)
                      TO TAB-PLN-REFERENCIA(IDX-PLN)
                 END-IF
              END-PERFORM
              MOVE ZERO TO TAB-PRE-INSOLUTO(RENGLON-PRESTAMO)
              MOVE ZERO TO TAB-PRE-MORA(RENGLON-PRESTAMO)
              MOVE 'L' TO TAB-PRE-ESTADO(RENGLON-PRESTAMO)
              MOVE 'P' TO DPG-TIPO
              MOVE FOLIO-PEDIDO TO DPG-CONTRATO
              MOVE WS-FECHA-HOY TO DPG-FECHA
              MOVE SPR-REFERENCIA(IDX-SPR) TO DPG-REFERENCIA
              MOVE SPR-INTERES(IDX-SPR) TO DPG-INTERES
              WRITE DEVENGO-PAGO-REG
           END-PERFORM.
           CLOSE DEVENGO-PAGOS-FILE.

        GRABAR-SUCESION.
           OPEN EXTEND SUCESIONES-FILE.
           IF WS-ESTADO-SUCESIONES NOT = '00'
              OPEN OUTPUT SUCESIONES-FILE
           END-IF.
           MOVE SPACES TO SUCESION-REG.
           MOVE CLIENTE-PEDIDO TO SUC-CLIENTE.
           MOVE WS-FECHA-HOY TO SUC-FECHA.
           MOVE 'E' TO SUC-ESTADO.
           MOVE TOTAL-SCT TO SUC-TOTAL-CUENTAS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              IF IDX > TOTAL-SCT
                 MOVE ZERO TO SUC-CUENTA(IDX)
              ELSE
                 MOVE SCT-CUENTA(IDX) TO SUC-CUENTA(IDX)
              END-IF
           END-PERFORM.
           MOVE TOTAL-ACTIVOS TO SUC-ACTIVOS.
           MOVE TOTAL-DEUDAS TO SUC-DEUDAS.
           MOVE TOTAL-NETO TO SUC-NETO.
           MOVE TOTAL-PAGOS TO SUC-PAGOS.
           MOVE SUPERVISOR-ID TO SUC-AUTORIZO.
           MOVE ZERO TO SUC-FECHA-CIERRE.
           WRITE SUCESION-REG.
           CLOSE SUCESIONES-FILE.

      *---- Carta para jurídico: cuentas, plazos, deudas y el
      *---- reparto a cada beneficiario con su referencia.
        IMPRIMIR-CARTA.
           OPEN OUTPUT CARTA-FILE.
           IF WS-ESTADO-CARTA NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CARTA_SUCESION.RPT (ESTADO "
                 WS-ESTADO-CARTA ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO CT-FECHA.
           WRITE LINEA-CARTA FROM CARTA-TITULO.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "A: DEPARTAMENTO JURIDICO" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "CLIENTE" TO CX-ETIQUETA.
           MOVE SPACES TO CX-VALOR.
           STRING CLIENTE-PEDIDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-FALLECIDO DELIMITED BY SIZE
                  INTO CX-VALOR.
           WRITE LINEA-CARTA FROM CARTA-TEXTO.
           MOVE "DOCUMENTO" TO CX-ETIQUETA.
           MOVE SPACES TO CX-VALOR.
           STRING CLI-DOC-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-DOC-NUMERO DELIMITED BY SIZE
                  INTO CX-VALOR.
           WRITE LINEA-CARTA FROM CARTA-TEXTO.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "CUENTAS (SALDO Y PLAZOS ABONADOS)" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              MOVE SCT-CUENTA(IDX-SCT) TO CC-CUENTA
              MOVE SCT-MONEDA(IDX-SCT) TO CC-MONEDA
              MOVE SCT-SALDO(IDX-SCT) TO CC-SALDO
              MOVE SCT-PLAZOS(IDX-SCT) TO CC-PLAZOS
              WRITE LINEA-CARTA FROM CARTA-CUENTA
           END-PERFORM.
           IF TOTAL-SPF > 0
              MOVE "PLAZOS FIJOS CANCELADOS SIN PENALIZACION"
                TO LINEA-CARTA
              WRITE LINEA-CARTA
              PERFORM VARYING IDX-SPF FROM 1 BY 1
                      UNTIL IDX-SPF > TOTAL-SPF
                 MOVE SPF-PLAZO(IDX-SPF) TO IDX
                 MOVE "PLAZO" TO CD-ETIQUETA
                 MOVE TAB-PFJ-FOLIO(IDX) TO CD-FOLIO
                 MOVE TAB-PFJ-CUENTA(IDX) TO CD-CUENTA
                 MOVE SPF-IMPORTE(IDX-SPF) TO CD-IMPORTE
                 WRITE LINEA-CARTA FROM CARTA-DEUDA
              END-PERFORM
           END-IF.
           IF TOTAL-SPR > 0
              MOVE "PRESTAMOS LIQUIDADOS CON LA SUCESION"
                TO LINEA-CARTA
              WRITE LINEA-CARTA
              PERFORM VARYING IDX-SPR FROM 1 BY 1
                      UNTIL IDX-SPR > TOTAL-SPR
                 MOVE SPR-PRESTAMO(IDX-SPR) TO IDX
                 MOVE "PRESTAMO" TO CD-ETIQUETA
                 MOVE TAB-PRE-FOLIO(IDX) TO CD-FOLIO
                 MOVE TAB-PRE-CUENTA(IDX) TO CD-CUENTA
                 MOVE SPR-LIQUIDACION(IDX-SPR) TO CD-IMPORTE
                 WRITE LINEA-CARTA FROM CARTA-DEUDA
              END-PERFORM
           END-IF.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "TOTAL DE ACTIVOS" TO CI-ETIQUETA.
           MOVE TOTAL-ACTIVOS TO CI-IMPORTE.
           WRITE LINEA-CARTA FROM CARTA-IMPORTE.
           MOVE "TOTAL DE DEUDAS" TO CI-ETIQUETA.
           MOVE TOTAL-DEUDAS TO CI-IMPORTE.
           WRITE LINEA-CARTA FROM CARTA-IMPORTE.
           MOVE "NETO A BENEFICIARIOS" TO CI-ETIQUETA.
           MOVE TOTAL-NETO TO CI-IMPORTE.
           WRITE LINEA-CARTA FROM CARTA-IMPORTE.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "REPARTO A BENEFICIARIOS" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           PERFORM VARYING IDX-SCT FROM 1 BY 1
                   UNTIL IDX-SCT > TOTAL-SCT
              PERFORM IMPRIMIR-REPARTO-CUENTA
           END-PERFORM.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "AUTORIZO" TO CX-ETIQUETA.
           MOVE SUPERVISOR-ID TO CX-VALOR.
           WRITE LINEA-CARTA FROM CARTA-TEXTO.
           MOVE "REFERENCIAS ENCOLADAS HASTA" TO CX-ETIQUETA.
           MOVE ULTIMA-REFERENCIA TO CX-VALOR.
           WRITE LINEA-CARTA FROM CARTA-TEXTO.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "LAS CUENTAS SE CIERRAN AL QUEDAR EN CERO TRAS EL "
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "POSTEO NOCTURNO DE LOS MOVIMIENTOS." TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           CLOSE CARTA-FILE.

        IMPRIMIR-REPARTO-CUENTA.
           PERFORM VARYING IDX-PMV FROM 1 BY 1
                   UNTIL IDX-PMV > TOTAL-PMV
              IF PMV-TIPO(IDX-PMV) = 'B'
                    AND PMV-CUENTA(IDX-PMV) = SCT-CUENTA(IDX-SCT)
                 MOVE PMV-ORIGEN(IDX-PMV) TO IDX
                 MOVE SBN-NOMBRE(IDX) TO CP-NOMBRE
                 MOVE SBN-PARENTESCO(IDX) TO CP-PARENTESCO
                 MOVE SBN-PORCENTAJE(IDX) TO CP-PORCENTAJE
                 MOVE PMV-DESTINO(IDX-PMV) TO CP-CUENTA
                 MOVE PMV-IMPORTE(IDX-PMV) TO CP-IMPORTE
                 WRITE LINEA-CARTA FROM CARTA-PAGO
              END-IF
           END-PERFORM.

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

        GRABAR-AUDITORIA-SUCESION.
           PERFORM TOMAR-SECUENCIA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA.
           MOVE WS-FECHA-HOY TO AUD-FECHA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "SUCESION-CLIE" TO AUD-PROGRAMA.
           MOVE SUPERVISOR-ID TO AUD-OPERADOR.
           MOVE SCT-CUENTA(1) TO AUD-CUENTA.
           MOVE 'S' TO AUD-OPERACION.
           MOVE TOTAL-NETO TO AUD-IMPORTE.
           MOVE SPACES TO AUD-DESCRIPCION.
           STRING "SUCESION CLIENTE " DELIMITED BY SIZE
                  CLIENTE-PEDIDO DELIMITED BY SIZE
                  INTO AUD-DESCRIPCION.
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

      *---- Referencias del rango 91xxxxxx; BATCH-BANCO las deja
      *---- pasar sobre las cuentas del cliente fallecido.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 91000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.

      *---- Alinea el folio al rango registrado y verifica que
      *---- quepan todos los movimientos del reparto.
        VERIFICAR-RANGO-REFERENCIA.
           MOVE 'N' TO RANGO-AGOTADO.
           MOVE 'N' TO EOF-RNG.
           MOVE ZERO TO RANGO-DESDE.
           MOVE ZERO TO RANGO-HASTA.
           OPEN INPUT RANGOS-FILE.
           IF WS-ESTADO-RANGOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
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
           END-PERFORM.
           CLOSE RANGOS-FILE.
           IF RANGO-HASTA = 0
              EXIT PARAGRAPH
           END-IF.
           IF ULTIMA-REFERENCIA < RANGO-DESDE - 1
              MOVE RANGO-DESDE TO ULTIMA-REFERENCIA
              SUBTRACT 1 FROM ULTIMA-REFERENCIA
           END-IF.
           IF ULTIMA-REFERENCIA + TOTAL-PMV > RANGO-HASTA
              DISPLAY "*** RANGO DE REFERENCIAS AGOTADO PARA "
                 FUENTE-RANGO ", AVISE A OPERACIONES ***"
              MOVE 'S' TO RANGO-AGOTADO
           END-IF.

      *---- Carga PLAZOS_FIJOS.DAT completo a la tabla.
        CARGAR-PLAZOS.
           MOVE 0 TO TOTAL-PLAZOS.
           MOVE 'N' TO EOF-PFJ.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    ADD 1 TO TOTAL-PLAZOS
                    MOVE PFJ-FOLIO TO TAB-PFJ-FOLIO(TOTAL-PLAZOS)
                    MOVE PFJ-CUENTA TO TAB-PFJ-CUENTA(TOTAL-PLAZOS)
                    MOVE PFJ-CAPITAL TO TAB-PFJ-CAPITAL(TOTAL-PLAZOS)
                    MOVE PFJ-TASA TO TAB-PFJ-TASA(TOTAL-PLAZOS)
                    MOVE PFJ-PLAZO-DIAS TO TAB-PFJ-DIAS(TOTAL-PLAZOS)
                    MOVE PFJ-FECHA-APERTURA
                      TO TAB-PFJ-APERTURA(TOTAL-PLAZOS)
                    MOVE PFJ-FECHA-VENCIMIENTO
                      TO TAB-PFJ-VENCIMIENTO(TOTAL-PLAZOS)
                    MOVE PFJ-INSTRUCCION
                      TO TAB-PFJ-INSTRUCCION(TOTAL-PLAZOS)
                    MOVE PFJ-ESTADO TO TAB-PFJ-ESTADO(TOTAL-PLAZOS)
              END-READ
           END-PERFORM.
           CLOSE PLAZOS-FILE.

      *---- Reescribe PLAZOS_FIJOS.DAT completo desde la tabla.
        GRABAR-PLAZOS.
           OPEN OUTPUT PLAZOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PLAZOS
              MOVE TAB-PFJ-FOLIO(IDX)       TO PFJ-FOLIO
              MOVE TAB-PFJ-CUENTA(IDX)      TO PFJ-CUENTA
              MOVE TAB-PFJ-CAPITAL(IDX)     TO PFJ-CAPITAL
              MOVE TAB-PFJ-TASA(IDX)        TO PFJ-TASA
              MOVE TAB-PFJ-DIAS(IDX)        TO PFJ-PLAZO-DIAS
              MOVE TAB-PFJ-APERTURA(IDX)    TO PFJ-FECHA-APERTURA
              MOVE TAB-PFJ-VENCIMIENTO(IDX) TO PFJ-FECHA-VENCIMIENTO
              MOVE TAB-PFJ-INSTRUCCION(IDX) TO PFJ-INSTRUCCION
              MOVE TAB-PFJ-ESTADO(IDX)      TO PFJ-ESTADO
              WRITE PLAZO-REG
           END-PERFORM.
           CLOSE PLAZOS-FILE.

      *---- Carga PRESTAMOS.DAT completo a la tabla.
        CARGAR_PRESTAMOS.
           MOVE 0 TO TOTAL-PRESTAMOS.
           MOVE 'N' TO EOF-PRE.
           OPEN INPUT PRESTAMOS-FILE.
           IF WS-ESTADO-PRESTAMOS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PRE
              READ PRESTAMOS-FILE
                 AT END MOVE 'S' TO EOF-PRE
                 NOT AT END
                    ADD 1 TO TOTAL-PRESTAMOS
                    MOVE PRE-FOLIO
                      TO TAB-PRE-FOLIO(TOTAL-PRESTAMOS)
                    MOVE PRE-CLIENTE
                      TO TAB-PRE-CLIENTE(TOTAL-PRESTAMOS)
                    MOVE PRE-CUENTA
                      TO TAB-PRE-CUENTA(TOTAL-PRESTAMOS)
                    MOVE PRE-CAPITAL
                      TO TAB-PRE-CAPITAL(TOTAL-PRESTAMOS)
                    MOVE PRE-TASA
                      TO TAB-PRE-TASA(TOTAL-PRESTAMOS)
                    MOVE PRE-PLAZO-MESES
                      TO TAB-PRE-PLAZO(TOTAL-PRESTAMOS)
                    MOVE PRE-CUOTA
                      TO TAB-PRE-CUOTA(TOTAL-PRESTAMOS)
                    MOVE PRE-FECHA-DESEMBOLSO
                      TO TAB-PRE-FECHA(TOTAL-PRESTAMOS)
                    MOVE PRE-SALDO-INSOLUTO
                      TO TAB-PRE-INSOLUTO(TOTAL-PRESTAMOS)
                    MOVE PRE-CUOTAS-PAGADAS
                      TO TAB-PRE-PAGADAS(TOTAL-PRESTAMOS)
                    MOVE PRE-CUOTAS-MORA
                      TO TAB-PRE-MORA(TOTAL-PRESTAMOS)
                    MOVE PRE-ESTADO
                      TO TAB-PRE-ESTADO(TOTAL-PRESTAMOS)
                    IF PRE-REESTRUCTURAS NUMERIC
                       MOVE PRE-REESTRUCTURAS
                         TO TAB-PRE-REESTRUCTURAS(TOTAL-PRESTAMOS)
                       MOVE PRE-FECHA-REESTRUCTURA
                         TO TAB-PRE-FECHA-REESTR(TOTAL-PRESTAMOS)
                    ELSE
                       MOVE ZERO
                         TO TAB-PRE-REESTRUCTURAS(TOTAL-PRESTAMOS)
                       MOVE ZERO
                         TO TAB-PRE-FECHA-REESTR(TOTAL-PRESTAMOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.

      *---- Reescribe PRESTAMOS.DAT completo con la tabla.
        GRABAR_PRESTAMOS.
           OPEN OUTPUT PRESTAMOS-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-PRESTAMOS
              MOVE TAB-PRE-FOLIO(IDX)    TO PRE-FOLIO
              MOVE TAB-PRE-CLIENTE(IDX)  TO PRE-CLIENTE
              MOVE TAB-PRE-CUENTA(IDX)   TO PRE-CUENTA
              MOVE TAB-PRE-CAPITAL(IDX)  TO PRE-CAPITAL
              MOVE TAB-PRE-TASA(IDX)     TO PRE-TASA
              MOVE TAB-PRE-PLAZO(IDX)    TO PRE-PLAZO-MESES
              MOVE TAB-PRE-CUOTA(IDX)    TO PRE-CUOTA
              MOVE TAB-PRE-FECHA(IDX)    TO PRE-FECHA-DESEMBOLSO
              MOVE TAB-PRE-INSOLUTO(IDX) TO PRE-SALDO-INSOLUTO
              MOVE TAB-PRE-PAGADAS(IDX)  TO PRE-CUOTAS-PAGADAS
              MOVE TAB-PRE-MORA(IDX)     TO PRE-CUOTAS-MORA
              MOVE TAB-PRE-ESTADO(IDX)   TO PRE-ESTADO
              MOVE TAB-PRE-REESTRUCTURAS(IDX) TO PRE-REESTRUCTURAS
              MOVE TAB-PRE-FECHA-REESTR(IDX)
                TO PRE-FECHA-REESTRUCTURA
              WRITE PRESTAMO-REG
           END-PERFORM.
           CLOSE PRESTAMOS-FILE.

      *---- Carga PRESTAMOS_PLAN.DAT completo a la tabla.
        CARGAR-PLAN.
           MOVE 0 TO TOTAL-CUOTAS.
           MOVE 'N' TO EOF-PLN.
           OPEN INPUT PLAN-FILE.
           IF WS-ESTADO-PLAN NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PLN
              READ PLAN-FILE
                 AT END MOVE 'S' TO EOF-PLN
                 NOT AT END
                    ADD 1 TO TOTAL-CUOTAS
                    MOVE PLN-FOLIO TO TAB-PLN-FOLIO(TOTAL-CUOTAS)
                    MOVE PLN-CUOTA TO TAB-PLN-CUOTA(TOTAL-CUOTAS)
                    MOVE PLN-FECHA TO TAB-PLN-FECHA(TOTAL-CUOTAS)
                    MOVE PLN-IMPORTE TO TAB-PLN-IMPORTE(TOTAL-CUOTAS)
                    MOVE PLN-ESTADO TO TAB-PLN-ESTADO(TOTAL-CUOTAS)
                    MOVE PLN-REFERENCIA
                      TO TAB-PLN-REFERENCIA(TOTAL-CUOTAS)
              END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.

      *---- Reescribe PRESTAMOS_PLAN.DAT completo desde la tabla.
        GRABAR-PLAN.
           OPEN OUTPUT PLAN-FILE.
           PERFORM VARYING IDX-PLN FROM 1 BY 1
                   UNTIL IDX-PLN > TOTAL-CUOTAS
              MOVE TAB-PLN-FOLIO(IDX-PLN) TO PLN-FOLIO
              MOVE TAB-PLN-CUOTA(IDX-PLN) TO PLN-CUOTA
              MOVE TAB-PLN-FECHA(IDX-PLN) TO PLN-FECHA
              MOVE TAB-PLN-IMPORTE(IDX-PLN) TO PLN-IMPORTE
              MOVE TAB-PLN-ESTADO(IDX-PLN) TO PLN-ESTADO
              MOVE TAB-PLN-REFERENCIA(IDX-PLN) TO PLN-REFERENCIA
              WRITE PLAN-REG
           END-PERFORM.
           CLOSE PLAN-FILE.
