       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-DEPOSITOS.

      *> --- Cobertura del seguro de depósitos por cliente. Suma por
      *> cliente todo lo que tiene depositado con nosotros: el saldo
      *> acreedor de cada cuenta de depósito a la vista que no esté
      *> cerrada más el capital de sus plazos fijos vigentes
      *> (PLAZOS_FIJOS.DAT), en cualquier moneda, convertido a moneda
      *> local con el tipo de cambio de TIPOS_CAMBIO.CTL. Los
      *> titulares de cada cuenta salen del cruce
      *> CLIENTES_CUENTAS.DAT más los titulares y cotitulares de
      *> FIRMANTES.DAT (los firmantes sin titularidad no cuentan), y
      *> el depósito de una cuenta mancomunada se reparte por partes
      *> iguales entre ellos. Contra el tope asegurado de
      *> SEGURO_DEPOSITOS.CTL se separa la parte cubierta de la
      *> descubierta de cada cliente; el reporte SEGURO_DEPOSITOS.RPT
      *> lista los clientes y totaliza por sucursal (la de la
      *> primera cuenta del cliente) y el extracto
      *> SEGURO_DEPOSITOS.DAT va a la autoridad con encabezado, un
      *> detalle por cliente con su identidad y cola de control. Se
      *> corre a petición, con la fecha de corte del día.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT XREF-FILE ASSIGN TO 'CLIENTES_CUENTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT FIRMANTES-FILE ASSIGN TO 'FIRMANTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMANTES.
           SELECT PLAZOS-FILE ASSIGN TO 'PLAZOS_FIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT TIPOS-CAMBIO-FILE ASSIGN TO 'TIPOS_CAMBIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIPOS-CAMBIO.
           SELECT SUCURSALES-FILE ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.
           SELECT CONTROL-FILE ASSIGN TO 'SEGURO_DEPOSITOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ENTIDAD-FILE ASSIGN TO 'REGULADOR_ENTIDAD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTIDAD.
           SELECT SALIDA-FILE ASSIGN TO 'SEGURO_DEPOSITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT REPORTE-FILE ASSIGN TO 'SEGURO_DEPOSITOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-FILE.
           COPY CUENTAREG.

       FD CLIENTES-FILE.
           COPY CLIENTEREG.

       FD XREF-FILE.
       01 XREF-REG.
           05 XRF-CLIENTE PIC 9(5).
           05 XRF-CUENTA  PIC 9(6).

      *---- Firmantes por cuenta de MANTENIMIENTO-CLIENTES: rol 'T'
      *---- titular, 'C' cotitular, 'F' firmante.
       FD FIRMANTES-FILE.
       01 FIRMANTE-REG.
           05 FIR-CUENTA  PIC 9(6).
           05 FIR-CLIENTE PIC 9(5).
           05 FIR-ROL     PIC X(1).

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

       FD TIPOS-CAMBIO-FILE.
       01 TIPO-CAMBIO-REG.
           05 TCA-CODIGO      PIC X(3).
           05 TCA-TIPO-CAMBIO PIC 9(4)V9999.
           05 TCA-FECHA       PIC 9(8).
           05 TCA-DIFERENCIAL PIC 9(2)V99.

       FD SUCURSALES-FILE.
       01 SUCURSAL-REG.
           05 SUC-CODIGO    PIC 9(3).
           05 SUC-NOMBRE    PIC X(20).
           05 SUC-DIRECCION PIC X(30).
           05 SUC-GERENTE   PIC X(20).
           05 SUC-ESTADO    PIC X(1).

      *---- Tope asegurado por cliente, en moneda local, que fija la
      *---- autoridad.
       FD CONTROL-FILE.
       01 CTL-REG.
           05 CTL-TOPE PIC 9(9)V99.

      *---- Clave que la autoridad le asignó a la entidad.
       FD ENTIDAD-FILE.
       01 ENTIDAD-REG.
           05 ENT-CLAVE PIC X(10).

      *---- Extracto para la autoridad, importes en moneda local.
       FD SALIDA-FILE.
       01 SAL-DETALLE.
           05 SAL-TIPO          PIC X(1).
           05 SAL-CLIENTE       PIC 9(5).
           05 SAL-DOC-TIPO      PIC X(3).
           05 SAL-DOC-NUMERO    PIC X(18).
           05 SAL-APELLIDO1     PIC X(15).
           05 SAL-APELLIDO2     PIC X(15).
           05 SAL-NOMBRE        PIC X(20).
           05 SAL-SUCURSAL      PIC 9(3).
           05 SAL-CUENTAS       PIC 9(3).
           05 SAL-DEPOSITOS     PIC 9(11)V99.
           05 SAL-CUBIERTO      PIC 9(11)V99.
           05 SAL-DESCUBIERTO   PIC 9(11)V99.
       01 SAL-ENCABEZADO.
           05 SAL-ENC-TIPO      PIC X(1).
           05 SAL-ENC-ENTIDAD   PIC X(10).
           05 SAL-ENC-FECHA     PIC 9(8).
           05 SAL-ENC-TOPE      PIC 9(9)V99.
       01 SAL-COLA.
           05 SAL-COLA-TIPO        PIC X(1).
           05 SAL-COLA-REGISTROS   PIC 9(6).
           05 SAL-COLA-DEPOSITOS   PIC 9(13)V99.
           05 SAL-COLA-CUBIERTO    PIC 9(13)V99.
           05 SAL-COLA-DESCUBIERTO PIC 9(13)V99.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CUENTAS      PIC X(2).
       01 WS-ESTADO-CLIENTES     PIC X(2).
       01 WS-ESTADO-XREF         PIC X(2).
       01 WS-ESTADO-FIRMANTES    PIC X(2).
       01 WS-ESTADO-PLAZOS       PIC X(2).
       01 WS-ESTADO-TIPOS-CAMBIO PIC X(2).
       01 WS-ESTADO-SUCURSALES   PIC X(2).
       01 WS-ESTADO-CONTROL      PIC X(2).
       01 WS-ESTADO-ENTIDAD      PIC X(2).
       01 WS-ESTADO-SALIDA       PIC X(2).
       01 WS-ESTADO-REPORTE      PIC X(2).

       01 EOF-CTA PIC X VALUE 'N'.
          88 FIN-CTA VALUE 'S'.
       01 EOF-CLI PIC X VALUE 'N'.
          88 FIN-CLI VALUE 'S'.
       01 EOF-XRF PIC X VALUE 'N'.
          88 FIN-XRF VALUE 'S'.
       01 EOF-FIR PIC X VALUE 'N'.
          88 FIN-FIR VALUE 'S'.
       01 EOF-PFJ PIC X VALUE 'N'.
          88 FIN-PFJ VALUE 'S'.
       01 EOF-TCA PIC X VALUE 'N'.
          88 FIN-TCA VALUE 'S'.
       01 EOF-SUC PIC X VALUE 'N'.
          88 FIN-SUC VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 CLAVE-ENTIDAD PIC X(10) VALUE SPACES.
       01 TOPE-ASEGURADO PIC 9(9)V99 VALUE ZERO.

      *> --- Parejas del cruce cliente/cuenta.
       01 XREF-TABLA.
          05 XREF-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-XREF
                INDEXED BY IDX-XRF.
             10 TAB-XRF-CLIENTE PIC 9(5).
             10 TAB-XRF-CUENTA  PIC 9(6).
       01 TOTAL-XREF PIC 9(5) VALUE 0.

      *> --- Titulares y cotitulares de FIRMANTES.DAT.
       01 FIRMANTES-TABLA.
          05 FIRMANTE-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-FIRMANTES
                INDEXED BY IDX-FIR.
             10 TAB-FIR-CUENTA  PIC 9(6).
             10 TAB-FIR-CLIENTE PIC 9(5).
       01 TOTAL-FIRMANTES PIC 9(5) VALUE 0.

      *> --- Capital vigente en plazo fijo por cuenta.
       01 PLAZOS-TABLA.
          05 PLAZO-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-PLAZOS
                INDEXED BY IDX-PFJ.
             10 TAB-PFJ-CUENTA  PIC 9(6).
             10 TAB-PFJ-CAPITAL PIC 9(9)V99.
       01 TOTAL-PLAZOS PIC 9(4) VALUE 0.

       01 TIPOS-CAMBIO-TABLA.
          05 TIPO-CAMBIO-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-TIPOS-CAMBIO
                INDEXED BY IDX-TCA.
             10 TAB-TCA-CODIGO PIC X(3).
             10 TAB-TCA-TIPO   PIC 9(4)V9999.
       01 TOTAL-TIPOS-CAMBIO PIC 9(2) VALUE 0.
       01 TIPO-CAMBIO-CUENTA PIC 9(4)V9999 VALUE 1.
       01 TOTAL-SIN-TIPO-CAMBIO PIC 9(5) VALUE 0.

      *> --- Identidad de los clientes.
       01 CLIENTES-TABLA.
          05 CLIENTE-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-CLIENTES
                INDEXED BY IDX-CLI.
             10 TAB-CLI-NUMERO     PIC 9(5).
             10 TAB-CLI-NOMBRE     PIC X(20).
             10 TAB-CLI-APELLIDO1  PIC X(15).
             10 TAB-CLI-APELLIDO2  PIC X(15).
             10 TAB-CLI-DOC-TIPO   PIC X(3).
             10 TAB-CLI-DOC-NUMERO PIC X(18).
       01 TOTAL-CLIENTES PIC 9(4) VALUE 0.

      *> --- Titulares de la cuenta en turno.
       01 TITULARES-TABLA.
          05 TAB-TITULAR PIC 9(5) OCCURS 20 TIMES.
       01 TOTAL-TITULARES PIC 9(2) VALUE 0.
       01 IDX-TIT PIC 9(2) VALUE 0.
       01 CLIENTE-AGREGAR PIC 9(5) VALUE 0.

       01 DEPOSITO-CUENTA PIC 9(11)V99 VALUE ZERO.
       01 PARTE-TITULAR   PIC 9(11)V99 VALUE ZERO.
       01 PARTE-PRIMERO   PIC 9(11)V99 VALUE ZERO.
       01 IMPORTE-ABONAR  PIC 9(11)V99 VALUE ZERO.
       01 SIN-TITULAR-IMPORTE PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-SIN-TITULAR PIC 9(5) VALUE 0.

      *> --- Posición asegurable por cliente, en moneda local.
       01 POSICION-TABLA.
          05 POSICION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-POSICIONES
                INDEXED BY IDX-POS.
             10 TAB-POS-CLIENTE     PIC 9(5).
             10 TAB-POS-SUCURSAL    PIC 9(3).
             10 TAB-POS-CUENTAS     PIC 9(3).
             10 TAB-POS-DEPOSITOS   PIC 9(11)V99.
             10 TAB-POS-CUBIERTO    PIC 9(11)V99.
             10 TAB-POS-DESCUBIERTO PIC 9(11)V99.
       01 TOTAL-POSICIONES PIC 9(4) VALUE 0.

      *> --- Totales por sucursal.
       01 SUCURSALES-TABLA.
          05 SUCURSAL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-SUCURSALES
                INDEXED BY IDX-SUC.
             10 TAB-SUC-CODIGO      PIC 9(3).
             10 TAB-SUC-NOMBRE      PIC X(20).
             10 TAB-SUC-CLIENTES    PIC 9(5).
             10 TAB-SUC-DEPOSITOS   PIC 9(13)V99.
             10 TAB-SUC-CUBIERTO    PIC 9(13)V99.
             10 TAB-SUC-DESCUBIERTO PIC 9(13)V99.
       01 TOTAL-SUCURSALES PIC 9(3) VALUE 0.

       01 SUMA-DEPOSITOS   PIC 9(13)V99 VALUE ZERO.
       01 SUMA-CUBIERTO    PIC 9(13)V99 VALUE ZERO.
       01 SUMA-DESCUBIERTO PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-ENVIADOS   PIC 9(6) VALUE 0.
       01 IMPORTE-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> --- Renglones del reporte.
       01 LINEA-TITULO.
          05 FILLER      PIC X(36)
             VALUE "COBERTURA DEL SEGURO DE DEPOSITOS AL".
          05 FILLER      PIC X(1) VALUE SPACE.
          05 TIT-FECHA   PIC 9(8).
          05 FILLER      PIC X(7) VALUE "  TOPE ".
          05 TIT-TOPE    PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-CLIENTE.
          05 LCL-CLIENTE     PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-NOMBRE      PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-APELLIDO    PIC X(15).
          05 FILLER          PIC X(5) VALUE " SUC ".
          05 LCL-SUCURSAL    PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-CUENTAS     PIC ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-DEPOSITOS   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-CUBIERTO    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LCL-DESCUBIERTO PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-SUCURSAL.
          05 LSU-SUCURSAL    PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LSU-NOMBRE      PIC X(20).
          05 FILLER          PIC X(10) VALUE " CLIENTES ".
          05 LSU-CLIENTES    PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LSU-DEPOSITOS   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LSU-CUBIERTO    PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LSU-DESCUBIERTO PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

            PERFORM LEER-TOPE
            IF TOPE-ASEGURADO = 0
               DISPLAY "SEGURO_DEPOSITOS.CTL NO ENCONTRADO O SIN TOPE, "
                  "NO SE PUEDE CALCULAR LA COBERTURA"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM LEER-ENTIDAD
            PERFORM CARGAR-TIPOS-CAMBIO
            PERFORM CARGAR-CRUCE
            PERFORM CARGAR-FIRMANTES
            PERFORM CARGAR-PLAZOS
            PERFORM CARGAR-CLIENTES
            PERFORM CARGAR-SUCURSALES

            OPEN INPUT CUENTAS-FILE
            IF WS-ESTADO-CUENTAS NOT = '00'
               DISPLAY "CUENTAS.DAT NO ENCONTRADO (ESTADO "
                  WS-ESTADO-CUENTAS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM UNTIL FIN-CTA
               READ CUENTAS-FILE NEXT
                  AT END MOVE 'S' TO EOF-CTA
                  NOT AT END
                     IF STATUS-CUENTA NOT = 'C'
                        PERFORM REPARTIR-CUENTA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUENTAS-FILE

            PERFORM VARYING IDX-POS FROM 1 BY 1
                    UNTIL IDX-POS > TOTAL-POSICIONES
               PERFORM APLICAR-TOPE
            END-PERFORM

            PERFORM GENERAR-EXTRACTO
            PERFORM IMPRIMIR-REPORTE

            DISPLAY "--------------------------------"
            DISPLAY "CLIENTES CON DEPOSITOS: " TOTAL-POSICIONES
            MOVE SUMA-DEPOSITOS TO IMPORTE-EDITADO
            DISPLAY "DEPOSITOS TOTALES:      " IMPORTE-EDITADO
            MOVE SUMA-CUBIERTO TO IMPORTE-EDITADO
            DISPLAY "PARTE CUBIERTA:         " IMPORTE-EDITADO
            MOVE SUMA-DESCUBIERTO TO IMPORTE-EDITADO
            DISPLAY "PARTE DESCUBIERTA:      " IMPORTE-EDITADO
            IF TOTAL-SIN-TITULAR > 0
               MOVE SIN-TITULAR-IMPORTE TO IMPORTE-EDITADO
               DISPLAY "CUENTAS SIN TITULAR:    " TOTAL-SIN-TITULAR
                  " POR " IMPORTE-EDITADO
            END-IF
            IF TOTAL-SIN-TIPO-CAMBIO > 0
               DISPLAY "CUENTAS SIN TIPO DE CAMBIO (A 1): "
                  TOTAL-SIN-TIPO-CAMBIO
            END-IF
            DISPLAY "ARCHIVO EN SEGURO_DEPOSITOS.DAT"
            DISPLAY "--------------------------------"

            GOBACK.

      *---- Depósito de la cuenta en turno (saldo acreedor más
      *---- plazos vigentes, en moneda local) repartido por partes
      *---- iguales entre sus titulares; el centavo que sobra del
      *---- reparto se queda con el primero.
        REPARTIR-CUENTA.
           IF SALDO > 0
              MOVE SALDO TO DEPOSITO-CUENTA
           ELSE
              MOVE ZERO TO DEPOSITO-CUENTA
           END-IF
           PERFORM VARYING IDX-PFJ FROM 1 BY 1
                   UNTIL IDX-PFJ > TOTAL-PLAZOS
              IF TAB-PFJ-CUENTA(IDX-PFJ) = NUMERO-CUENTA
                 ADD TAB-PFJ-CAPITAL(IDX-PFJ) TO DEPOSITO-CUENTA
              END-IF
           END-PERFORM
           IF DEPOSITO-CUENTA = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVER-TIPO-CAMBIO
           COMPUTE DEPOSITO-CUENTA ROUNDED
              = DEPOSITO-CUENTA * TIPO-CAMBIO-CUENTA
           PERFORM JUNTAR-TITULARES
           IF TOTAL-TITULARES = 0
              ADD 1 TO TOTAL-SIN-TITULAR
              ADD DEPOSITO-CUENTA TO SIN-TITULAR-IMPORTE
              DISPLAY "CUENTA " NUMERO-CUENTA " SIN TITULAR, FUERA "
                 "DE LA COBERTURA POR CLIENTE"
              EXIT PARAGRAPH
           END-IF
           DIVIDE DEPOSITO-CUENTA BY TOTAL-TITULARES
              GIVING PARTE-TITULAR
           COMPUTE PARTE-PRIMERO = DEPOSITO-CUENTA
              - PARTE-TITULAR * (TOTAL-TITULARES - 1)
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > TOTAL-TITULARES
              IF IDX-TIT = 1
                 MOVE PARTE-PRIMERO TO IMPORTE-ABONAR
              ELSE
                 MOVE PARTE-TITULAR TO IMPORTE-ABONAR
              END-IF
              PERFORM ABONAR-POSICION
           END-PERFORM.

      *---- Tipo de cambio de la moneda de la cuenta; la moneda
      *---- local y las que no están en TIPOS_CAMBIO.CTL van a 1.
        RESOLVER-TIPO-CAMBIO.
           MOVE 1 TO TIPO-CAMBIO-CUENTA
           IF CUENTA-MONEDA = SPACES OR CUENTA-MONEDA = LOW-VALUES
                 OR CUENTA-MONEDA = "MXN"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TCA FROM 1 BY 1
                   UNTIL IDX-TCA > TOTAL-TIPOS-CAMBIO
              IF TAB-TCA-CODIGO(IDX-TCA) = CUENTA-MONEDA
                 MOVE TAB-TCA-TIPO(IDX-TCA) TO TIPO-CAMBIO-CUENTA
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO TOTAL-SIN-TIPO-CAMBIO
           DISPLAY "CUENTA " NUMERO-CUENTA " EN " CUENTA-MONEDA
              " SIN TIPO DE CAMBIO, SE TOMA A 1".

      *---- Titulares de la cuenta: los del cruce, más titulares y
      *---- cotitulares de FIRMANTES.DAT, sin repetir; si no hay
      *---- ninguno, el cliente ligado en el maestro.
        JUNTAR-TITULARES.
           MOVE 0 TO TOTAL-TITULARES
           PERFORM VARYING IDX-XRF FROM 1 BY 1
                   UNTIL IDX-XRF > TOTAL-XREF
              IF TAB-XRF-CUENTA(IDX-XRF) = NUMERO-CUENTA
                 MOVE TAB-XRF-CLIENTE(IDX-XRF) TO CLIENTE-AGREGAR
                 PERFORM AGREGAR-TITULAR
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-FIR FROM 1 BY 1
                   UNTIL IDX-FIR > TOTAL-FIRMANTES
              IF TAB-FIR-CUENTA(IDX-FIR) = NUMERO-CUENTA
                 MOVE TAB-FIR-CLIENTE(IDX-FIR) TO CLIENTE-AGREGAR
                 PERFORM AGREGAR-TITULAR
              END-IF
           END-PERFORM
           IF TOTAL-TITULARES = 0 AND CUENTA-CLIENTE NUMERIC
                 AND CUENTA-CLIENTE > 0
              MOVE CUENTA-CLIENTE TO CLIENTE-AGREGAR
              PERFORM AGREGAR-TITULAR
           END-IF.

        AGREGAR-TITULAR.
           IF CLIENTE-AGREGAR = 0 OR TOTAL-TITULARES >= 20
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > TOTAL-TITULARES
              IF TAB-TITULAR(IDX-TIT) = CLIENTE-AGREGAR
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO TOTAL-TITULARES
           MOVE CLIENTE-AGREGAR TO TAB-TITULAR(TOTAL-TITULARES).

      *---- Suma la parte del titular IDX-TIT a su posición; un
      *---- cliente nuevo toma como sucursal la de esta cuenta.
        ABONAR-POSICION.
           PERFORM VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > TOTAL-POSICIONES
              IF TAB-POS-CLIENTE(IDX-POS) = TAB-TITULAR(IDX-TIT)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-POS > TOTAL-POSICIONES
              IF TOTAL-POSICIONES >= 9999
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-POSICIONES
              SET IDX-POS TO TOTAL-POSICIONES
              MOVE TAB-TITULAR(IDX-TIT) TO TAB-POS-CLIENTE(IDX-POS)
              MOVE CUENTA-SUCURSAL TO TAB-POS-SUCURSAL(IDX-POS)
              MOVE 0 TO TAB-POS-CUENTAS(IDX-POS)
              MOVE ZERO TO TAB-POS-DEPOSITOS(IDX-POS)
              MOVE ZERO TO TAB-POS-CUBIERTO(IDX-POS)
              MOVE ZERO TO TAB-POS-DESCUBIERTO(IDX-POS)
           END-IF
           ADD 1 TO TAB-POS-CUENTAS(IDX-POS)
           ADD IMPORTE-ABONAR TO TAB-POS-DEPOSITOS(IDX-POS).

      *---- Separa la parte cubierta por el tope de la descubierta
      *---- y acumula los totales de la sucursal del cliente.
        APLICAR-TOPE.
           IF TAB-POS-DEPOSITOS(IDX-POS) > TOPE-ASEGURADO
              MOVE TOPE-ASEGURADO TO TAB-POS-CUBIERTO(IDX-POS)
              COMPUTE TAB-POS-DESCUBIERTO(IDX-POS)
                 = TAB-POS-DEPOSITOS(IDX-POS) - TOPE-ASEGURADO
           ELSE
              MOVE TAB-POS-DEPOSITOS(IDX-POS)
                TO TAB-POS-CUBIERTO(IDX-POS)
              MOVE ZERO TO TAB-POS-DESCUBIERTO(IDX-POS)
           END-IF
           ADD TAB-POS-DEPOSITOS(IDX-POS) TO SUMA-DEPOSITOS
           ADD TAB-POS-CUBIERTO(IDX-POS) TO SUMA-CUBIERTO
           ADD TAB-POS-DESCUBIERTO(IDX-POS) TO SUMA-DESCUBIERTO
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              IF TAB-SUC-CODIGO(IDX-SUC) = TAB-POS-SUCURSAL(IDX-POS)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IDX-SUC > TOTAL-SUCURSALES
              IF TOTAL-SUCURSALES >= 999
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOTAL-SUCURSALES
              SET IDX-SUC TO TOTAL-SUCURSALES
              MOVE TAB-POS-SUCURSAL(IDX-POS) TO TAB-SUC-CODIGO(IDX-SUC)
              MOVE "SIN CATALOGO" TO TAB-SUC-NOMBRE(IDX-SUC)
              MOVE 0 TO TAB-SUC-CLIENTES(IDX-SUC)
              MOVE ZERO TO TAB-SUC-DEPOSITOS(IDX-SUC)
              MOVE ZERO TO TAB-SUC-CUBIERTO(IDX-SUC)
              MOVE ZERO TO TAB-SUC-DESCUBIERTO(IDX-SUC)
           END-IF
           ADD 1 TO TAB-SUC-CLIENTES(IDX-SUC)
           ADD TAB-POS-DEPOSITOS(IDX-POS) TO TAB-SUC-DEPOSITOS(IDX-SUC)
           ADD TAB-POS-CUBIERTO(IDX-POS) TO TAB-SUC-CUBIERTO(IDX-SUC)
           ADD TAB-POS-DESCUBIERTO(IDX-POS)
             TO TAB-SUC-DESCUBIERTO(IDX-SUC).

      *---- Arma SEGURO_DEPOSITOS.DAT: encabezado con la entidad, la
      *---- fecha de corte y el tope, un detalle por cliente y cola
      *---- con conteo e importes.
        GENERAR-EXTRACTO.
           OPEN OUTPUT SALIDA-FILE
           IF WS-ESTADO-SALIDA NOT = '00'
              DISPLAY "NO SE PUDO ABRIR SEGURO_DEPOSITOS.DAT "
                 "(ESTADO " WS-ESTADO-SALIDA ")"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SAL-ENCABEZADO
           MOVE 'H' TO SAL-ENC-TIPO
           MOVE CLAVE-ENTIDAD TO SAL-ENC-ENTIDAD
           MOVE WS-FECHA-HOY TO SAL-ENC-FECHA
           MOVE TOPE-ASEGURADO TO SAL-ENC-TOPE
           WRITE SAL-ENCABEZADO
           PERFORM VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > TOTAL-POSICIONES
              MOVE SPACES TO SAL-DETALLE
              MOVE 'D' TO SAL-TIPO
              MOVE TAB-POS-CLIENTE(IDX-POS) TO SAL-CLIENTE
              PERFORM BUSCAR-CLIENTE
              IF IDX-CLI <= TOTAL-CLIENTES
                 MOVE TAB-CLI-DOC-TIPO(IDX-CLI) TO SAL-DOC-TIPO
                 MOVE TAB-CLI-DOC-NUMERO(IDX-CLI) TO SAL-DOC-NUMERO
                 MOVE TAB-CLI-APELLIDO1(IDX-CLI) TO SAL-APELLIDO1
                 MOVE TAB-CLI-APELLIDO2(IDX-CLI) TO SAL-APELLIDO2
                 MOVE TAB-CLI-NOMBRE(IDX-CLI) TO SAL-NOMBRE
              END-IF
              MOVE TAB-POS-SUCURSAL(IDX-POS) TO SAL-SUCURSAL
              MOVE TAB-POS-CUENTAS(IDX-POS) TO SAL-CUENTAS
              MOVE TAB-POS-DEPOSITOS(IDX-POS) TO SAL-DEPOSITOS
              MOVE TAB-POS-CUBIERTO(IDX-POS) TO SAL-CUBIERTO
              MOVE TAB-POS-DESCUBIERTO(IDX-POS) TO SAL-DESCUBIERTO
              WRITE SAL-DETALLE
              ADD 1 TO TOTAL-ENVIADOS
           END-PERFORM
           MOVE SPACES TO SAL-COLA
           MOVE 'T' TO SAL-COLA-TIPO
           MOVE TOTAL-ENVIADOS TO SAL-COLA-REGISTROS
           MOVE SUMA-DEPOSITOS TO SAL-COLA-DEPOSITOS
           MOVE SUMA-CUBIERTO TO SAL-COLA-CUBIERTO
           MOVE SUMA-DESCUBIERTO TO SAL-COLA-DESCUBIERTO
           WRITE SAL-COLA
           CLOSE SALIDA-FILE.

      *---- Reporte: un renglón por cliente y los totales por
      *---- sucursal y generales.
        IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           IF WS-ESTADO-REPORTE NOT = '00'
              DISPLAY "NO SE PUDO ABRIR SEGURO_DEPOSITOS.RPT "
                 "(ESTADO " WS-ESTADO-REPORTE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY TO TIT-FECHA
           MOVE TOPE-ASEGURADO TO TIT-TOPE
           WRITE LINEA-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "CLIENTE NOMBRE               APELLIDO        SUCURSAL"
             TO LINEA-REPORTE
           MOVE "CTAS      DEPOSITOS       CUBIERTO    DESCUBIERTO"
             TO LINEA-REPORTE(55:46)
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > TOTAL-POSICIONES
              MOVE SPACES TO LCL-NOMBRE
              MOVE SPACES TO LCL-APELLIDO
              MOVE TAB-POS-CLIENTE(IDX-POS) TO LCL-CLIENTE
              PERFORM BUSCAR-CLIENTE
              IF IDX-CLI <= TOTAL-CLIENTES
                 MOVE TAB-CLI-NOMBRE(IDX-CLI) TO LCL-NOMBRE
                 MOVE TAB-CLI-APELLIDO1(IDX-CLI) TO LCL-APELLIDO
              END-IF
              MOVE TAB-POS-SUCURSAL(IDX-POS) TO LCL-SUCURSAL
              MOVE TAB-POS-CUENTAS(IDX-POS) TO LCL-CUENTAS
              MOVE TAB-POS-DEPOSITOS(IDX-POS) TO LCL-DEPOSITOS
              MOVE TAB-POS-CUBIERTO(IDX-POS) TO LCL-CUBIERTO
              MOVE TAB-POS-DESCUBIERTO(IDX-POS) TO LCL-DESCUBIERTO
              WRITE LINEA-REPORTE FROM LINEA-CLIENTE
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TOTALES POR SUCURSAL" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > TOTAL-SUCURSALES
              MOVE TAB-SUC-CODIGO(IDX-SUC) TO LSU-SUCURSAL
              MOVE TAB-SUC-NOMBRE(IDX-SUC) TO LSU-NOMBRE
              MOVE TAB-SUC-CLIENTES(IDX-SUC) TO LSU-CLIENTES
              MOVE TAB-SUC-DEPOSITOS(IDX-SUC) TO LSU-DEPOSITOS
              MOVE TAB-SUC-CUBIERTO(IDX-SUC) TO LSU-CUBIERTO
              MOVE TAB-SUC-DESCUBIERTO(IDX-SUC) TO LSU-DESCUBIERTO
              WRITE LINEA-REPORTE FROM LINEA-SUCURSAL
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 0 TO LSU-SUCURSAL
           MOVE "TOTAL GENERAL" TO LSU-NOMBRE
           MOVE TOTAL-POSICIONES TO LSU-CLIENTES
           MOVE SUMA-DEPOSITOS TO LSU-DEPOSITOS
           MOVE SUMA-CUBIERTO TO LSU-CUBIERTO
           MOVE SUMA-DESCUBIERTO TO LSU-DESCUBIERTO
           WRITE LINEA-REPORTE FROM LINEA-SUCURSAL
           CLOSE REPORTE-FILE.

      *---- Deja IDX-CLI en el cliente de la posición IDX-POS; si no
      *---- está en el padrón queda más allá del último renglón.
        BUSCAR-CLIENTE.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > TOTAL-CLIENTES
              IF TAB-CLI-NUMERO(IDX-CLI) = TAB-POS-CLIENTE(IDX-POS)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        LEER-TOPE.
           OPEN INPUT CONTROL-FILE
           IF WS-ESTADO-CONTROL NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
              NOT AT END
                 IF CTL-TOPE NUMERIC
                    MOVE CTL-TOPE TO TOPE-ASEGURADO
                 END-IF
           END-READ
           CLOSE CONTROL-FILE.

        LEER-ENTIDAD.
           OPEN INPUT ENTIDAD-FILE
           IF WS-ESTADO-ENTIDAD NOT = '00'
              DISPLAY "REGULADOR_ENTIDAD.CTL NO ENCONTRADO, CLAVE DE "
                 "ENTIDAD EN BLANCO"
              EXIT PARAGRAPH
           END-IF
           READ ENTIDAD-FILE
              NOT AT END
                 MOVE ENT-CLAVE TO CLAVE-ENTIDAD
           END-READ
           CLOSE ENTIDAD-FILE.

      *---- Carga TIPOS_CAMBIO.CTL a memoria.
        CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPOS-CAMBIO-FILE
           IF WS-ESTADO-TIPOS-CAMBIO NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-TCA
              READ TIPOS-CAMBIO-FILE
                 AT END MOVE 'S' TO EOF-TCA
                 NOT AT END
                    IF TCA-CODIGO NOT = SPACES
                          AND TCA-TIPO-CAMBIO NUMERIC
                          AND TCA-TIPO-CAMBIO > 0
                          AND TOTAL-TIPOS-CAMBIO < 99
                       ADD 1 TO TOTAL-TIPOS-CAMBIO
                       MOVE TCA-CODIGO
                         TO TAB-TCA-CODIGO(TOTAL-TIPOS-CAMBIO)
                       MOVE TCA-TIPO-CAMBIO
                         TO TAB-TCA-TIPO(TOTAL-TIPOS-CAMBIO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIPOS-CAMBIO-FILE.

        CARGAR-CRUCE.
           OPEN INPUT XREF-FILE
           IF WS-ESTADO-XREF NOT = '00'
              DISPLAY "CLIENTES_CUENTAS.DAT NO ENCONTRADO (ESTADO "
                 WS-ESTADO-XREF "), CRUCE VACIO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-XRF
              READ XREF-FILE
                 AT END MOVE 'S' TO EOF-XRF
                 NOT AT END
                    IF XRF-CLIENTE NUMERIC AND XRF-CUENTA NUMERIC
                          AND TOTAL-XREF < 99999
                       ADD 1 TO TOTAL-XREF
                       MOVE XRF-CLIENTE TO TAB-XRF-CLIENTE(TOTAL-XREF)
                       MOVE XRF-CUENTA TO TAB-XRF-CUENTA(TOTAL-XREF)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *---- Sólo titulares y cotitulares; los firmantes no son
      *---- dueños del depósito.
        CARGAR-FIRMANTES.
           OPEN INPUT FIRMANTES-FILE
           IF WS-ESTADO-FIRMANTES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-FIR
              READ FIRMANTES-FILE
                 AT END MOVE 'S' TO EOF-FIR
                 NOT AT END
                    IF FIR-CUENTA NUMERIC AND FIR-CLIENTE NUMERIC
                          AND (FIR-ROL = 'T' OR FIR-ROL = 'C')
                          AND TOTAL-FIRMANTES < 99999
                       ADD 1 TO TOTAL-FIRMANTES
                       MOVE FIR-CUENTA
                         TO TAB-FIR-CUENTA(TOTAL-FIRMANTES)
                       MOVE FIR-CLIENTE
                         TO TAB-FIR-CLIENTE(TOTAL-FIRMANTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FIRMANTES-FILE.

      *---- Capital de los plazos vigentes, acumulado por cuenta.
        CARGAR-PLAZOS.
           OPEN INPUT PLAZOS-FILE
           IF WS-ESTADO-PLAZOS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-PFJ
              READ PLAZOS-FILE
                 AT END MOVE 'S' TO EOF-PFJ
                 NOT AT END
                    IF PFJ-ESTADO = 'V' AND PFJ-CAPITAL NUMERIC
                       PERFORM ACUMULAR-PLAZO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLAZOS-FILE.

        ACUMULAR-PLAZO.
           PERFORM VARYING IDX-PFJ FROM 1 BY 1
                   UNTIL IDX-PFJ > TOTAL-PLAZOS
              IF TAB-PFJ-CUENTA(IDX-PFJ) = PFJ-CUENTA
                 ADD PFJ-CAPITAL TO TAB-PFJ-CAPITAL(IDX-PFJ)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF TOTAL-PLAZOS >= 9999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-PLAZOS
           MOVE PFJ-CUENTA TO TAB-PFJ-CUENTA(TOTAL-PLAZOS)
           MOVE PFJ-CAPITAL TO TAB-PFJ-CAPITAL(TOTAL-PLAZOS).

        CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-CLIENTES NOT = '00'
              DISPLAY "clientes.txt NO ENCONTRADO, CLIENTES SIN "
                 "IDENTIDAD"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-CLI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-CLI
                 NOT AT END
                    IF CLI-NUMERO NUMERIC AND TOTAL-CLIENTES < 9999
                       ADD 1 TO TOTAL-CLIENTES
                       MOVE CLI-NUMERO
                         TO TAB-CLI-NUMERO(TOTAL-CLIENTES)
                       MOVE CLI-NOMBRE
                         TO TAB-CLI-NOMBRE(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO1
                         TO TAB-CLI-APELLIDO1(TOTAL-CLIENTES)
                       MOVE CLI-APELLIDO2
                         TO TAB-CLI-APELLIDO2(TOTAL-CLIENTES)
                       MOVE CLI-DOC-TIPO
                         TO TAB-CLI-DOC-TIPO(TOTAL-CLIENTES)
                       MOVE CLI-DOC-NUMERO
                         TO TAB-CLI-DOC-NUMERO(TOTAL-CLIENTES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

      *---- Catálogo de sucursales para los nombres del total.
        CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE
           IF WS-ESTADO-SUCURSALES NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-SUC
              READ SUCURSALES-FILE
                 AT END MOVE 'S' TO EOF-SUC
                 NOT AT END
                    IF SUC-CODIGO NUMERIC AND TOTAL-SUCURSALES < 999
                       ADD 1 TO TOTAL-SUCURSALES
                       MOVE SUC-CODIGO
                         TO TAB-SUC-CODIGO(TOTAL-SUCURSALES)
                       MOVE SUC-NOMBRE
                         TO TAB-SUC-NOMBRE(TOTAL-SUCURSALES)
                       MOVE 0 TO TAB-SUC-CLIENTES(TOTAL-SUCURSALES)
                       MOVE ZERO TO TAB-SUC-DEPOSITOS(TOTAL-SUCURSALES)
                       MOVE ZERO TO TAB-SUC-CUBIERTO(TOTAL-SUCURSALES)
                       MOVE ZERO
                         TO TAB-SUC-DESCUBIERTO(TOTAL-SUCURSALES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUCURSALES-FILE.
