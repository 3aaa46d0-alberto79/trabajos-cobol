       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-PRUEBAS.

      *> --- Copia enmascarada de los archivos de producción para
      *> pruebas y para capacitar cajeros en PROYECTO1, en lugar de
      *> llevarse a una laptop clientes.txt, CUENTAS.DAT y
      *> EMPLEADOS.DAT con nombres, documentos, teléfonos y salarios
      *> reales. Con visto bueno de supervisor, escribe el juego de
      *> prueba en un directorio aparte (PRUEBAS si no se indica
      *> otro, que ya debe existir) con los mismos nombres de
      *> archivo, para que la cadena nocturna corra sobre la copia:
      *>   - Nombres, apellidos, teléfonos, direcciones y
      *>     CLI-DOC-NUMERO de clientes.txt, el titular de
      *>     CUENTAS.DAT y de CUENTAS_HIST.DAT, EMP-NOMBRE, los
      *>     nombres de ejecutivos, beneficiarios y operadores se
      *>     cambian por valores ficticios; la cuenta lleva el nombre
      *>     ficticio de su cliente, igual que en el padrón. La clave
      *>     de cada operador queda igual a su ID, recién cambiada.
      *>   - Saldos y salarios se mueven entre -10% y +10% con un
      *>     factor que depende de la llave y de una semilla tomada
      *>     del reloj que no se guarda: la misma cuenta o el mismo
      *>     empleado llevan el mismo factor en todos sus archivos
      *>     (saldo vivo y fotos diarias, salario e historial), un
      *>     saldo negativo nunca crece hacia su límite de sobregiro
      *>     y la copia no deja reconstruir el dato real.
      *>   - Ninguna llave cambia (cuenta, cliente, empleado,
      *>     referencia, folio), así que los dígitos verificadores y
      *>     los cruces siguen valiendo; los archivos que sólo llevan
      *>     llaves e importes de operación (CLIENTES_CUENTAS.DAT,
      *>     FIRMANTES.DAT, PRESTAMOS.DAT, MOVIMIENTOS_HIST.DAT y el
      *>     resto de la tabla interna, más los que liste
      *>     EXTRACTO_PRUEBAS.CTL) se copian tal cual.
      *> La corrida queda en AUDITORIA.LOG y en EXTRACTO_PRUEBAS.TXT
      *> dentro del directorio destino.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO 'clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT CUENTAS-FILE ASSIGN TO 'CUENTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-CUENTA
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT CUENTAS-PRUEBA-FILE ASSIGN TO DYNAMIC
                  WS-NOMBRE-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRU-NUMERO
               FILE STATUS IS WS-ESTADO-DESTINO.
           SELECT HIST-FILE ASSIGN TO 'CUENTAS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT EMPLEADOS-FILE ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT SALARIOS-HIST-FILE ASSIGN TO 'SALARIOS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT EJECUTIVOS-FILE ASSIGN TO 'EJECUTIVOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT BENEFICIARIOS-FILE ASSIGN TO 'BENEFICIARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT MOVS-HIST-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT MOVS-HIST-PRUEBA-FILE ASSIGN TO DYNAMIC
                  WS-NOMBRE-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMH-REFERENCIA
               FILE STATUS IS WS-ESTADO-DESTINO.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT RETENCIONES-PRUEBA-FILE ASSIGN TO DYNAMIC
                  WS-NOMBRE-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRT-LLAVE
               FILE STATUS IS WS-ESTADO-DESTINO.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT CHEQUES-PRUEBA-FILE ASSIGN TO DYNAMIC
                  WS-NOMBRE-DESTINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCH-LLAVE
               FILE STATUS IS WS-ESTADO-DESTINO.
           SELECT ORIGEN-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT SALIDA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DESTINO.
           SELECT LISTA-FILE ASSIGN TO 'EXTRACTO_PRUEBAS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
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

       FD CUENTAS-PRUEBA-FILE.
           COPY CUENTAREG
               REPLACING ==CUENTA-REG==       BY ==PRU-REG==
                         ==NUMERO-CUENTA==    BY ==PRU-NUMERO==
                         ==NOMBRE==           BY ==PRU-NOMBRE==
                         ==SALDO==            BY ==PRU-SALDO==
                         ==STATUS-CUENTA==    BY ==PRU-STATUS==
                         ==CUENTA-ACTIVA==    BY ==PRU-ACTIVA==
                         ==CUENTA-CERRADA==   BY ==PRU-CERRADA==
                         ==LIMITE-SOBREGIRO== BY ==PRU-LIMITE==
                         ==TIPO-CUENTA==      BY ==PRU-TIPO==
                         ==CUENTA-AHORROS==   BY ==PRU-AHORROS==
                         ==CUENTA-CORRIENTE== BY ==PRU-CORRIENTE==
                         ==CUENTA-CLIENTE==   BY ==PRU-CLIENTE==
                         ==CUENTA-SUCURSAL==  BY ==PRU-SUCURSAL==
                         ==CUENTA-MONEDA==    BY ==PRU-MONEDA==
                         ==CUENTA-INACTIVA==  BY ==PRU-INACTIVA==
                         ==CUENTA-ULTIMO-MOVTO== BY
                                             ==PRU-ULTIMO-MOVTO==.

      *---- Misma foto diaria que graba BATCH-BANCO.
       FD HIST-FILE.
       01 HIST-REG.
           05 HIST-FECHA   PIC 9(8).
           05 HIST-NUMERO  PIC 9(6).
           05 HIST-NOMBRE  PIC X(20).
           05 HIST-SALDO   PIC S9(6)V99.
           05 HIST-STATUS  PIC X(1).

       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.

      *---- Mismo rastro de cambios de salario que deja
      *---- MANTENIMIENTO-EMPLEADOS.
       FD SALARIOS-HIST-FILE.
       01 SALARIO-HIST-REG.
           05 SHX-FECHA            PIC 9(8).
           05 SHX-NUMERO           PIC 9(4).
           05 SHX-SALARIO-ANTERIOR PIC 9(5)V99.
           05 SHX-SALARIO-NUEVO    PIC 9(5)V99.

       FD EJECUTIVOS-FILE.
           COPY EJECUTIVOREG.

       FD BENEFICIARIOS-FILE.
           COPY BENEFICIARIOREG.

       FD OPERADORES-FILE.
       01 OPERADOR-REG.
           05 OPR-ID          PIC X(8).
           05 OPR-NOMBRE      PIC X(20).
           05 OPR-ACTIVO      PIC X(1).
           05 OPR-SUPERVISOR  PIC X(1).
           05 OPR-ROL         PIC X(1).
           05 OPR-CLAVE       PIC X(8).
           05 OPR-CLAVE-FECHA PIC 9(8).
           05 OPR-INTENTOS    PIC 9(1).
           05 OPR-BLOQUEADO   PIC X(1).

       FD MOVS-HIST-FILE.
           COPY ARCHMOVREG.

       FD MOVS-HIST-PRUEBA-FILE.
           COPY ARCHMOVREG
               REPLACING ==ARCHIVO-MOV-REG==     BY ==PMH-REG==
                         ==ARCH-REFERENCIA==     BY ==PMH-REFERENCIA==
                         ==ARCH-CUENTA==         BY ==PMH-CUENTA==
                         ==ARCH-OPERACION==      BY ==PMH-OPERACION==
                         ==ARCH-IMPORTE==        BY ==PMH-IMPORTE==
                         ==ARCH-CUENTA-DESTINO== BY ==PMH-DESTINO==
                         ==ARCH-FECHA==          BY ==PMH-FECHA==
                         ==ARCH-REF-ORIGINAL==   BY ==PMH-ORIGINAL==
                         ==ARCH-SUCURSAL==       BY ==PMH-SUCURSAL==
                         ==ARCH-CHEQUE==         BY ==PMH-CHEQUE==
                         ==ARCH-MONEDA==         BY ==PMH-MONEDA==
                         ==ARCH-REVERSADA==      BY ==PMH-REVERSADA==.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD RETENCIONES-PRUEBA-FILE.
           COPY RETENCIONREG
               REPLACING ==RETENCION-REG== BY ==PRT-REG==
                         ==RET-LLAVE==     BY ==PRT-LLAVE==
                         ==RET-CUENTA==    BY ==PRT-CUENTA==
                         ==RET-MOTIVO==    BY ==PRT-MOTIVO==
                         ==RET-IMPORTE==   BY ==PRT-IMPORTE==
                         ==RET-BLOQUEO==   BY ==PRT-BLOQUEO==
                         ==RET-FECHA==     BY ==PRT-FECHA==.

       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       FD CHEQUES-PRUEBA-FILE.
           COPY CHEQUEREG
               REPLACING ==CHEQUE-REG== BY ==PCH-REG==
                         ==CHQ-LLAVE==  BY ==PCH-LLAVE==
                         ==CHQ-CUENTA== BY ==PCH-CUENTA==
                         ==CHQ-NUMERO== BY ==PCH-NUMERO==
                         ==CHQ-ESTADO== BY ==PCH-ESTADO==.

      *---- Cualquier archivo secuencial que se copia tal cual.
       FD ORIGEN-FILE.
       01 ORIGEN-REG PIC X(512).

       FD SALIDA-FILE.
       01 SALIDA-REG PIC X(512).

      *---- Archivos adicionales que se copian tal cual, uno por
      *---- renglón.
       FD LISTA-FILE.
       01 LISTA-REG.
           05 LIS-ARCHIVO PIC X(30).

       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD SECUENCIA-FILE.
       01 SECUENCIA-REG.
           05 CTL-ULTIMA-SECUENCIA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ORIGEN     PIC X(2).
       01 WS-ESTADO-DESTINO    PIC X(2).
       01 WS-ESTADO-OPERADORES PIC X(2).
       01 WS-ESTADO-LISTA      PIC X(2).
       01 WS-ESTADO-AUDITORIA  PIC X(2).
       01 WS-ESTADO-SECUENCIA  PIC X(2).
       01 WS-NOMBRE-ORIGEN  PIC X(30) VALUE SPACES.
       01 WS-NOMBRE-DESTINO PIC X(80) VALUE SPACES.

       01 EOF-ORI PIC X VALUE 'N'.
          88 FIN-ORI VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.
       01 EOF-LIS PIC X VALUE 'N'.
          88 FIN-LIS VALUE 'S'.

       01 WS-FECHA-HOY PIC 9(8).
       01 WS-HORA-HOY  PIC 9(8).

       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
       01 DIRECTORIO-DESTINO PIC X(40) VALUE SPACES.
       01 SECUENCIA-AUDITORIA PIC 9(8) VALUE ZERO.

      *> --- Nombres ficticios: el nombre, el primer y el segundo
      *> apellido salen de los residuos de la llave entre 20, de
      *> modo que la misma llave da siempre el mismo nombre y
      *> llaves distintas casi nunca repiten.
       01 NOMBRES-VAL.
          05 FILLER PIC X(12) VALUE "ALBERTO".
          05 FILLER PIC X(12) VALUE "BEATRIZ".
          05 FILLER PIC X(12) VALUE "CARLOS".
          05 FILLER PIC X(12) VALUE "DIANA".
          05 FILLER PIC X(12) VALUE "EDUARDO".
          05 FILLER PIC X(12) VALUE "FERNANDA".
          05 FILLER PIC X(12) VALUE "GABRIEL".
          05 FILLER PIC X(12) VALUE "HILDA".
          05 FILLER PIC X(12) VALUE "IGNACIO".
          05 FILLER PIC X(12) VALUE "JULIETA".
          05 FILLER PIC X(12) VALUE "LEONARDO".
          05 FILLER PIC X(12) VALUE "MARISOL".
          05 FILLER PIC X(12) VALUE "NICOLAS".
          05 FILLER PIC X(12) VALUE "OLGA".
          05 FILLER PIC X(12) VALUE "PATRICIO".
          05 FILLER PIC X(12) VALUE "ROSARIO".
          05 FILLER PIC X(12) VALUE "SERGIO".
          05 FILLER PIC X(12) VALUE "TERESA".
          05 FILLER PIC X(12) VALUE "VICENTE".
          05 FILLER PIC X(12) VALUE "YOLANDA".
       01 NOMBRES-TABLA REDEFINES NOMBRES-VAL.
          05 TAB-NOMBRE-FALSO PIC X(12) OCCURS 20 TIMES.
       01 APELLIDOS-VAL.
          05 FILLER PIC X(12) VALUE "ARENAS".
          05 FILLER PIC X(12) VALUE "BARRIOS".
          05 FILLER PIC X(12) VALUE "CAMPOS".
          05 FILLER PIC X(12) VALUE "DUARTE".
          05 FILLER PIC X(12) VALUE "ESPINO".
          05 FILLER PIC X(12) VALUE "FUENTES".
          05 FILLER PIC X(12) VALUE "GALINDO".
          05 FILLER PIC X(12) VALUE "HERRERA".
          05 FILLER PIC X(12) VALUE "IBARRA".
          05 FILLER PIC X(12) VALUE "JUAREZ".
          05 FILLER PIC X(12) VALUE "LAGOS".
          05 FILLER PIC X(12) VALUE "MONTES".
          05 FILLER PIC X(12) VALUE "NAVA".
          05 FILLER PIC X(12) VALUE "OROZCO".
          05 FILLER PIC X(12) VALUE "PALACIOS".
          05 FILLER PIC X(12) VALUE "QUINTERO".
          05 FILLER PIC X(12) VALUE "RIVAS".
          05 FILLER PIC X(12) VALUE "SOLIS".
          05 FILLER PIC X(12) VALUE "TREJO".
          05 FILLER PIC X(12) VALUE "VEGA".
       01 APELLIDOS-TABLA REDEFINES APELLIDOS-VAL.
          05 TAB-APELLIDO-FALSO PIC X(12) OCCURS 20 TIMES.

       01 CLAVE-NOMBRE PIC 9(9) VALUE ZERO.
       01 COCIENTE-NOMBRE PIC 9(9) VALUE ZERO.
       01 RESTO-NOMBRE PIC 9(2) VALUE ZERO.
       01 NF-NOMBRE    PIC X(12) VALUE SPACES.
       01 NF-APELLIDO1 PIC X(12) VALUE SPACES.
       01 NF-APELLIDO2 PIC X(12) VALUE SPACES.
       01 NF-COMPLETO  PIC X(40) VALUE SPACES.
       01 NF-TELEFONO.
          05 FILLER     PIC X(3) VALUE "555".
          05 NFT-NUMERO PIC 9(7).
       01 NF-DOCUMENTO.
          05 FILLER     PIC X(6) VALUE "PRUEBA".
          05 NFD-NUMERO PIC 9(9).
       01 NF-DIRECCION.
          05 FILLER     PIC X(16) VALUE "CALLE DE PRUEBA ".
          05 NFR-NUMERO PIC 9(5).

      *> --- Factor de ajuste de importes, de 0.90 a 1.10 según la
      *> llave y la semilla de la corrida.
       01 SEMILLA PIC 9(8) VALUE ZERO.
       01 CLAVE-AJUSTE PIC 9(9) VALUE ZERO.
       01 PRODUCTO-AJUSTE PIC 9(15) VALUE ZERO.
       01 COCIENTE-AJUSTE PIC 9(15) VALUE ZERO.
       01 RESTO-AJUSTE PIC 9(2) VALUE ZERO.
       01 FACTOR-AJUSTE PIC 9V99 VALUE 1.
       01 FACTOR-MENOR  PIC 9V99 VALUE 1.

      *> --- Cuentas del maestro con su cliente, para darle a cada
      *> foto de CUENTAS_HIST.DAT el nombre ficticio de su titular.
       01 CUENTAS-TABLA.
          05 CUENTA-RENGLON OCCURS 1 TO 99999 TIMES
                DEPENDING ON TOTAL-CUENTAS
                ASCENDING KEY IS TAB-CTA-NUMERO
                INDEXED BY IDX-CTA.
             10 TAB-CTA-NUMERO  PIC 9(6).
             10 TAB-CTA-CLIENTE PIC 9(5).
       01 TOTAL-CUENTAS PIC 9(5) VALUE 0.

      *> --- Archivos que se copian tal cual: la tabla interna con
      *> los satélites y controles que la cadena nocturna lee, más
      *> los que agregue EXTRACTO_PRUEBAS.CTL.
       01 COPIAS-VAL.
          05 FILLER PIC X(30) VALUE "CLIENTES_CUENTAS.DAT".
          05 FILLER PIC X(30) VALUE "FIRMANTES.DAT".
          05 FILLER PIC X(30) VALUE "PRESTAMOS.DAT".
          05 FILLER PIC X(30) VALUE "PRESTAMOS_PLAN.DAT".
          05 FILLER PIC X(30) VALUE "PLAZOS_FIJOS.DAT".
          05 FILLER PIC X(30) VALUE "TARJETAS.DAT".
          05 FILLER PIC X(30) VALUE "SUCURSALES.DAT".
          05 FILLER PIC X(30) VALUE "PAGOS_PROGRAMADOS.DAT".
          05 FILLER PIC X(30) VALUE "CUENTAS_REDIRECCION.DAT".
          05 FILLER PIC X(30) VALUE "BARRIDOS.DAT".
          05 FILLER PIC X(30) VALUE "ACLARACIONES.DAT".
          05 FILLER PIC X(30) VALUE "ASIGNACIONES.DAT".
          05 FILLER PIC X(30) VALUE "DEVENGO_PAGOS.DAT".
          05 FILLER PIC X(30) VALUE "LIBRETAS.DAT".
          05 FILLER PIC X(30) VALUE "SUCESIONES.DAT".
          05 FILLER PIC X(30) VALUE "NOMINA_DEDUCCIONES.DAT".
          05 FILLER PIC X(30) VALUE "NOMINA_ASISTENCIA.DAT".
          05 FILLER PIC X(30) VALUE "DEPARTAMENTOS.DAT".
          05 FILLER PIC X(30) VALUE "EMPLEADOS_DEPTOS.DAT".
          05 FILLER PIC X(30) VALUE "METAS_VENTAS.DAT".
          05 FILLER PIC X(30) VALUE "PRODUCTOS.DAT".
          05 FILLER PIC X(30) VALUE "SALDOS_GL.DAT".
          05 FILLER PIC X(30) VALUE "CATALOGO_CONTABLE.CTL".
          05 FILLER PIC X(30) VALUE "PERIODOS.CTL".
          05 FILLER PIC X(30) VALUE "CALENDARIO.CTL".
          05 FILLER PIC X(30) VALUE "RANGOS_REF.CTL".
          05 FILLER PIC X(30) VALUE "TIPOS_CAMBIO.CTL".
          05 FILLER PIC X(30) VALUE "TASAS_HISTORIA.CTL".
          05 FILLER PIC X(30) VALUE "TASA_INTERES.CTL".
          05 FILLER PIC X(30) VALUE "TASA_SOBREGIRO.CTL".
          05 FILLER PIC X(30) VALUE "LIMITES_DIARIOS.CTL".
          05 FILLER PIC X(30) VALUE "NOMINA_TASAS.CTL".
          05 FILLER PIC X(30) VALUE "NOMINA_ASISTENCIA.CTL".
          05 FILLER PIC X(30) VALUE "NOMINA_ESPECIAL.CTL".
          05 FILLER PIC X(30) VALUE "FOLIO_CUENTAS.CTL".
          05 FILLER PIC X(30) VALUE "FOLIO_CLIENTES.CTL".
       01 COPIAS-OMISION REDEFINES COPIAS-VAL.
          05 COPIA-OMISION PIC X(30) OCCURS 36 TIMES.
       01 TOTAL-COPIAS-OMISION PIC 9(2) VALUE 36.
       01 COPIAS-TABLA.
          05 COPIA-RENGLON OCCURS 1 TO 99 TIMES
                DEPENDING ON TOTAL-COPIAS
                INDEXED BY IDX-COP.
             10 TAB-COP-ARCHIVO PIC X(30).
       01 TOTAL-COPIAS PIC 9(2) VALUE 0.

       01 RENGLONES-ARCHIVO PIC 9(9) VALUE 0.
       01 TOTAL-ENMASCARADOS PIC 9(2) VALUE 0.
       01 TOTAL-COPIADOS PIC 9(2) VALUE 0.
       01 TOTAL-AUSENTES PIC 9(2) VALUE 0.
       01 FALLA-DESTINO PIC X(1) VALUE 'N'.
          88 HUBO-FALLA-DESTINO VALUE 'S'.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            DISPLAY "EXTRACTO ENMASCARADO PARA PRUEBAS Y CAPACITACION"

            PERFORM AUTORIZAR-SUPERVISOR
            IF AUTORIZACION NOT = 'S'
               DISPLAY "SUPERVISOR NO VALIDO, NO SE EXTRAE NADA"
               STOP RUN
            END-IF

            DISPLAY "DIRECTORIO DESTINO (ENTER = PRUEBAS)"
            ACCEPT DIRECTORIO-DESTINO
            IF DIRECTORIO-DESTINO = SPACES
               MOVE "PRUEBAS" TO DIRECTORIO-DESTINO
            END-IF
            IF DIRECTORIO-DESTINO = "." OR DIRECTORIO-DESTINO = "./"
               DISPLAY "EL DESTINO NO PUEDE SER EL DIRECTORIO DE "
                  "PRODUCCION"
               STOP RUN
            END-IF

            PERFORM ABRIR-CONSTANCIA
            IF HUBO-FALLA-DESTINO
               DISPLAY "NO SE PUDO ESCRIBIR EN " DIRECTORIO-DESTINO
                  " (ESTADO " WS-ESTADO-DESTINO "); DEBE EXISTIR"
               STOP RUN
            END-IF

            ACCEPT WS-HORA-HOY FROM TIME
            COMPUTE SEMILLA = WS-HORA-HOY + 1

            PERFORM ENMASCARAR-CLIENTES
            PERFORM ENMASCARAR-CUENTAS
            PERFORM ENMASCARAR-HISTORICO-SALDOS
            PERFORM ENMASCARAR-EMPLEADOS
            PERFORM ENMASCARAR-SALARIOS-HIST
            PERFORM ENMASCARAR-EJECUTIVOS
            PERFORM ENMASCARAR-BENEFICIARIOS
            PERFORM ENMASCARAR-OPERADORES

            PERFORM COPIAR-MOVIMIENTOS-HIST
            PERFORM COPIAR-RETENCIONES
            PERFORM COPIAR-CHEQUES
            PERFORM CARGAR-COPIAS
            PERFORM COPIAR-ARCHIVO
               VARYING IDX-COP FROM 1 BY 1
               UNTIL IDX-COP > TOTAL-COPIAS

            PERFORM GRABAR-AUDITORIA

            DISPLAY "--------------------------------"
            DISPLAY "EXTRACTO EN:            " DIRECTORIO-DESTINO
            DISPLAY "ARCHIVOS ENMASCARADOS:  " TOTAL-ENMASCARADOS
            DISPLAY "ARCHIVOS COPIADOS:      " TOTAL-COPIADOS
            DISPLAY "ARCHIVOS SIN ORIGEN:    " TOTAL-AUSENTES
            DISPLAY "--------------------------------"

            STOP RUN.

      *---- Valida al supervisor que autoriza contra OPERADORES.DAT,
      *---- igual que en MANTENIMIENTO-CLIENTES.
        AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO AUTORIZACION
           DISPLAY "INGRESE ID DE SUPERVISOR QUE AUTORIZA"
           ACCEPT SUPERVISOR-ID
           MOVE 'N' TO EOF-OPR
           OPEN INPUT OPERADORES-FILE
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

      *---- EXTRACTO_PRUEBAS.TXT en el destino dice de dónde salió
      *---- la copia; si no se puede escribir, el directorio no
      *---- existe y no se sigue.
        ABRIR-CONSTANCIA.
           MOVE "EXTRACTO_PRUEBAS.TXT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           IF WS-ESTADO-DESTINO NOT = '00'
              MOVE 'S' TO FALLA-DESTINO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SALIDA-REG
           STRING "EXTRACTO ENMASCARADO DEL " WS-FECHA-HOY
              " AUTORIZADO POR " SUPERVISOR-ID
              DELIMITED BY SIZE INTO SALIDA-REG
           WRITE SALIDA-REG
           MOVE "NOMBRES, DOCUMENTOS, TELEFONOS Y DIRECCIONES SON "
             TO SALIDA-REG
           WRITE SALIDA-REG
           MOVE "FICTICIOS; SALDOS Y SALARIOS AJUSTADOS +/-10%"
             TO SALIDA-REG
           WRITE SALIDA-REG
           CLOSE SALIDA-FILE.

      *---- Nombre del archivo WS-NOMBRE-ORIGEN dentro del destino.
        ARMAR-NOMBRE-DESTINO.
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING DIRECTORIO-DESTINO DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  INTO WS-NOMBRE-DESTINO.

      *---- Nombre ficticio de CLAVE-NOMBRE en NF-NOMBRE,
      *---- NF-APELLIDO1, NF-APELLIDO2 y, juntos, NF-COMPLETO.
        ARMAR-NOMBRE-FALSO.
           DIVIDE CLAVE-NOMBRE BY 20 GIVING COCIENTE-NOMBRE
              REMAINDER RESTO-NOMBRE
           MOVE TAB-NOMBRE-FALSO(RESTO-NOMBRE + 1) TO NF-NOMBRE
           DIVIDE COCIENTE-NOMBRE BY 20 GIVING COCIENTE-NOMBRE
              REMAINDER RESTO-NOMBRE
           MOVE TAB-APELLIDO-FALSO(RESTO-NOMBRE + 1) TO NF-APELLIDO1
           DIVIDE COCIENTE-NOMBRE BY 20 GIVING COCIENTE-NOMBRE
              REMAINDER RESTO-NOMBRE
           MOVE TAB-APELLIDO-FALSO(RESTO-NOMBRE + 1) TO NF-APELLIDO2
           MOVE SPACES TO NF-COMPLETO
           STRING NF-NOMBRE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NF-APELLIDO1 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NF-APELLIDO2 DELIMITED BY SPACE
                  INTO NF-COMPLETO.

      *---- Factor de CLAVE-AJUSTE con la semilla de la corrida;
      *---- FACTOR-MENOR es su reflejo por debajo de 1, para saldos
      *---- negativos y para importes que con el factor no caben.
        CALCULAR-FACTOR.
           COMPUTE PRODUCTO-AJUSTE = CLAVE-AJUSTE * 7919 + SEMILLA
           DIVIDE PRODUCTO-AJUSTE BY 21 GIVING COCIENTE-AJUSTE
              REMAINDER RESTO-AJUSTE
           COMPUTE FACTOR-AJUSTE = (90 + RESTO-AJUSTE) / 100
           IF FACTOR-AJUSTE > 1
              COMPUTE FACTOR-MENOR = 2 - FACTOR-AJUSTE
           ELSE
              MOVE FACTOR-AJUSTE TO FACTOR-MENOR
           END-IF.

        ENMASCARAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "clientes.txt" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ CLIENTES-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    PERFORM ENMASCARAR-CLIENTE
                    WRITE SALIDA-REG FROM CLIENTE-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

      *---- Los datos en blanco se quedan en blanco, para que el
      *---- expediente KYC incompleto lo siga siendo en la copia.
        ENMASCARAR-CLIENTE.
           MOVE CLI-NUMERO TO CLAVE-NOMBRE
           PERFORM ARMAR-NOMBRE-FALSO
           MOVE NF-NOMBRE TO CLI-NOMBRE
           MOVE NF-APELLIDO1 TO CLI-APELLIDO1
           MOVE NF-APELLIDO2 TO CLI-APELLIDO2
           IF CLI-TELEFONO NOT = SPACES
              MOVE CLI-NUMERO TO NFT-NUMERO
              MOVE NF-TELEFONO TO CLI-TELEFONO
           END-IF
           IF CLI-DIRECCION NOT = SPACES
              MOVE CLI-NUMERO TO NFR-NUMERO
              MOVE NF-DIRECCION TO CLI-DIRECCION
           END-IF
           IF CLI-DOC-NUMERO NOT = SPACES
              MOVE CLI-NUMERO TO NFD-NUMERO
              MOVE NF-DOCUMENTO TO CLI-DOC-NUMERO
           END-IF.

      *---- El titular toma el nombre ficticio de su cliente; una
      *---- cuenta sin cliente toma uno de su propio número.
        ENMASCARAR-CUENTAS.
           OPEN INPUT CUENTAS-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "CUENTAS.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT CUENTAS-PRUEBA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ CUENTAS-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    IF TOTAL-CUENTAS < 99999
                       ADD 1 TO TOTAL-CUENTAS
                       MOVE NUMERO-CUENTA
                         TO TAB-CTA-NUMERO(TOTAL-CUENTAS)
                       MOVE CUENTA-CLIENTE
                         TO TAB-CTA-CLIENTE(TOTAL-CUENTAS)
                    END-IF
                    PERFORM NOMBRE-TITULAR
                    MOVE NF-COMPLETO TO NOMBRE
                    MOVE NUMERO-CUENTA TO CLAVE-AJUSTE
                    PERFORM CALCULAR-FACTOR
                    IF SALDO < 0
                       COMPUTE SALDO ROUNDED = SALDO * FACTOR-MENOR
                    ELSE
                       COMPUTE SALDO ROUNDED = SALDO * FACTOR-AJUSTE
                          ON SIZE ERROR
                             COMPUTE SALDO ROUNDED
                                = SALDO * FACTOR-MENOR
                       END-COMPUTE
                    END-IF
                    MOVE CUENTA-REG TO PRU-REG
                    WRITE PRU-REG
                       INVALID KEY
                          DISPLAY "CUENTA REPETIDA " NUMERO-CUENTA
                    END-WRITE
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE CUENTAS-FILE
           CLOSE CUENTAS-PRUEBA-FILE
           PERFORM INFORMAR-ENMASCARADO.

        NOMBRE-TITULAR.
           IF CUENTA-CLIENTE NUMERIC AND CUENTA-CLIENTE > 0
              MOVE CUENTA-CLIENTE TO CLAVE-NOMBRE
           ELSE
              MOVE NUMERO-CUENTA TO CLAVE-NOMBRE
           END-IF
           PERFORM ARMAR-NOMBRE-FALSO.

      *---- Cada foto diaria lleva el nombre y el factor de su
      *---- cuenta, los mismos que el maestro.
        ENMASCARAR-HISTORICO-SALDOS.
           OPEN INPUT HIST-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "CUENTAS_HIST.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ HIST-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    MOVE HIST-NUMERO TO CLAVE-NOMBRE
                    IF TOTAL-CUENTAS > 0
                       SEARCH ALL CUENTA-RENGLON
                          WHEN TAB-CTA-NUMERO(IDX-CTA) = HIST-NUMERO
                             IF TAB-CTA-CLIENTE(IDX-CTA) > 0
                                MOVE TAB-CTA-CLIENTE(IDX-CTA)
                                  TO CLAVE-NOMBRE
                             END-IF
                       END-SEARCH
                    END-IF
                    PERFORM ARMAR-NOMBRE-FALSO
                    MOVE NF-COMPLETO TO HIST-NOMBRE
                    MOVE HIST-NUMERO TO CLAVE-AJUSTE
                    PERFORM CALCULAR-FACTOR
                    IF HIST-SALDO < 0
                       COMPUTE HIST-SALDO ROUNDED
                          = HIST-SALDO * FACTOR-MENOR
                    ELSE
                       COMPUTE HIST-SALDO ROUNDED
                          = HIST-SALDO * FACTOR-AJUSTE
                          ON SIZE ERROR
                             COMPUTE HIST-SALDO ROUNDED
                                = HIST-SALDO * FACTOR-MENOR
                       END-COMPUTE
                    END-IF
                    WRITE SALIDA-REG FROM HIST-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE HIST-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

        ENMASCARAR-EMPLEADOS.
           OPEN INPUT EMPLEADOS-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "EMPLEADOS.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ EMPLEADOS-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    COMPUTE CLAVE-NOMBRE = EMP-NUMERO + 50000
                    PERFORM ARMAR-NOMBRE-FALSO
                    MOVE NF-COMPLETO TO EMP-NOMBRE
                    MOVE EMP-NUMERO TO CLAVE-AJUSTE
                    PERFORM CALCULAR-FACTOR
                    COMPUTE EMP-SALARIO ROUNDED
                       = EMP-SALARIO * FACTOR-AJUSTE
                       ON SIZE ERROR
                          COMPUTE EMP-SALARIO ROUNDED
                             = EMP-SALARIO * FACTOR-MENOR
                    END-COMPUTE
                    WRITE SALIDA-REG FROM EMPLEADO-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE EMPLEADOS-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

      *---- El historial toma el factor de su empleado: el salario
      *---- nuevo del último cambio sigue igual al del maestro.
        ENMASCARAR-SALARIOS-HIST.
           OPEN INPUT SALARIOS-HIST-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "SALARIOS_HIST.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ SALARIOS-HIST-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    MOVE SHX-NUMERO TO CLAVE-AJUSTE
                    PERFORM CALCULAR-FACTOR
                    COMPUTE SHX-SALARIO-ANTERIOR ROUNDED
                       = SHX-SALARIO-ANTERIOR * FACTOR-AJUSTE
                       ON SIZE ERROR
                          COMPUTE SHX-SALARIO-ANTERIOR ROUNDED
                             = SHX-SALARIO-ANTERIOR * FACTOR-MENOR
                    END-COMPUTE
                    COMPUTE SHX-SALARIO-NUEVO ROUNDED
                       = SHX-SALARIO-NUEVO * FACTOR-AJUSTE
                       ON SIZE ERROR
                          COMPUTE SHX-SALARIO-NUEVO ROUNDED
                             = SHX-SALARIO-NUEVO * FACTOR-MENOR
                    END-COMPUTE
                    WRITE SALIDA-REG FROM SALARIO-HIST-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE SALARIOS-HIST-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

        ENMASCARAR-EJECUTIVOS.
           OPEN INPUT EJECUTIVOS-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "EJECUTIVOS.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ EJECUTIVOS-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    COMPUTE CLAVE-NOMBRE = EJE-CODIGO + 60000
                    PERFORM ARMAR-NOMBRE-FALSO
                    MOVE NF-COMPLETO TO EJE-NOMBRE
                    WRITE SALIDA-REG FROM EJECUTIVO-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE EJECUTIVOS-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

        ENMASCARAR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "BENEFICIARIOS.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ BENEFICIARIOS-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    ADD 1 TO RENGLONES-ARCHIVO
                    COMPUTE CLAVE-NOMBRE = RENGLONES-ARCHIVO + 80000
                    PERFORM ARMAR-NOMBRE-FALSO
                    MOVE NF-COMPLETO TO BEN-NOMBRE
                    WRITE SALIDA-REG FROM BENEFICIARIO-REG
              END-READ
           END-PERFORM
           CLOSE BENEFICIARIOS-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

      *---- Con la clave igual al ID y recién cambiada, cualquiera
      *---- entra a la copia con el operador que le toque.
        ENMASCARAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE
           IF WS-ESTADO-OPERADORES NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "OPERADORES.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-OPR
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-OPR
              READ OPERADORES-FILE
                 AT END MOVE 'S' TO EOF-OPR
                 NOT AT END
                    ADD 1 TO RENGLONES-ARCHIVO
                    COMPUTE CLAVE-NOMBRE = RENGLONES-ARCHIVO + 70000
                    PERFORM ARMAR-NOMBRE-FALSO
                    MOVE NF-COMPLETO TO OPR-NOMBRE
                    MOVE OPR-ID TO OPR-CLAVE
                    MOVE WS-FECHA-HOY TO OPR-CLAVE-FECHA
                    MOVE ZERO TO OPR-INTENTOS
                    WRITE SALIDA-REG FROM OPERADOR-REG
              END-READ
           END-PERFORM
           CLOSE OPERADORES-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-ENMASCARADO.

        INFORMAR-ENMASCARADO.
           ADD 1 TO TOTAL-ENMASCARADOS
           DISPLAY "ENMASCARADO " WS-NOMBRE-ORIGEN " "
              RENGLONES-ARCHIVO " RENGLONES".

        INFORMAR-COPIADO.
           ADD 1 TO TOTAL-COPIADOS
           DISPLAY "COPIADO     " WS-NOMBRE-ORIGEN " "
              RENGLONES-ARCHIVO " RENGLONES".

        COPIAR-MOVIMIENTOS-HIST.
           OPEN INPUT MOVS-HIST-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "MOVIMIENTOS_HIST.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT MOVS-HIST-PRUEBA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ MOVS-HIST-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    MOVE ARCHIVO-MOV-REG TO PMH-REG
                    WRITE PMH-REG
                       INVALID KEY CONTINUE
                    END-WRITE
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE MOVS-HIST-FILE
           CLOSE MOVS-HIST-PRUEBA-FILE
           PERFORM INFORMAR-COPIADO.

        COPIAR-RETENCIONES.
           OPEN INPUT RETENCIONES-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "RETENCIONES.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT RETENCIONES-PRUEBA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ RETENCIONES-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    MOVE RETENCION-REG TO PRT-REG
                    WRITE PRT-REG
                       INVALID KEY CONTINUE
                    END-WRITE
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE RETENCIONES-FILE
           CLOSE RETENCIONES-PRUEBA-FILE
           PERFORM INFORMAR-COPIADO.

        COPIAR-CHEQUES.
           OPEN INPUT CHEQUES-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           MOVE "CHEQUES.DAT" TO WS-NOMBRE-ORIGEN
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT CHEQUES-PRUEBA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ CHEQUES-FILE NEXT RECORD
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    MOVE CHEQUE-REG TO PCH-REG
                    WRITE PCH-REG
                       INVALID KEY CONTINUE
                    END-WRITE
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE CHEQUES-FILE
           CLOSE CHEQUES-PRUEBA-FILE
           PERFORM INFORMAR-COPIADO.

      *---- Tabla interna más los renglones de EXTRACTO_PRUEBAS.CTL
      *---- que no estén ya en ella.
        CARGAR-COPIAS.
           PERFORM VARYING IDX-COP FROM 1 BY 1
                   UNTIL IDX-COP > TOTAL-COPIAS-OMISION
              ADD 1 TO TOTAL-COPIAS
              MOVE COPIA-OMISION(IDX-COP)
                TO TAB-COP-ARCHIVO(TOTAL-COPIAS)
           END-PERFORM
           OPEN INPUT LISTA-FILE
           IF WS-ESTADO-LISTA NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-LIS
              READ LISTA-FILE
                 AT END MOVE 'S' TO EOF-LIS
                 NOT AT END
                    PERFORM AGREGAR-COPIA
              END-READ
           END-PERFORM
           CLOSE LISTA-FILE.

      *---- Los maestros enmascarados nunca se agregan como copia
      *---- tal cual, aunque alguien los liste.
        AGREGAR-COPIA.
           IF LIS-ARCHIVO = SPACES OR TOTAL-COPIAS >= 99
                 OR LIS-ARCHIVO = "clientes.txt"
                 OR LIS-ARCHIVO = "CUENTAS.DAT"
                 OR LIS-ARCHIVO = "CUENTAS_HIST.DAT"
                 OR LIS-ARCHIVO = "EMPLEADOS.DAT"
                 OR LIS-ARCHIVO = "SALARIOS_HIST.DAT"
                 OR LIS-ARCHIVO = "EJECUTIVOS.DAT"
                 OR LIS-ARCHIVO = "BENEFICIARIOS.DAT"
                 OR LIS-ARCHIVO = "OPERADORES.DAT"
                 OR LIS-ARCHIVO = "MOVIMIENTOS_HIST.DAT"
                 OR LIS-ARCHIVO = "RETENCIONES.DAT"
                 OR LIS-ARCHIVO = "CHEQUES.DAT"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-COP FROM 1 BY 1
                   UNTIL IDX-COP > TOTAL-COPIAS
              IF TAB-COP-ARCHIVO(IDX-COP) = LIS-ARCHIVO
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO TOTAL-COPIAS
           MOVE LIS-ARCHIVO TO TAB-COP-ARCHIVO(TOTAL-COPIAS).

        COPIAR-ARCHIVO.
           MOVE TAB-COP-ARCHIVO(IDX-COP) TO WS-NOMBRE-ORIGEN
           OPEN INPUT ORIGEN-FILE
           IF WS-ESTADO-ORIGEN NOT = '00'
              ADD 1 TO TOTAL-AUSENTES
              EXIT PARAGRAPH
           END-IF
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT SALIDA-FILE
           MOVE 'N' TO EOF-ORI
           MOVE ZERO TO RENGLONES-ARCHIVO
           PERFORM UNTIL FIN-ORI
              READ ORIGEN-FILE
                 AT END MOVE 'S' TO EOF-ORI
                 NOT AT END
                    WRITE SALIDA-REG FROM ORIGEN-REG
                    ADD 1 TO RENGLONES-ARCHIVO
              END-READ
           END-PERFORM
           CLOSE ORIGEN-FILE
           CLOSE SALIDA-FILE
           PERFORM INFORMAR-COPIADO.

        GRABAR-AUDITORIA.
           PERFORM TOMAR-SECUENCIA-AUDITORIA
           OPEN EXTEND AUDITORIA-FILE
           IF WS-ESTADO-AUDITORIA NOT = '00'
              OPEN OUTPUT AUDITORIA-FILE
           END-IF
           MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA
           MOVE WS-FECHA-HOY TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE "EXTRACTO-PRUEBA" TO AUD-PROGRAMA
           MOVE SUPERVISOR-ID TO AUD-OPERADOR
           MOVE ZERO TO AUD-CUENTA
           MOVE 'Q' TO AUD-OPERACION
           MOVE ZERO TO AUD-IMPORTE
           MOVE SPACES TO AUD-DESCRIPCION
           STRING "EXTRACTO A " DELIMITED BY SIZE
                  DIRECTORIO-DESTINO DELIMITED BY SPACE
                  INTO AUD-DESCRIPCION
           WRITE AUDITORIA-REG
           CLOSE AUDITORIA-FILE.

        TOMAR-SECUENCIA-AUDITORIA.
           OPEN INPUT SECUENCIA-FILE
           IF WS-ESTADO-SECUENCIA = '00'
              READ SECUENCIA-FILE
                 AT END MOVE ZERO TO CTL-ULTIMA-SECUENCIA
              END-READ
              MOVE CTL-ULTIMA-SECUENCIA TO SECUENCIA-AUDITORIA
              CLOSE SECUENCIA-FILE
           ELSE
              MOVE ZERO TO SECUENCIA-AUDITORIA
           END-IF
           ADD 1 TO SECUENCIA-AUDITORIA
           OPEN OUTPUT SECUENCIA-FILE
           MOVE SECUENCIA-AUDITORIA TO CTL-ULTIMA-SECUENCIA
           WRITE SECUENCIA-REG
           CLOSE SECUENCIA-FILE.
