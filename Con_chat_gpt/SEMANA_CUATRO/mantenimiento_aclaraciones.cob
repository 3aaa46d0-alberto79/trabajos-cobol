       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-ACLARACIONES.

      *> --- Mesa de aclaraciones de la sucursal: el cliente que
      *> desconoce un cargo (comisión, cheque pagado sobre una orden
      *> de no pago, retiro en cajero) lo reclama aquí contra la
      *> referencia del movimiento en MOVIMIENTOS_HIST.DAT. Al
      *> registrar se calculan, en días hábiles de CALENDARIO.CTL y
      *> con los plazos de ACLARACIONES.CTL, el día del abono
      *> provisional (lo da ABONO-ACLARACIONES en el nocturno) y el
      *> día límite de respuesta. Al resolver, con visto bueno de
      *> supervisor: a favor del cliente el abono queda firme (o se
      *> encola el abono definitivo si aún no se daba el
      *> provisional); en contra se encola el extorno 'R' del abono
      *> provisional para que BATCH-BANCO lo revierta con su
      *> maquinaria de extornos. Referencias del rango 90xxxxxx,
      *> compartidas con ABONO-ACLARACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACLARACIONES-FILE ASSIGN TO 'ACLARACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACLARACIONES.
           SELECT ARCHIVO-MOVS-FILE ASSIGN TO 'MOVIMIENTOS_HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-REFERENCIA
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT MOVIMIENTOS-FILE ASSIGN TO 'MOVIMIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT FOLIO-FILE ASSIGN TO 'ACLARACIONES_FOLIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FOLIO.
           SELECT REFERENCIA-FILE ASSIGN TO 'ACLARACIONES_REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT PLAZOS-FILE ASSIGN TO 'ACLARACIONES.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAZOS.
           SELECT CALENDARIO-FILE ASSIGN TO 'CALENDARIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALENDARIO.
           SELECT OPERADORES-FILE ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD ACLARACIONES-FILE.
           COPY ACLARACIONREG.

       FD ARCHIVO-MOVS-FILE.
           COPY ARCHMOVREG.

       FD MOVIMIENTOS-FILE.
           COPY MOVREG.

       FD FOLIO-FILE.
       01 FOLIO-REG.
           05 CTL-SIGUIENTE-ACLARACION PIC 9(6).

       FD REFERENCIA-FILE.
       01 REFERENCIA-REG.
           05 CTL-ULTIMA-REFERENCIA PIC 9(8).

      *---- Plazos en días hábiles que Operaciones mantiene: para el
      *---- abono provisional y para responder al cliente.
       FD PLAZOS-FILE.
       01 PLAZOS-REG.
           05 CTL-DIAS-PROVISIONAL PIC 9(2).
           05 CTL-DIAS-RESPUESTA   PIC 9(2).

       FD CALENDARIO-FILE.
       01 CALENDARIO-REG.
           05 CAL-FECHA PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-ACLARACIONES PIC X(2).
       01 WS-ESTADO-ARCHIVO      PIC X(2).
       01 WS-ESTADO-MOVIMIENTOS  PIC X(2).
       01 WS-ESTADO-FOLIO        PIC X(2).
       01 WS-ESTADO-REFERENCIA   PIC X(2).
       01 WS-ESTADO-PLAZOS       PIC X(2).
       01 WS-ESTADO-CALENDARIO   PIC X(2).
       01 WS-ESTADO-OPERADORES   PIC X(2).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9(2).
       01 IDX PIC 9(4) VALUE 1.

       01 EOF-ACL PIC X VALUE 'N'.
          88 FIN-ACL VALUE 'S'.
       01 EOF-OPR PIC X VALUE 'N'.
          88 FIN-OPR VALUE 'S'.

       01 OPERADOR-SESION PIC X(8) VALUE SPACES.
       01 OPERADOR-VALIDO PIC X(1) VALUE 'N'.
       01 SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 AUTORIZACION PIC X(1) VALUE 'N'.
          88 AUTORIZACION-CONCEDIDA VALUE 'S'.

       01 DIAS-PROVISIONAL PIC 9(2) VALUE 10.
       01 DIAS-RESPUESTA   PIC 9(2) VALUE 45.
       01 ULTIMA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 FOLIO-ACLARACION PIC 9(6) VALUE ZERO.

      *> --- Captura.
       01 CUENTA-CAPTURA PIC 9(6) VALUE 0.
       01 REFERENCIA-CAPTURA PIC 9(8) VALUE 0.
       01 MOTIVO-CAPTURA PIC X(30) VALUE SPACES.
       01 FOLIO-BUSCADO PIC 9(6) VALUE 0.
       01 DICTAMEN PIC X(1) VALUE SPACE.
       01 CONFIRMA PIC X(1) VALUE SPACE.
       01 ACLARACION-ENCONTRADA PIC X(1) VALUE 'N'.
          88 ACLARACION-HALLADA VALUE 'S'.
       01 REFERENCIA-EN-TRAMITE PIC X(1) VALUE 'N'.
       01 IMPORTE-EDITADO PIC Z,ZZZ,ZZ9.99.
       01 TOTAL-LISTADAS PIC 9(4) VALUE 0.

       01 TOTAL-ACLARACIONES PIC 9(4) VALUE 0.
       01 ACLARACIONES-TABLA.
          05 ACLARACION-RENGLON OCCURS 1 TO 9999 TIMES
                DEPENDING ON TOTAL-ACLARACIONES
                INDEXED BY IDX-TABLA.
             10 TAB-ACL-FOLIO        PIC 9(6).
             10 TAB-ACL-CUENTA       PIC 9(6).
             10 TAB-ACL-REFERENCIA   PIC 9(8).
             10 TAB-ACL-OPERACION    PIC X(1).
             10 TAB-ACL-FECHA-MOV    PIC 9(8).
             10 TAB-ACL-IMPORTE      PIC 9(7)V99.
             10 TAB-ACL-MOTIVO       PIC X(30).
             10 TAB-ACL-FECHA-ALTA   PIC 9(8).
             10 TAB-ACL-OPERADOR     PIC X(8).
             10 TAB-ACL-FECHA-PROV   PIC 9(8).
             10 TAB-ACL-FECHA-LIMITE PIC 9(8).
             10 TAB-ACL-ESTADO       PIC X(1).
             10 TAB-ACL-REF-ABONO    PIC 9(8).
             10 TAB-ACL-FECHA-ABONO  PIC 9(8).
             10 TAB-ACL-REF-EXTORNO  PIC 9(8).
             10 TAB-ACL-FECHA-RESOL  PIC 9(8).
             10 TAB-ACL-RESOLVIO     PIC X(8).

      *> --- Calendario de días no hábiles y congruencia de Zeller,
      *> los mismos de BATCH-BANCO.
       01 EOF-CAL PIC X VALUE 'N'.
          88 FIN-CAL VALUE 'S'.
       01 FERIADOS-TABLA.
          05 FERIADO OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-FERIADOS
                INDEXED BY IDX-FER.
             10 TAB-FER-FECHA PIC 9(8).
       01 TOTAL-FERIADOS PIC 9(3) VALUE 0.
       01 FECHA-EVAL PIC 9(8).
       01 FILLER REDEFINES FECHA-EVAL.
          05 FE-ANO PIC 9(4).
          05 FE-MES PIC 9(2).
          05 FE-DIA PIC 9(2).
       01 DIA-HABIL PIC X(1) VALUE 'S'.
          88 ES-DIA-HABIL VALUE 'S'.
       01 ZEL-ANO   PIC 9(4) VALUE 0.
       01 ZEL-MES   PIC 9(2) VALUE 0.
       01 ZEL-SIGLO PIC 9(2) VALUE 0.
       01 ZEL-RESTO PIC 9(2) VALUE 0.
       01 ZEL-SUMA  PIC 9(5) VALUE 0.
       01 ZEL-COCIENTE PIC 9(4) VALUE 0.
       01 ZEL-DIA-SEMANA PIC 9(1) VALUE 0.
       01 DIAS-DEL-MES PIC 9(2) VALUE 0.
       01 HABILES-SUMADOS PIC 9(2) VALUE 0.
       01 HABILES-A-SUMAR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            DISPLAY "INGRESE SU ID DE OPERADOR".
            ACCEPT OPERADOR-SESION.
            PERFORM VALIDAR-OPERADOR-SESION.
            IF OPERADOR-VALIDO NOT = 'S'
               DISPLAY "OPERADOR NO RECONOCIDO O INACTIVO"
               STOP RUN
            END-IF.
            PERFORM LEER-PLAZOS.
            PERFORM CARGAR-CALENDARIO.
            PERFORM CARGAR_ACLARACIONES.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "ACLARACIONES DE CLIENTES"
              DISPLAY "1.REGISTRAR ACLARACION"
              DISPLAY "2.CONSULTAR ACLARACION"
              DISPLAY "3.LISTAR ACLARACIONES ABIERTAS"
              DISPLAY "4.RESOLVER ACLARACION"
              DISPLAY "5.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM REGISTRAR_ACLARACION
                 WHEN 2
                    PERFORM CONSULTAR_ACLARACION
                 WHEN 3
                    PERFORM LISTAR_ACLARACIONES
                 WHEN 4
                    PERFORM RESOLVER_ACLARACION
                 WHEN 5
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_ACLARACIONES.
            STOP RUN.

      *---- Registra el reclamo: el movimiento debe existir en el
      *---- histórico, ser un cargo de la cuenta que reclama, no
      *---- estar ya extornado ni tener otra aclaración en trámite.
        REGISTRAR_ACLARACION.
           DISPLAY "CUENTA DEL CLIENTE".
           MOVE 0 TO CUENTA-CAPTURA.
           ACCEPT CUENTA-CAPTURA.
           DISPLAY "REFERENCIA DEL MOVIMIENTO QUE DESCONOCE".
           MOVE 0 TO REFERENCIA-CAPTURA.
           ACCEPT REFERENCIA-CAPTURA.
           OPEN INPUT ARCHIVO-MOVS-FILE.
           IF WS-ESTADO-ARCHIVO NOT = '00'
              DISPLAY "MOVIMIENTOS_HIST.DAT NO DISPONIBLE (ESTADO "
                 WS-ESTADO-ARCHIVO ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE REFERENCIA-CAPTURA TO ARCH-REFERENCIA.
           READ ARCHIVO-MOVS-FILE
              INVALID KEY
                 MOVE ZERO TO ARCH-REFERENCIA
           END-READ.
           CLOSE ARCHIVO-MOVS-FILE.
           IF ARCH-REFERENCIA = ZERO
              DISPLAY "REFERENCIA NO ENCONTRADA EN EL HISTORICO"
              EXIT PARAGRAPH
           END-IF.
           IF ARCH-CUENTA NOT = CUENTA-CAPTURA
              DISPLAY "EL MOVIMIENTO NO ES DE ESA CUENTA"
              EXIT PARAGRAPH
           END-IF.
           IF ARCH-OPERACION = '+' OR ARCH-OPERACION = 'R'
              DISPLAY "EL MOVIMIENTO NO ES UN CARGO A LA CUENTA"
              EXIT PARAGRAPH
           END-IF.
           IF ARCH-REVERSADA = 'S'
              DISPLAY "EL MOVIMIENTO YA FUE EXTORNADO"
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO REFERENCIA-EN-TRAMITE.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-ACLARACIONES
              IF TAB-ACL-REFERENCIA(IDX-TABLA) = REFERENCIA-CAPTURA
                    AND TAB-ACL-ESTADO(IDX-TABLA) NOT = 'C'
                 MOVE 'S' TO REFERENCIA-EN-TRAMITE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF REFERENCIA-EN-TRAMITE = 'S'
              DISPLAY "YA EXISTE LA ACLARACION "
                 TAB-ACL-FOLIO(IDX-TABLA) " SOBRE ESE MOVIMIENTO"
              EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-IMPORTE TO IMPORTE-EDITADO.
           DISPLAY "MOVIMIENTO " ARCH-REFERENCIA " DEL " ARCH-FECHA
              " OPERACION " ARCH-OPERACION " IMPORTE "
              IMPORTE-EDITADO.
           DISPLAY "MOTIVO DEL RECLAMO".
           MOVE SPACES TO MOTIVO-CAPTURA.
           ACCEPT MOTIVO-CAPTURA.
           IF MOTIVO-CAPTURA = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO"
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-ACLARACIONES >= 9999
              DISPLAY "ARCHIVO DE ACLARACIONES LLENO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-FOLIO-ACLARACION.
           ADD 1 TO TOTAL-ACLARACIONES.
           SET IDX-TABLA TO TOTAL-ACLARACIONES.
           MOVE FOLIO-ACLARACION TO TAB-ACL-FOLIO(IDX-TABLA).
           MOVE CUENTA-CAPTURA TO TAB-ACL-CUENTA(IDX-TABLA).
           MOVE ARCH-REFERENCIA TO TAB-ACL-REFERENCIA(IDX-TABLA).
           MOVE ARCH-OPERACION TO TAB-ACL-OPERACION(IDX-TABLA).
           MOVE ARCH-FECHA TO TAB-ACL-FECHA-MOV(IDX-TABLA).
           MOVE ARCH-IMPORTE TO TAB-ACL-IMPORTE(IDX-TABLA).
           MOVE MOTIVO-CAPTURA TO TAB-ACL-MOTIVO(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-ACL-FECHA-ALTA(IDX-TABLA).
           MOVE OPERADOR-SESION TO TAB-ACL-OPERADOR(IDX-TABLA).
           MOVE WS-FECHA-HOY TO FECHA-EVAL.
           MOVE DIAS-PROVISIONAL TO HABILES-A-SUMAR.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE FECHA-EVAL TO TAB-ACL-FECHA-PROV(IDX-TABLA).
           MOVE WS-FECHA-HOY TO FECHA-EVAL.
           MOVE DIAS-RESPUESTA TO HABILES-A-SUMAR.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE FECHA-EVAL TO TAB-ACL-FECHA-LIMITE(IDX-TABLA).
           MOVE 'A' TO TAB-ACL-ESTADO(IDX-TABLA).
           MOVE ZERO TO TAB-ACL-REF-ABONO(IDX-TABLA).
           MOVE ZERO TO TAB-ACL-FECHA-ABONO(IDX-TABLA).
           MOVE ZERO TO TAB-ACL-REF-EXTORNO(IDX-TABLA).
           MOVE ZERO TO TAB-ACL-FECHA-RESOL(IDX-TABLA).
           MOVE SPACES TO TAB-ACL-RESOLVIO(IDX-TABLA).
           DISPLAY "ACLARACION " FOLIO-ACLARACION " REGISTRADA".
           DISPLAY "ABONO PROVISIONAL EL "
              TAB-ACL-FECHA-PROV(IDX-TABLA)
              ", RESPUESTA A MAS TARDAR EL "
              TAB-ACL-FECHA-LIMITE(IDX-TABLA).

        CONSULTAR_ACLARACION.
           PERFORM PEDIR_Y_BUSCAR_ACLARACION.
           IF NOT ACLARACION-HALLADA
              DISPLAY "ACLARACION NO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-ACLARACION.

        LISTAR_ACLARACIONES.
           MOVE 0 TO TOTAL-LISTADAS.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-ACLARACIONES
              IF TAB-ACL-ESTADO(IDX-TABLA) = 'A'
                    OR TAB-ACL-ESTADO(IDX-TABLA) = 'P'
                 ADD 1 TO TOTAL-LISTADAS
                 MOVE TAB-ACL-IMPORTE(IDX-TABLA) TO IMPORTE-EDITADO
                 DISPLAY TAB-ACL-FOLIO(IDX-TABLA) " CTA "
                    TAB-ACL-CUENTA(IDX-TABLA) " REF "
                    TAB-ACL-REFERENCIA(IDX-TABLA) " "
                    IMPORTE-EDITADO " "
                    TAB-ACL-ESTADO(IDX-TABLA) " LIMITE "
                    TAB-ACL-FECHA-LIMITE(IDX-TABLA)
              END-IF
           END-PERFORM.
           DISPLAY "ACLARACIONES ABIERTAS: " TOTAL-LISTADAS.

      *---- Resuelve la aclaración con visto bueno de supervisor. A
      *---- favor: si ya tenía abono provisional queda firme; si no,
      *---- se encola el abono definitivo. En contra: si tenía abono
      *---- provisional se encola su extorno.
        RESOLVER_ACLARACION.
           PERFORM PEDIR_Y_BUSCAR_ACLARACION.
           IF NOT ACLARACION-HALLADA
              DISPLAY "ACLARACION NO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF.
           IF TAB-ACL-ESTADO(IDX-TABLA) NOT = 'A'
                 AND TAB-ACL-ESTADO(IDX-TABLA) NOT = 'P'
              DISPLAY "LA ACLARACION YA ESTA RESUELTA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-ACLARACION.
           DISPLAY "DICTAMEN (F=A FAVOR DEL CLIENTE, C=EN CONTRA)".
           MOVE SPACE TO DICTAMEN.
           ACCEPT DICTAMEN.
           IF DICTAMEN NOT = 'F' AND DICTAMEN NOT = 'C'
              DISPLAY "DICTAMEN INVALIDO"
              EXIT PARAGRAPH
           END-IF.
           IF DICTAMEN = 'C' AND TAB-ACL-ESTADO(IDX-TABLA) = 'P'
              DISPLAY "SE EXTORNARA EL ABONO PROVISIONAL "
                 TAB-ACL-REF-ABONO(IDX-TABLA) ". CONFIRMA (S/N)"
              MOVE SPACE TO CONFIRMA
              ACCEPT CONFIRMA
              IF CONFIRMA NOT = 'S'
                 DISPLAY "RESOLUCION CANCELADA"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZACION-CONCEDIDA
              DISPLAY "AUTORIZACION DENEGADA, ACLARACION SIN CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-ULTIMA-REFERENCIA.
           IF DICTAMEN = 'F'
              IF TAB-ACL-ESTADO(IDX-TABLA) = 'A'
                 PERFORM ENCOLAR-ABONO
                 DISPLAY "ABONO DEFINITIVO ENCOLADO, REFERENCIA "
                    TAB-ACL-REF-ABONO(IDX-TABLA)
              ELSE
                 DISPLAY "EL ABONO PROVISIONAL "
                    TAB-ACL-REF-ABONO(IDX-TABLA) " QUEDA FIRME"
              END-IF
              MOVE 'F' TO TAB-ACL-ESTADO(IDX-TABLA)
           ELSE
              IF TAB-ACL-ESTADO(IDX-TABLA) = 'P'
                 PERFORM ENCOLAR-EXTORNO-ABONO
                 DISPLAY "EXTORNO ENCOLADO, REFERENCIA "
                    TAB-ACL-REF-EXTORNO(IDX-TABLA)
              END-IF
              MOVE 'C' TO TAB-ACL-ESTADO(IDX-TABLA)
           END-IF.
           PERFORM GRABAR-ULTIMA-REFERENCIA.
           MOVE WS-FECHA-HOY TO TAB-ACL-FECHA-RESOL(IDX-TABLA).
           MOVE SUPERVISOR-ID TO TAB-ACL-RESOLVIO(IDX-TABLA).
           IF WS-FECHA-HOY > TAB-ACL-FECHA-LIMITE(IDX-TABLA)
              DISPLAY "ATENCION: RESUELTA FUERA DEL PLAZO DE "
                 "RESPUESTA"
           END-IF.
           DISPLAY "ACLARACION RESUELTA".

        MOSTRAR-ACLARACION.
           MOVE TAB-ACL-IMPORTE(IDX-TABLA) TO IMPORTE-EDITADO.
           DISPLAY "ACLARACION " TAB-ACL-FOLIO(IDX-TABLA)
              " CUENTA " TAB-ACL-CUENTA(IDX-TABLA)
              " ALTA " TAB-ACL-FECHA-ALTA(IDX-TABLA)
              " POR " TAB-ACL-OPERADOR(IDX-TABLA).
           DISPLAY "MOVIMIENTO " TAB-ACL-REFERENCIA(IDX-TABLA)
              " DEL " TAB-ACL-FECHA-MOV(IDX-TABLA)
              " OPERACION " TAB-ACL-OPERACION(IDX-TABLA)
              " IMPORTE " IMPORTE-EDITADO.
           DISPLAY "MOTIVO: " TAB-ACL-MOTIVO(IDX-TABLA).
           DISPLAY "ESTADO " TAB-ACL-ESTADO(IDX-TABLA)
              " ABONO PROVISIONAL " TAB-ACL-FECHA-PROV(IDX-TABLA)
              " LIMITE " TAB-ACL-FECHA-LIMITE(IDX-TABLA).
           IF TAB-ACL-REF-ABONO(IDX-TABLA) NOT = ZERO
              DISPLAY "ABONO " TAB-ACL-REF-ABONO(IDX-TABLA)
                 " DEL " TAB-ACL-FECHA-ABONO(IDX-TABLA)
           END-IF.
           IF TAB-ACL-REF-EXTORNO(IDX-TABLA) NOT = ZERO
              DISPLAY "EXTORNO " TAB-ACL-REF-EXTORNO(IDX-TABLA)
           END-IF.
           IF TAB-ACL-FECHA-RESOL(IDX-TABLA) NOT = ZERO
              DISPLAY "RESUELTA " TAB-ACL-FECHA-RESOL(IDX-TABLA)
                 " AUTORIZO " TAB-ACL-RESOLVIO(IDX-TABLA)
           END-IF.

        PEDIR_Y_BUSCAR_ACLARACION.
           DISPLAY "FOLIO DE LA ACLARACION".
           MOVE 0 TO FOLIO-BUSCADO.
           ACCEPT FOLIO-BUSCADO.
           MOVE 'N' TO ACLARACION-ENCONTRADA.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-ACLARACIONES
              IF TAB-ACL-FOLIO(IDX-TABLA) = FOLIO-BUSCADO
                 MOVE 'S' TO ACLARACION-ENCONTRADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Encola el abono del importe reclamado a la cuenta con
      *---- referencia fresca del rango 90xxxxxx.
        ENCOLAR-ABONO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE TAB-ACL-CUENTA(IDX-TABLA) TO MOV-CUENTA.
           MOVE '+' TO OPERACION.
           MOVE TAB-ACL-IMPORTE(IDX-TABLA) TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE ZERO TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
           MOVE ULTIMA-REFERENCIA TO TAB-ACL-REF-ABONO(IDX-TABLA).
           MOVE WS-FECHA-HOY TO TAB-ACL-FECHA-ABONO(IDX-TABLA).

      *---- Encola el extorno 'R' del abono provisional; BATCH-BANCO
      *---- lo revierte con su maquinaria de extornos.
        ENCOLAR-EXTORNO-ABONO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF WS-ESTADO-MOVIMIENTOS NOT = '00'
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD 1 TO ULTIMA-REFERENCIA.
           MOVE ULTIMA-REFERENCIA TO MOV-REFERENCIA.
           MOVE TAB-ACL-CUENTA(IDX-TABLA) TO MOV-CUENTA.
           MOVE 'R' TO OPERACION.
           MOVE TAB-ACL-IMPORTE(IDX-TABLA) TO IMPORTE.
           MOVE ZERO TO MOV-CUENTA-DESTINO.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE TAB-ACL-REF-ABONO(IDX-TABLA) TO MOV-REF-ORIGINAL.
           MOVE ZERO TO MOV-SUCURSAL.
           MOVE ZERO TO MOV-CHEQUE.
           MOVE SPACES TO MOV-MONEDA.
           MOVE ZERO TO MOV-TIPO-CAMBIO.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
           MOVE ULTIMA-REFERENCIA TO TAB-ACL-REF-EXTORNO(IDX-TABLA).

        VALIDAR-OPERADOR-SESION.
           MOVE 'N' TO OPERADOR-VALIDO.
           MOVE 'N' TO EOF-OPR.
           OPEN INPUT OPERADORES-FILE.
           IF WS-ESTADO-OPERADORES = '00'
              PERFORM UNTIL FIN-OPR
                 READ OPERADORES-FILE
                    AT END MOVE 'S' TO EOF-OPR
                    NOT AT END
                       IF OPR-ID = OPERADOR-SESION
                             AND OPR-ACTIVO = 'S'
                             AND OPR-BLOQUEADO NOT = 'S'
                          MOVE 'S' TO OPERADOR-VALIDO
                          MOVE 'S' TO EOF-OPR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADORES-FILE
           END-IF.

      *---- Valida al supervisor que autoriza contra OPERADORES.DAT,
      *---- igual que en MANTENIMIENTO-CLIENTES.
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

      *---- Plazos en días hábiles; sin archivo, 10 para el abono
      *---- provisional y 45 para responder.
        LEER-PLAZOS.
           OPEN INPUT PLAZOS-FILE.
           IF WS-ESTADO-PLAZOS = '00'
              READ PLAZOS-FILE
                 NOT AT END
                    IF CTL-DIAS-PROVISIONAL NUMERIC
                          AND CTL-DIAS-PROVISIONAL > 0
                       MOVE CTL-DIAS-PROVISIONAL TO DIAS-PROVISIONAL
                    END-IF
                    IF CTL-DIAS-RESPUESTA NUMERIC
                          AND CTL-DIAS-RESPUESTA > 0
                       MOVE CTL-DIAS-RESPUESTA TO DIAS-RESPUESTA
                    END-IF
              END-READ
              CLOSE PLAZOS-FILE
           END-IF.

        TOMAR-FOLIO-ACLARACION.
           OPEN INPUT FOLIO-FILE.
           IF WS-ESTADO-FOLIO = '00'
              READ FOLIO-FILE
                 AT END MOVE 100001 TO CTL-SIGUIENTE-ACLARACION
              END-READ
              MOVE CTL-SIGUIENTE-ACLARACION TO FOLIO-ACLARACION
              CLOSE FOLIO-FILE
           ELSE
              MOVE 100001 TO FOLIO-ACLARACION
           END-IF.
           OPEN OUTPUT FOLIO-FILE.
           COMPUTE CTL-SIGUIENTE-ACLARACION = FOLIO-ACLARACION + 1.
           WRITE FOLIO-REG.
           CLOSE FOLIO-FILE.

      *---- Referencias del rango 90xxxxxx compartidas con
      *---- ABONO-ACLARACIONES, mismo patrón que INTERES_REF.CTL.
        LEER-ULTIMA-REFERENCIA.
           OPEN INPUT REFERENCIA-FILE.
           IF WS-ESTADO-REFERENCIA = '00'
              READ REFERENCIA-FILE
                 NOT AT END
                    MOVE CTL-ULTIMA-REFERENCIA TO ULTIMA-REFERENCIA
              END-READ
              CLOSE REFERENCIA-FILE
           ELSE
              MOVE 90000000 TO ULTIMA-REFERENCIA
           END-IF.

        GRABAR-ULTIMA-REFERENCIA.
           OPEN OUTPUT REFERENCIA-FILE.
           MOVE ULTIMA-REFERENCIA TO CTL-ULTIMA-REFERENCIA.
           WRITE REFERENCIA-REG.
           CLOSE REFERENCIA-FILE.

      *---- Avanza FECHA-EVAL HABILES-A-SUMAR días hábiles.
        SUMAR-DIAS-HABILES.
           MOVE ZERO TO HABILES-SUMADOS.
           PERFORM UNTIL HABILES-SUMADOS >= HABILES-A-SUMAR
              PERFORM SIGUIENTE-DIA-CALENDARIO
              PERFORM VERIFICAR-DIA-HABIL
              IF ES-DIA-HABIL
                 ADD 1 TO HABILES-SUMADOS
              END-IF
           END-PERFORM.

      *---- Carga los feriados de CALENDARIO.CTL; sin archivo sólo
      *---- los fines de semana cuentan como no hábiles.
        CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-ESTADO-CALENDARIO = '00'
              PERFORM UNTIL FIN-CAL
                 READ CALENDARIO-FILE
                    AT END MOVE 'S' TO EOF-CAL
                    NOT AT END
                       IF CAL-FECHA NUMERIC AND CAL-FECHA > 0
                             AND TOTAL-FERIADOS < 999
                          ADD 1 TO TOTAL-FERIADOS
                          MOVE CAL-FECHA
                            TO TAB-FER-FECHA(TOTAL-FERIADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDARIO-FILE
           END-IF.

      *---- Decide si FECHA-EVAL es día hábil, igual que BATCH-BANCO.
        VERIFICAR-DIA-HABIL.
           MOVE 'S' TO DIA-HABIL.
           MOVE FE-ANO TO ZEL-ANO.
           MOVE FE-MES TO ZEL-MES.
           IF ZEL-MES < 3
              ADD 12 TO ZEL-MES
              SUBTRACT 1 FROM ZEL-ANO
           END-IF.
           COMPUTE ZEL-SIGLO = ZEL-ANO / 100.
           COMPUTE ZEL-RESTO = ZEL-ANO - ZEL-SIGLO * 100.
           COMPUTE ZEL-SUMA = FE-DIA
              + (13 * (ZEL-MES + 1)) / 5
              + ZEL-RESTO + ZEL-RESTO / 4
              + ZEL-SIGLO / 4 + 5 * ZEL-SIGLO.
           COMPUTE ZEL-COCIENTE = ZEL-SUMA / 7.
           COMPUTE ZEL-DIA-SEMANA = ZEL-SUMA - ZEL-COCIENTE * 7.
           IF ZEL-DIA-SEMANA = 0 OR ZEL-DIA-SEMANA = 1
              MOVE 'N' TO DIA-HABIL
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > TOTAL-FERIADOS
              IF TAB-FER-FECHA(IDX-FER) = FECHA-EVAL
                 MOVE 'N' TO DIA-HABIL
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Avanza FECHA-EVAL un día de calendario real.
        SIGUIENTE-DIA-CALENDARIO.
           EVALUATE FE-MES
              WHEN 1
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 3
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 5
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 7
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 8
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 10
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 12
                 MOVE 31 TO DIAS-DEL-MES
              WHEN 2
                 COMPUTE ZEL-COCIENTE = FE-ANO / 4
                 IF FE-ANO = ZEL-COCIENTE * 4
                    MOVE 29 TO DIAS-DEL-MES
                 ELSE
                    MOVE 28 TO DIAS-DEL-MES
                 END-IF
              WHEN OTHER
                 MOVE 30 TO DIAS-DEL-MES
           END-EVALUATE.
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

        CARGAR_ACLARACIONES.
           OPEN INPUT ACLARACIONES-FILE.
           IF WS-ESTADO-ACLARACIONES = '00'
              PERFORM UNTIL FIN-ACL
                 READ ACLARACIONES-FILE
                    AT END MOVE 'S' TO EOF-ACL
                    NOT AT END
                       IF ACLARACION-REG NOT = SPACES
                             AND TOTAL-ACLARACIONES < 9999
                          ADD 1 TO TOTAL-ACLARACIONES
                          SET IDX-TABLA TO TOTAL-ACLARACIONES
                          MOVE ACL-FOLIO TO TAB-ACL-FOLIO(IDX-TABLA)
                          MOVE ACL-CUENTA TO TAB-ACL-CUENTA(IDX-TABLA)
                          MOVE ACL-REFERENCIA
                            TO TAB-ACL-REFERENCIA(IDX-TABLA)
                          MOVE ACL-OPERACION
                            TO TAB-ACL-OPERACION(IDX-TABLA)
                          MOVE ACL-FECHA-MOV
                            TO TAB-ACL-FECHA-MOV(IDX-TABLA)
                          MOVE ACL-IMPORTE
                            TO TAB-ACL-IMPORTE(IDX-TABLA)
                          MOVE ACL-MOTIVO TO TAB-ACL-MOTIVO(IDX-TABLA)
                          MOVE ACL-FECHA-ALTA
                            TO TAB-ACL-FECHA-ALTA(IDX-TABLA)
                          MOVE ACL-OPERADOR
                            TO TAB-ACL-OPERADOR(IDX-TABLA)
                          MOVE ACL-FECHA-PROVISIONAL
                            TO TAB-ACL-FECHA-PROV(IDX-TABLA)
                          MOVE ACL-FECHA-LIMITE
                            TO TAB-ACL-FECHA-LIMITE(IDX-TABLA)
                          MOVE ACL-ESTADO TO TAB-ACL-ESTADO(IDX-TABLA)
                          MOVE ACL-REF-ABONO
                            TO TAB-ACL-REF-ABONO(IDX-TABLA)
                          MOVE ACL-FECHA-ABONO
                            TO TAB-ACL-FECHA-ABONO(IDX-TABLA)
                          MOVE ACL-REF-EXTORNO
                            TO TAB-ACL-REF-EXTORNO(IDX-TABLA)
                          MOVE ACL-FECHA-RESOLUCION
                            TO TAB-ACL-FECHA-RESOL(IDX-TABLA)
                          MOVE ACL-RESOLVIO
                            TO TAB-ACL-RESOLVIO(IDX-TABLA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACLARACIONES-FILE
           ELSE
              DISPLAY "ACLARACIONES.DAT NO ENCONTRADO, SE CREARA "
                 "UNO NUEVO"
           END-IF.

      *---- Reescribe ACLARACIONES.DAT completo con la tabla.
        GRABAR_ACLARACIONES.
           IF TOTAL-ACLARACIONES = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACLARACIONES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-ACLARACIONES
              MOVE TAB-ACL-FOLIO(IDX) TO ACL-FOLIO
              MOVE TAB-ACL-CUENTA(IDX) TO ACL-CUENTA
              MOVE TAB-ACL-REFERENCIA(IDX) TO ACL-REFERENCIA
              MOVE TAB-ACL-OPERACION(IDX) TO ACL-OPERACION
              MOVE TAB-ACL-FECHA-MOV(IDX) TO ACL-FECHA-MOV
              MOVE TAB-ACL-IMPORTE(IDX) TO ACL-IMPORTE
              MOVE TAB-ACL-MOTIVO(IDX) TO ACL-MOTIVO
              MOVE TAB-ACL-FECHA-ALTA(IDX) TO ACL-FECHA-ALTA
              MOVE TAB-ACL-OPERADOR(IDX) TO ACL-OPERADOR
              MOVE TAB-ACL-FECHA-PROV(IDX) TO ACL-FECHA-PROVISIONAL
              MOVE TAB-ACL-FECHA-LIMITE(IDX) TO ACL-FECHA-LIMITE
              MOVE TAB-ACL-ESTADO(IDX) TO ACL-ESTADO
              MOVE TAB-ACL-REF-ABONO(IDX) TO ACL-REF-ABONO
              MOVE TAB-ACL-FECHA-ABONO(IDX) TO ACL-FECHA-ABONO
              MOVE TAB-ACL-REF-EXTORNO(IDX) TO ACL-REF-EXTORNO
              MOVE TAB-ACL-FECHA-RESOL(IDX) TO ACL-FECHA-RESOLUCION
              MOVE TAB-ACL-RESOLVIO(IDX) TO ACL-RESOLVIO
              WRITE ACLARACION-REG
           END-PERFORM.
           CLOSE ACLARACIONES-FILE.
