       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-EMISORES.

      *> --- Pantalla de mantenimiento de EMISORES_SERVICIO.CTL, el
      *> catálogo de empresas cuyos recibos cobramos (luz, agua,
      *> teléfono, gas...): el formato de la referencia que imprime
      *> cada una, la regla de su dígito verificador y la comisión
      *> que le cobramos al cliente por pago. Con él valida
      *> VALIDA-REFERENCIA y liquida LIQUIDACION-SERVICIOS. Mismo
      *> molde que MANTENIMIENTO-PAGOS: alta, cambio, baja y
      *> listado. Un emisor con pagos en el registro no se borra:
      *> la baja lo deja inactivo para que sus pagos pendientes se
      *> sigan liquidando.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISORES-FILE ASSIGN TO 'EMISORES_SERVICIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMISORES.

       DATA DIVISION.
       FILE SECTION.
       FD EMISORES-FILE.
           COPY EMISORREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-EMISORES PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(3) VALUE 1.
       01 TOTAL-EMISORES PIC 9(3) VALUE 0.
       01 EOF-EMI PIC X VALUE 'N'.
          88 FIN-EMI VALUE 'S'.

       01 CODIGO-BUSCADO PIC 9(4).
       01 EMISOR-ENCONTRADO PIC X(1) VALUE 'N'.
          88 EMISOR-HALLADO VALUE 'S'.
       01 WS-NUEVO-NOMBRE PIC X(30).
       01 WS-NUEVA-COMISION PIC 9(3)V99.
       01 WS-NUEVO-ACTIVO PIC X(1).
       01 REGLA-VALIDA PIC X(1) VALUE 'N'.
          88 ES-REGLA-VALIDA VALUE 'S'.

      *> Tamaño máximo del catálogo en memoria; mismo criterio que
      *> los demás programas de mantenimiento.
       01 EMISORES-TABLA.
          05 EMISOR-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-EMISORES
                INDEXED BY IDX-TABLA.
             10 TAB-EMI-CODIGO   PIC 9(4).
             10 TAB-EMI-NOMBRE   PIC X(30).
             10 TAB-EMI-LONGITUD PIC 9(2).
             10 TAB-EMI-FORMATO  PIC X(1).
             10 TAB-EMI-DIGITO   PIC X(1).
             10 TAB-EMI-COMISION PIC 9(3)V99.
             10 TAB-EMI-ACTIVO   PIC X(1).

       PROCEDURE DIVISION.

            PERFORM CARGAR_EMISORES.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "MANTENIMIENTO DE EMISORES DE SERVICIOS"
              DISPLAY "1.ALTA DE EMISOR"
              DISPLAY "2.CAMBIO DE EMISOR"
              DISPLAY "3.BAJA DE EMISOR"
              DISPLAY "4.LISTAR EMISORES"
              DISPLAY "5.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_EMISOR
                 WHEN 2
                    PERFORM CAMBIO_EMISOR
                 WHEN 3
                    PERFORM BAJA_EMISOR
                 WHEN 4
                    PERFORM LISTAR_EMISORES
                 WHEN 5
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_EMISORES.
            STOP RUN.

      *---- Alta: agrega un emisor nuevo con su formato de
      *---- referencia, su regla de dígito y su comisión.
        ALTA_EMISOR.
           DISPLAY "INGRESE CLAVE DEL EMISOR (4 CIFRAS)".
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EMISOR.
           IF EMISOR-HALLADO
              DISPLAY "EL EMISOR YA ESTA REGISTRADO, USE CAMBIO"
              EXIT PARAGRAPH
           END-IF.
           IF CODIGO-BUSCADO = 0 OR TOTAL-EMISORES >= 999
              DISPLAY "CLAVE INVALIDA, EMISOR NO AGREGADO"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO-BUSCADO TO EMI-CODIGO.
           DISPLAY "INGRESE NOMBRE DEL EMISOR".
           ACCEPT EMI-NOMBRE.
           DISPLAY "LARGO DE LA REFERENCIA DEL RECIBO (1 A 20)".
           ACCEPT EMI-LONGITUD.
           DISPLAY "FORMATO: N=SOLO CIFRAS A=CIFRAS Y LETRAS".
           ACCEPT EMI-FORMATO.
           DISPLAY "DIGITO VERIFICADOR: N=SIN DIGITO L=MODULO 10 "
              "O=MODULO 11".
           ACCEPT EMI-DIGITO.
           PERFORM VALIDAR_REGLA.
           IF NOT ES-REGLA-VALIDA
              DISPLAY "FORMATO O REGLA INVALIDA, EMISOR NO AGREGADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "COMISION POR PAGO".
           ACCEPT EMI-COMISION.
           MOVE 'S' TO EMI-ACTIVO.
           ADD 1 TO TOTAL-EMISORES.
           SET IDX-TABLA TO TOTAL-EMISORES.
           PERFORM PASAR-REGISTRO-A-RENGLON.
           DISPLAY "EMISOR AGREGADO".

      *---- Cambio: corrige el nombre, la comisión o el estado
      *---- activo. El formato y la regla del dígito no cambian: un
      *---- emisor que cambia de recibo se da de alta con clave
      *---- nueva, para no invalidar los domiciliados vigentes.
        CAMBIO_EMISOR.
           DISPLAY "INGRESE CLAVE DEL EMISOR".
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EMISOR.
           IF NOT EMISOR-HALLADO
              DISPLAY "EL EMISOR NO ESTA REGISTRADO"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOMBRE ACTUAL: " TAB-EMI-NOMBRE(IDX-TABLA).
           DISPLAY "INGRESE NUEVO NOMBRE (ENTER NO CAMBIA)".
           MOVE SPACES TO WS-NUEVO-NOMBRE.
           ACCEPT WS-NUEVO-NOMBRE.
           IF WS-NUEVO-NOMBRE NOT = SPACES
              MOVE WS-NUEVO-NOMBRE TO TAB-EMI-NOMBRE(IDX-TABLA)
           END-IF.
           DISPLAY "COMISION ACTUAL: " TAB-EMI-COMISION(IDX-TABLA).
           DISPLAY "INGRESE NUEVA COMISION (999.99 NO CAMBIA)".
           ACCEPT WS-NUEVA-COMISION.
           IF WS-NUEVA-COMISION < 999.99
              MOVE WS-NUEVA-COMISION TO TAB-EMI-COMISION(IDX-TABLA)
           END-IF.
           DISPLAY "ACTIVO ACTUAL: " TAB-EMI-ACTIVO(IDX-TABLA).
           DISPLAY "ACTIVAR O SUSPENDER (S/N, ENTER NO CAMBIA)".
           MOVE SPACE TO WS-NUEVO-ACTIVO.
           ACCEPT WS-NUEVO-ACTIVO.
           IF WS-NUEVO-ACTIVO = 'S' OR WS-NUEVO-ACTIVO = 'N'
              MOVE WS-NUEVO-ACTIVO TO TAB-EMI-ACTIVO(IDX-TABLA)
           END-IF.
           DISPLAY "EMISOR CORREGIDO".

      *---- Baja: el emisor queda inactivo; ya no se le cobran
      *---- recibos, pero lo cobrado se le sigue liquidando.
        BAJA_EMISOR.
           DISPLAY "INGRESE CLAVE DEL EMISOR".
           ACCEPT CODIGO-BUSCADO.
           PERFORM BUSCAR_EMISOR.
           IF NOT EMISOR-HALLADO
              DISPLAY "EL EMISOR NO ESTA REGISTRADO"
           ELSE
              MOVE 'N' TO TAB-EMI-ACTIVO(IDX-TABLA)
              DISPLAY "EMISOR DADO DE BAJA (INACTIVO)"
           END-IF.

      *---- Lista el catálogo vigente.
        LISTAR_EMISORES.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-EMISORES
              DISPLAY TAB-EMI-CODIGO(IDX) " " TAB-EMI-NOMBRE(IDX)
                 " REF " TAB-EMI-LONGITUD(IDX)
                 TAB-EMI-FORMATO(IDX)
                 " DIGITO " TAB-EMI-DIGITO(IDX)
                 " COMISION " TAB-EMI-COMISION(IDX)
                 " ACTIVO " TAB-EMI-ACTIVO(IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE EMISORES: " TOTAL-EMISORES.

      *---- Ubica CODIGO-BUSCADO dentro de la tabla.
        BUSCAR_EMISOR.
           MOVE 'N' TO EMISOR-ENCONTRADO.
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
                   UNTIL IDX-TABLA > TOTAL-EMISORES
              IF TAB-EMI-CODIGO(IDX-TABLA) = CODIGO-BUSCADO
                 MOVE 'S' TO EMISOR-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- El largo va de 1 a 20; las reglas con dígito piden
      *---- referencia de cifras y al menos dos posiciones.
        VALIDAR_REGLA.
           MOVE 'N' TO REGLA-VALIDA.
           IF EMI-LONGITUD NOT NUMERIC
                 OR EMI-LONGITUD < 1 OR EMI-LONGITUD > 20
              EXIT PARAGRAPH
           END-IF.
           IF EMI-FORMATO NOT = 'N' AND EMI-FORMATO NOT = 'A'
              EXIT PARAGRAPH
           END-IF.
           EVALUATE EMI-DIGITO
              WHEN 'N'
                 MOVE 'S' TO REGLA-VALIDA
              WHEN 'L'
              WHEN 'O'
                 IF EMI-FORMATO = 'N' AND EMI-LONGITUD > 1
                    MOVE 'S' TO REGLA-VALIDA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

        PASAR-REGISTRO-A-RENGLON.
           MOVE EMI-CODIGO TO TAB-EMI-CODIGO(IDX-TABLA).
           MOVE EMI-NOMBRE TO TAB-EMI-NOMBRE(IDX-TABLA).
           MOVE EMI-LONGITUD TO TAB-EMI-LONGITUD(IDX-TABLA).
           MOVE EMI-FORMATO TO TAB-EMI-FORMATO(IDX-TABLA).
           MOVE EMI-DIGITO TO TAB-EMI-DIGITO(IDX-TABLA).
           MOVE EMI-COMISION TO TAB-EMI-COMISION(IDX-TABLA).
           MOVE EMI-ACTIVO TO TAB-EMI-ACTIVO(IDX-TABLA).

      *---- Carga EMISORES_SERVICIO.CTL completo a la tabla.
        CARGAR_EMISORES.
           OPEN INPUT EMISORES-FILE.
           IF WS-ESTADO-EMISORES = '00'
              PERFORM UNTIL FIN-EMI
                 READ EMISORES-FILE
                    AT END MOVE 'S' TO EOF-EMI
                    NOT AT END
                       IF EMI-CODIGO NUMERIC
                             AND TOTAL-EMISORES < 999
                          ADD 1 TO TOTAL-EMISORES
                          SET IDX-TABLA TO TOTAL-EMISORES
                          IF EMI-COMISION NOT NUMERIC
                             MOVE ZERO TO EMI-COMISION
                          END-IF
                          PERFORM PASAR-REGISTRO-A-RENGLON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMISORES-FILE
           ELSE
              DISPLAY "EMISORES_SERVICIO.CTL NO ENCONTRADO, "
                 "SE CREARA UNO NUEVO"
           END-IF.

      *---- Reescribe EMISORES_SERVICIO.CTL completo con el
      *---- contenido final de la tabla.
        GRABAR_EMISORES.
           OPEN OUTPUT EMISORES-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-EMISORES
              MOVE TAB-EMI-CODIGO(IDX)   TO EMI-CODIGO
              MOVE TAB-EMI-NOMBRE(IDX)   TO EMI-NOMBRE
              MOVE TAB-EMI-LONGITUD(IDX) TO EMI-LONGITUD
              MOVE TAB-EMI-FORMATO(IDX)  TO EMI-FORMATO
              MOVE TAB-EMI-DIGITO(IDX)   TO EMI-DIGITO
              MOVE TAB-EMI-COMISION(IDX) TO EMI-COMISION
              MOVE TAB-EMI-ACTIVO(IDX)   TO EMI-ACTIVO
              WRITE EMISOR-REG
           END-PERFORM.
           CLOSE EMISORES-FILE.
