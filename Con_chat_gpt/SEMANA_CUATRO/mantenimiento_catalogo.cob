       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CATALOGO.

      *> --- Pantalla de mantenimiento de CATALOGO_CONTABLE.CTL, el
      *> catálogo de cuentas de mayor y las reglas que ligan cada
      *> concepto de CONTABLE.DAT (por moneda y sucursal) con la
      *> cuenta a la que se asienta. Contabilidad lo mantiene;
      *> CONTABILIDAD-GENERAL lo lee cada noche para pasar las
      *> partidas al mayor, y CONCILIACION-DEPOSITOS para saber qué
      *> cuentas son de captación. Mismo molde que
      *> MANTENIMIENTO-MONEDAS: alta, baja y listado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO 'CATALOGO_CONTABLE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-FILE.
           COPY CATALOGOREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CATALOGO PIC X(2).
       01 SALIR PIC X(1) VALUE 'N'.
       01 OPCION PIC 9.
       01 IDX PIC 9(4) VALUE 1.
       01 EOF-CAT PIC X VALUE 'N'.
          88 FIN-CAT VALUE 'S'.

      *> Cuenta reservada para las partidas cuyo concepto no tiene
      *> regla; no se da de alta a mano.
       01 CUENTA-SUSPENSO PIC 9(6) VALUE 999999.

       01 CUENTA-BUSCADA PIC 9(6).
       01 CUENTA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 CUENTA-HALLADA VALUE 'S'.
       01 REGLA-ENCONTRADA PIC X(1) VALUE 'N'.
          88 REGLA-HALLADA VALUE 'S'.
       01 REGLAS-DE-CUENTA PIC 9(4) VALUE 0.
       01 CONCEPTO-BUSCADO PIC X(10).
       01 MONEDA-BUSCADA PIC X(3).
       01 SUCURSAL-BUSCADA PIC X(3).
       01 SUCURSAL-CAPTURA PIC 9(3).
       01 TODAS-SUCURSALES PIC X(1).

       01 CUENTAS-GL-TABLA.
          05 CUENTA-GL-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-CUENTAS-GL
                INDEXED BY IDX-CTA.
             10 TAB-CTA-NUMERO     PIC 9(6).
             10 TAB-CTA-NOMBRE     PIC X(30).
             10 TAB-CTA-NATURALEZA PIC X(1).
             10 TAB-CTA-CAPTACION  PIC X(1).
       01 TOTAL-CUENTAS-GL PIC 9(3) VALUE 0.

       01 REGLAS-TABLA.
          05 REGLA-RENGLON OCCURS 1 TO 999 TIMES
                DEPENDING ON TOTAL-REGLAS
                INDEXED BY IDX-MAP.
             10 TAB-MAP-CONCEPTO PIC X(10).
             10 TAB-MAP-MONEDA   PIC X(3).
             10 TAB-MAP-SUCURSAL PIC X(3).
             10 TAB-MAP-CUENTA   PIC 9(6).
       01 TOTAL-REGLAS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

            PERFORM CARGAR_CATALOGO.

            PERFORM UNTIL SALIR = 'S'
              DISPLAY "-----------------------------------"
              DISPLAY "CATALOGO DE CUENTAS CONTABLES"
              DISPLAY "1.ALTA DE CUENTA DE MAYOR"
              DISPLAY "2.BAJA DE CUENTA DE MAYOR"
              DISPLAY "3.ALTA DE REGLA DE ASIENTO"
              DISPLAY "4.BAJA DE REGLA DE ASIENTO"
              DISPLAY "5.LISTAR CATALOGO"
              DISPLAY "6.SALIR"
              DISPLAY "-----------------------------------"
              ACCEPT OPCION
              EVALUATE OPCION
                 WHEN 1
                    PERFORM ALTA_CUENTA_GL
                 WHEN 2
                    PERFORM BAJA_CUENTA_GL
                 WHEN 3
                    PERFORM ALTA_REGLA
                 WHEN 4
                    PERFORM BAJA_REGLA
                 WHEN 5
                    PERFORM LISTAR_CATALOGO
                 WHEN 6
                    MOVE 'S' TO SALIR
                 WHEN OTHER
                    DISPLAY "OPCION INCORRECTA"
              END-EVALUATE
            END-PERFORM.

            PERFORM GRABAR_CATALOGO.
            STOP RUN.

      *---- Alta de cuenta de mayor: número nuevo, nombre,
      *---- naturaleza, y si es de captación (sólo una cuenta de
      *---- pasivo puede serlo).
        ALTA_CUENTA_GL.
           DISPLAY "INGRESE NUMERO DE CUENTA CONTABLE (6 DIGITOS)".
           ACCEPT CUENTA-BUSCADA.
           PERFORM BUSCAR_CUENTA_GL.
           IF CUENTA-HALLADA
              DISPLAY "LA CUENTA YA ESTA EN EL CATALOGO"
              EXIT PARAGRAPH
           END-IF.
           IF CUENTA-BUSCADA = 0 OR CUENTA-BUSCADA = CUENTA-SUSPENSO
              DISPLAY "NUMERO DE CUENTA INVALIDO O RESERVADO"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-CUENTAS-GL.
           MOVE CUENTA-BUSCADA TO TAB-CTA-NUMERO(TOTAL-CUENTAS-GL).
           DISPLAY "INGRESE NOMBRE DE LA CUENTA".
           ACCEPT TAB-CTA-NOMBRE(TOTAL-CUENTAS-GL).
           DISPLAY "NATURALEZA: A ACTIVO, P PASIVO, K CAPITAL, "
              "I INGRESO, G GASTO".
           ACCEPT TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL).
           IF TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) NOT = 'A'
                 AND TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) NOT = 'P'
                 AND TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) NOT = 'K'
                 AND TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) NOT = 'I'
                 AND TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) NOT = 'G'
              DISPLAY "NATURALEZA INVALIDA, CUENTA NO AGREGADA"
              SUBTRACT 1 FROM TOTAL-CUENTAS-GL
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL).
           IF TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL) = 'P'
              DISPLAY "ES CUENTA DE CAPTACION DE CLIENTES? (S/N)"
              ACCEPT TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL)
              IF TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL) NOT = 'S'
                 MOVE 'N' TO TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL)
              END-IF
           END-IF.
           DISPLAY "CUENTA CONTABLE AGREGADA".

      *---- Baja de cuenta de mayor: no se permite mientras alguna
      *---- regla de asiento la use, para no dejar conceptos
      *---- apuntando a una cuenta inexistente.
        BAJA_CUENTA_GL.
           DISPLAY "INGRESE NUMERO DE CUENTA CONTABLE".
           ACCEPT CUENTA-BUSCADA.
           PERFORM BUSCAR_CUENTA_GL.
           IF NOT CUENTA-HALLADA
              DISPLAY "LA CUENTA NO ESTA EN EL CATALOGO"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGLAS-DE-CUENTA.
           PERFORM VARYING IDX-MAP FROM 1 BY 1
                   UNTIL IDX-MAP > TOTAL-REGLAS
              IF TAB-MAP-CUENTA(IDX-MAP) = CUENTA-BUSCADA
                 ADD 1 TO REGLAS-DE-CUENTA
              END-IF
           END-PERFORM.
           IF REGLAS-DE-CUENTA > 0
              DISPLAY "LA CUENTA TIENE " REGLAS-DE-CUENTA
                 " REGLAS DE ASIENTO; DELAS DE BAJA PRIMERO"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX FROM IDX-CTA BY 1
                   UNTIL IDX > TOTAL-CUENTAS-GL - 1
              MOVE CUENTA-GL-RENGLON(IDX + 1) TO CUENTA-GL-RENGLON(IDX)
           END-PERFORM.
           SUBTRACT 1 FROM TOTAL-CUENTAS-GL.
           DISPLAY "CUENTA CONTABLE ELIMINADA".

      *---- Alta de regla: concepto de CONTABLE.DAT, moneda (o ***
      *---- para todas), sucursal (o todas) y la cuenta de mayor,
      *---- que debe existir en el catálogo.
        ALTA_REGLA.
           PERFORM CAPTURAR_LLAVE_REGLA.
           IF CONCEPTO-BUSCADO = SPACES
              DISPLAY "CONCEPTO INVALIDO, REGLA NO AGREGADA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR_REGLA.
           IF REGLA-HALLADA
              DISPLAY "YA EXISTE UNA REGLA PARA ESE CONCEPTO, MONEDA "
                 "Y SUCURSAL (CUENTA " TAB-MAP-CUENTA(IDX-MAP) ")"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "INGRESE CUENTA CONTABLE DE ASIENTO".
           ACCEPT CUENTA-BUSCADA.
           PERFORM BUSCAR_CUENTA_GL.
           IF NOT CUENTA-HALLADA
              DISPLAY "LA CUENTA NO ESTA EN EL CATALOGO, "
                 "REGLA NO AGREGADA"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-REGLAS.
           MOVE CONCEPTO-BUSCADO TO TAB-MAP-CONCEPTO(TOTAL-REGLAS).
           MOVE MONEDA-BUSCADA TO TAB-MAP-MONEDA(TOTAL-REGLAS).
           MOVE SUCURSAL-BUSCADA TO TAB-MAP-SUCURSAL(TOTAL-REGLAS).
           MOVE CUENTA-BUSCADA TO TAB-MAP-CUENTA(TOTAL-REGLAS).
           DISPLAY "REGLA DE ASIENTO AGREGADA".

        BAJA_REGLA.
           PERFORM CAPTURAR_LLAVE_REGLA.
           PERFORM BUSCAR_REGLA.
           IF NOT REGLA-HALLADA
              DISPLAY "NO EXISTE REGLA PARA ESE CONCEPTO, MONEDA "
                 "Y SUCURSAL"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX FROM IDX-MAP BY 1
                   UNTIL IDX > TOTAL-REGLAS - 1
              MOVE REGLA-RENGLON(IDX + 1) TO REGLA-RENGLON(IDX)
           END-PERFORM.
           SUBTRACT 1 FROM TOTAL-REGLAS.
           DISPLAY "REGLA DE ASIENTO ELIMINADA".

        CAPTURAR_LLAVE_REGLA.
           DISPLAY "INGRESE CONCEPTO (COMO EN CONTABLE.DAT, "
              "P.EJ. DEPOSITOS)".
           ACCEPT CONCEPTO-BUSCADO.
           DISPLAY "INGRESE MONEDA (3 LETRAS, *** PARA TODAS)".
           ACCEPT MONEDA-BUSCADA.
           IF MONEDA-BUSCADA = SPACES
              MOVE "***" TO MONEDA-BUSCADA
           END-IF.
           DISPLAY "VALE PARA TODAS LAS SUCURSALES? (S/N)".
           ACCEPT TODAS-SUCURSALES.
           IF TODAS-SUCURSALES = 'S'
              MOVE "***" TO SUCURSAL-BUSCADA
           ELSE
              DISPLAY "INGRESE NUMERO DE SUCURSAL"
              ACCEPT SUCURSAL-CAPTURA
              MOVE SUCURSAL-CAPTURA TO SUCURSAL-BUSCADA
           END-IF.

      *---- Lista las cuentas de mayor y, bajo cada una, las reglas
      *---- que asientan en ella.
        LISTAR_CATALOGO.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS-GL
              DISPLAY "CUENTA " TAB-CTA-NUMERO(IDX-CTA) " "
                 TAB-CTA-NOMBRE(IDX-CTA)
                 " NATURALEZA " TAB-CTA-NATURALEZA(IDX-CTA)
                 " CAPTACION " TAB-CTA-CAPTACION(IDX-CTA)
              PERFORM VARYING IDX-MAP FROM 1 BY 1
                      UNTIL IDX-MAP > TOTAL-REGLAS
                 IF TAB-MAP-CUENTA(IDX-MAP) = TAB-CTA-NUMERO(IDX-CTA)
                    DISPLAY "   CONCEPTO " TAB-MAP-CONCEPTO(IDX-MAP)
                       " MONEDA " TAB-MAP-MONEDA(IDX-MAP)
                       " SUCURSAL " TAB-MAP-SUCURSAL(IDX-MAP)
                 END-IF
              END-PERFORM
           END-PERFORM.
           DISPLAY "TOTAL DE CUENTAS: " TOTAL-CUENTAS-GL
              "  REGLAS: " TOTAL-REGLAS.

        BUSCAR_CUENTA_GL.
           MOVE 'N' TO CUENTA-ENCONTRADA.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > TOTAL-CUENTAS-GL
              IF TAB-CTA-NUMERO(IDX-CTA) = CUENTA-BUSCADA
                 MOVE 'S' TO CUENTA-ENCONTRADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

        BUSCAR_REGLA.
           MOVE 'N' TO REGLA-ENCONTRADA.
           PERFORM VARYING IDX-MAP FROM 1 BY 1
                   UNTIL IDX-MAP > TOTAL-REGLAS
              IF TAB-MAP-CONCEPTO(IDX-MAP) = CONCEPTO-BUSCADO
                    AND TAB-MAP-MONEDA(IDX-MAP) = MONEDA-BUSCADA
                    AND TAB-MAP-SUCURSAL(IDX-MAP) = SUCURSAL-BUSCADA
                 MOVE 'S' TO REGLA-ENCONTRADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *---- Carga CATALOGO_CONTABLE.CTL completo a las dos tablas.
        CARGAR_CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-ESTADO-CATALOGO = '00'
              PERFORM UNTIL FIN-CAT
                 READ CATALOGO-FILE
                    AT END MOVE 'S' TO EOF-CAT
                    NOT AT END
                       EVALUATE TRUE
                          WHEN CAT-ES-CUENTA
                             ADD 1 TO TOTAL-CUENTAS-GL
                             MOVE CAT-CUENTA
                               TO TAB-CTA-NUMERO(TOTAL-CUENTAS-GL)
                             MOVE CAT-NOMBRE
                               TO TAB-CTA-NOMBRE(TOTAL-CUENTAS-GL)
                             MOVE CAT-NATURALEZA
                               TO TAB-CTA-NATURALEZA(TOTAL-CUENTAS-GL)
                             MOVE CAT-CAPTACION
                               TO TAB-CTA-CAPTACION(TOTAL-CUENTAS-GL)
                          WHEN CAT-ES-MAPEO
                             ADD 1 TO TOTAL-REGLAS
                             MOVE MAP-CONCEPTO
                               TO TAB-MAP-CONCEPTO(TOTAL-REGLAS)
                             MOVE MAP-MONEDA
                               TO TAB-MAP-MONEDA(TOTAL-REGLAS)
                             MOVE MAP-SUCURSAL
                               TO TAB-MAP-SUCURSAL(TOTAL-REGLAS)
                             MOVE MAP-CUENTA
                               TO TAB-MAP-CUENTA(TOTAL-REGLAS)
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CATALOGO-FILE
           ELSE
              DISPLAY "CATALOGO_CONTABLE.CTL NO ENCONTRADO, "
                 "SE CREARA UNO NUEVO"
           END-IF.

      *---- Reescribe el catálogo: primero las cuentas, luego las
      *---- reglas.
        GRABAR_CATALOGO.
           OPEN OUTPUT CATALOGO-FILE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-CUENTAS-GL
              MOVE SPACES TO CATALOGO-REG
              MOVE 'C' TO CAT-CLASE
              MOVE TAB-CTA-NUMERO(IDX)     TO CAT-CUENTA
              MOVE TAB-CTA-NOMBRE(IDX)     TO CAT-NOMBRE
              MOVE TAB-CTA-NATURALEZA(IDX) TO CAT-NATURALEZA
              MOVE TAB-CTA-CAPTACION(IDX)  TO CAT-CAPTACION
              WRITE CATALOGO-REG
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-REGLAS
              MOVE SPACES TO CATALOGO-REG
              MOVE 'M' TO CAT-CLASE
              MOVE TAB-MAP-CONCEPTO(IDX) TO MAP-CONCEPTO
              MOVE TAB-MAP-MONEDA(IDX)   TO MAP-MONEDA
              MOVE TAB-MAP-SUCURSAL(IDX) TO MAP-SUCURSAL
              MOVE TAB-MAP-CUENTA(IDX)   TO MAP-CUENTA
              WRITE CATALOGO-REG
           END-PERFORM.
           CLOSE CATALOGO-FILE.
