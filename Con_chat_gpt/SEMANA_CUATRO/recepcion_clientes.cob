      *> en CUENTAS.DAT y cliente no repetido por nombre), agrega los
      *> buenos a clientes.txt con número de cliente del folio y sus
      *> parejas en el cruce, y deja los malos en
      *> CLIENTES_NUEVOS_RECHAZADOS.DAT con su motivo. Cada cliente
      *> aceptado se coteja contra la lista de vigilancia
      *> (CRIBA-LISTAS); el que coincide entra retenido para
      *> revisión de cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 TOTAL-RECIBIDOS PIC 9(5) VALUE 0.
       01 TOTAL-ACEPTADOS PIC 9(5) VALUE 0.
       01 TOTAL-RECHAZOS  PIC 9(5) VALUE 0.
       01 TOTAL-RETENIDOS PIC 9(5) VALUE 0.

           COPY CRIBAREG.

      *> --- Nombres del padrón existente, para detectar duplicados.
       01 PADRON-TABLA.
            DISPLAY "CLIENTES NUEVOS RECIBIDOS: " TOTAL-RECIBIDOS
            DISPLAY "ACEPTADOS EN CLIENTES.TXT: " TOTAL-ACEPTADOS
            DISPLAY "RECHAZADOS: "                TOTAL-RECHAZOS
            DISPLAY "RETENIDOS POR CUMPLIMIENTO: " TOTAL-RETENIDOS
            DISPLAY "--------------------------------".

            GOBACK.
      *---- un cliente nuevo no puede llegar bloqueado.
           MOVE 'C' TO CLI-KYC-ESTADO
           MOVE SPACE TO CLI-BLOQUEO
           PERFORM CRIBAR-CLIENTE-NUEVO
           WRITE CLIENTE-REG
           ADD 1 TO TOTAL-ACEPTADOS
           PERFORM VARYING IDX-CTA FROM 1 BY 1 UNTIL IDX-CTA > 5
           MOVE NVO-APELLIDO1 TO TAB-PAD-APELLIDO1(TOTAL-PADRON)
           MOVE NVO-APELLIDO2 TO TAB-PAD-APELLIDO2(TOTAL-PADRON).

      *---- Coteja al cliente contra la lista de vigilancia; si
      *---- coincide entra retenido para revisión de cumplimiento
      *---- ('R') en lugar de con el expediente completo.
        CRIBAR-CLIENTE-NUEVO.
           INITIALIZE CRIBA-PARAMETROS
           MOVE FOLIO-CLIENTE TO CRB-CLIENTE
           MOVE "RECEP-CLIENTES" TO CRB-ORIGEN
           MOVE CLI-NOMBRE TO CRB-NOMBRE
           MOVE CLI-APELLIDO1 TO CRB-APELLIDO1
           MOVE CLI-APELLIDO2 TO CRB-APELLIDO2
           MOVE CLI-DOC-TIPO TO CRB-DOC-TIPO
           MOVE CLI-DOC-NUMERO TO CRB-DOC-NUMERO
           CALL 'CRIBA-LISTAS' USING CRIBA-PARAMETROS
           IF CRB-COINCIDE-DOCUMENTO OR CRB-COINCIDE-NOMBRE
              MOVE 'R' TO CLI-KYC-ESTADO
              ADD 1 TO TOTAL-RETENIDOS
              DISPLAY "CLIENTE " FOLIO-CLIENTE " RETENIDO PARA "
                 "REVISION DE CUMPLIMIENTO"
           END-IF.

        ANOTAR-PAREJA-CRUCE.
           OPEN EXTEND XREF-FILE
           IF WS-ESTADO-XREF NOT = '00'
