       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMBIOS.

      *> --- Reporte de doble control sobre los maestros: lista la
      *> cola CAMBIOS_PENDIENTES.DAT en tres secciones (pendientes,
      *> aprobadas y rechazadas), cada solicitud con su maestro,
      *> accion y llave, quien la capturo y cuando, y quien la
      *> resolvio y cuando, con el motivo si se rechazo. Sale a
      *> CAMBIOS_MAESTROS.RPT con los totales por estado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-FILE ASSIGN TO 'CAMBIOS_PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT REPORTE-FILE ASSIGN TO 'CAMBIOS_MAESTROS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-FILE.
           COPY CAMBIOPENDREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-CAMBIOS PIC X(2).
       01 WS-ESTADO-REPORTE PIC X(2).

       01 EOF-CMB PIC X VALUE 'N'.
          88 FIN-CMB VALUE 'S'.

       01 ESTADO-SECCION PIC X(1).
       01 SECCION PIC 9(1).
       01 TITULO-SECCION PIC X(132).
       01 LISTADAS-SECCION PIC 9(6) VALUE 0.
       01 TOTAL-PENDIENTES PIC 9(6) VALUE 0.
       01 TOTAL-APROBADAS  PIC 9(6) VALUE 0.
       01 TOTAL-RECHAZADAS PIC 9(6) VALUE 0.

       01 DET-CAMBIO.
          05 DC-FOLIO     PIC 9(6).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DC-MAESTRO   PIC X(11).
          05 DC-ACCION    PIC X(7).
          05 FILLER       PIC X(7) VALUE " LLAVE ".
          05 DC-LLAVE     PIC X(9).
          05 FILLER       PIC X(9) VALUE " CAPTURO ".
          05 DC-CAPTURO   PIC X(8).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DC-FECHA-CAP PIC 9(8).
          05 FILLER       PIC X(9) VALUE " RESOLVIO".
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DC-REVISO    PIC X(8).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DC-FECHA-REV PIC 9(8).
          05 FILLER       PIC X(1) VALUE SPACE.
          05 DC-MOTIVO    PIC X(30).

       01 LINEA-TOTAL.
          05 LT-TITULO PIC X(20).
          05 LT-TOTAL  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            OPEN OUTPUT REPORTE-FILE.
            IF WS-ESTADO-REPORTE NOT = '00'
               DISPLAY "NO SE PUDO ABRIR CAMBIOS_MAESTROS.RPT "
                  "(ESTADO " WS-ESTADO-REPORTE ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE "SOLICITUDES DE CAMBIO A MAESTROS (DOBLE CONTROL)"
              TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM VARYING SECCION FROM 1 BY 1 UNTIL SECCION > 3
               EVALUATE SECCION
                  WHEN 1
                     MOVE 'P' TO ESTADO-SECCION
                     MOVE "PENDIENTES DE APROBACION" TO LINEA-REPORTE
                  WHEN 2
                     MOVE 'A' TO ESTADO-SECCION
                     MOVE "APROBADAS Y APLICADAS" TO LINEA-REPORTE
                  WHEN 3
                     MOVE 'R' TO ESTADO-SECCION
                     MOVE "RECHAZADAS" TO LINEA-REPORTE
               END-EVALUATE
               PERFORM LISTAR-SECCION
            END-PERFORM.

            MOVE SPACES TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE "PENDIENTES" TO LT-TITULO.
            MOVE TOTAL-PENDIENTES TO LT-TOTAL.
            WRITE LINEA-REPORTE FROM LINEA-TOTAL.
            MOVE "APROBADAS" TO LT-TITULO.
            MOVE TOTAL-APROBADAS TO LT-TOTAL.
            WRITE LINEA-REPORTE FROM LINEA-TOTAL.
            MOVE "RECHAZADAS" TO LT-TITULO.
            MOVE TOTAL-RECHAZADAS TO LT-TOTAL.
            WRITE LINEA-REPORTE FROM LINEA-TOTAL.
            CLOSE REPORTE-FILE.

            DISPLAY "SOLICITUDES PENDIENTES: " TOTAL-PENDIENTES
               " APROBADAS: " TOTAL-APROBADAS
               " RECHAZADAS: " TOTAL-RECHAZADAS.
            DISPLAY "REPORTE EN CAMBIOS_MAESTROS.RPT".

            GOBACK.

      *---- Una pasada por la cola por seccion; el titulo ya viene
      *---- en LINEA-REPORTE.
        LISTAR-SECCION.
           MOVE LINEA-REPORTE TO TITULO-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM TITULO-SECCION.
           MOVE 0 TO LISTADAS-SECCION.
           MOVE 'N' TO EOF-CMB.
           OPEN INPUT CAMBIOS-FILE.
           IF WS-ESTADO-CAMBIOS = '00'
              PERFORM UNTIL FIN-CMB
                 READ CAMBIOS-FILE
                    AT END MOVE 'S' TO EOF-CMB
                    NOT AT END
                       IF CMB-ESTADO = ESTADO-SECCION
                          PERFORM ESCRIBIR-DETALLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIOS-FILE
           END-IF.
           IF LISTADAS-SECCION = 0
              MOVE "  (NINGUNA)" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

        ESCRIBIR-DETALLE.
           ADD 1 TO LISTADAS-SECCION.
           EVALUATE TRUE
              WHEN CMB-PENDIENTE
                 ADD 1 TO TOTAL-PENDIENTES
              WHEN CMB-APROBADO
                 ADD 1 TO TOTAL-APROBADAS
              WHEN OTHER
                 ADD 1 TO TOTAL-RECHAZADAS
           END-EVALUATE.
           MOVE CMB-FOLIO TO DC-FOLIO.
           EVALUATE TRUE
              WHEN CMB-DE-TASAS
                 MOVE "TASAS" TO DC-MAESTRO
              WHEN CMB-DE-CUENTAS
                 MOVE "CUENTAS" TO DC-MAESTRO
              WHEN CMB-DE-MONEDAS
                 MOVE "MONEDAS" TO DC-MAESTRO
              WHEN CMB-DE-RETENCIONES
                 MOVE "RETENCIONES" TO DC-MAESTRO
              WHEN CMB-DE-SUCURSALES
                 MOVE "SUCURSALES" TO DC-MAESTRO
              WHEN OTHER
                 MOVE CMB-MAESTRO TO DC-MAESTRO
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CMB-ALTA
                 MOVE " ALTA" TO DC-ACCION
              WHEN CMB-BAJA
                 MOVE " BAJA" TO DC-ACCION
              WHEN OTHER
                 MOVE " CAMBIO" TO DC-ACCION
           END-EVALUATE.
           MOVE CMB-LLAVE TO DC-LLAVE.
           MOVE CMB-CAPTURO TO DC-CAPTURO.
           MOVE CMB-FECHA-CAPTURA TO DC-FECHA-CAP.
           MOVE CMB-REVISO TO DC-REVISO.
           MOVE CMB-FECHA-REVISION TO DC-FECHA-REV.
           MOVE CMB-MOTIVO-RECHAZO TO DC-MOTIVO.
           WRITE LINEA-REPORTE FROM DET-CAMBIO.
