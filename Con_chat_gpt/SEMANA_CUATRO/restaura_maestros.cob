      *> histórica de ese día. Sólo si cuadran se reconstruye el
      *> maestro indexado CUENTAS.DAT desde el respaldo (bajo el
      *> cerrojo) y se regresan clientes.txt y AUDITORIA.LOG de sus
      *> generaciones. Si no cuadran, no se toca nada. Antes de
      *> regresar AUDITORIA.LOG se guarda la bitácora vigente en
      *> AUDITORIA_PRERESTAURA.LOG: REAPLICA-MOVIMIENTOS la usa para
      *> volver a aplicar lo posteado después del respaldo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDITORIA-FILE ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT COPIA-BITACORA-FILE
               ASSIGN TO 'AUDITORIA_PRERESTAURA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COPIA.
           SELECT CERROJO-FILE ASSIGN TO 'CUENTAS_LOCK.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERROJO.
       FD AUDITORIA-FILE.
           COPY AUDITORIAREG.

       FD COPIA-BITACORA-FILE.
       01 COPIA-BITACORA-REG PIC X(120).

       FD CERROJO-FILE.
       01 CERROJO-REG.
           05 LCK-PROGRAMA PIC X(15).
       01 WS-ESTADO-HIST      PIC X(2).
       01 WS-ESTADO-CLIENTES  PIC X(2).
       01 WS-ESTADO-AUDITORIA PIC X(2).
       01 WS-ESTADO-COPIA     PIC X(2).
       01 WS-ESTADO-CERROJO   PIC X(2).
       01 CERROJO-TOMADO PIC X(1) VALUE 'N'.
          88 TIENE-CERROJO VALUE 'S'.
          88 FIN-RSP VALUE 'S'.
       01 EOF-HIST PIC X VALUE 'N'.
          88 FIN-HIST VALUE 'S'.
       01 EOF-AUD PIC X VALUE 'N'.
          88 FIN-AUD VALUE 'S'.

       01 FECHA-PEDIDA PIC 9(8).
       01 WS-NOMBRE-RESPALDO PIC X(30).
              DISPLAY "SIN RESPALDO DE AUDITORIA DE ESA FECHA"
              EXIT PARAGRAPH
           END-IF.
           PERFORM GUARDAR-BITACORA-VIGENTE.
           OPEN OUTPUT AUDITORIA-FILE.
           PERFORM UNTIL FIN-RSP
              READ RESPALDO-FILE
           CLOSE RESPALDO-FILE.
           CLOSE AUDITORIA-FILE.

      *---- Copia la bitácora vigente, con todo lo posteado después
      *---- del respaldo, antes de que la generación la reemplace.
        GUARDAR-BITACORA-VIGENTE.
           MOVE 'N' TO EOF-AUD.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-ESTADO-AUDITORIA NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPIA-BITACORA-FILE.
           PERFORM UNTIL FIN-AUD
              READ AUDITORIA-FILE
                 AT END MOVE 'S' TO EOF-AUD
                 NOT AT END
                    MOVE AUDITORIA-REG TO COPIA-BITACORA-REG
                    WRITE COPIA-BITACORA-REG
              END-READ
           END-PERFORM.
           CLOSE AUDITORIA-FILE.
           CLOSE COPIA-BITACORA-FILE.
           DISPLAY "BITACORA VIGENTE GUARDADA EN "
              "AUDITORIA_PRERESTAURA.LOG".

      *---- Toma el cerrojo de CUENTAS.DAT: si otro programa lo
      *---- tiene, se avisa quién es y no se toca el maestro.
        TOMAR-CERROJO.
