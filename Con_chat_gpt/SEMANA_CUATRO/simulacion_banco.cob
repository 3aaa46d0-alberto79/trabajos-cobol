               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT POSTEADOS-FILE ASSIGN TO 'MOVS_POSTEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-REFERENCIA
               FILE STATUS IS WS-ESTADO-POSTEADOS.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT LIMITES-FILE ASSIGN TO 'LIMITES_DIARIOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LIMITES.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT CALENDARIO-FILE ASSIGN TO 'CALENDARIO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
           05 PST-REFERENCIA PIC 9(8).

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD LIMITES-FILE.
       01 LIMITE-REG.
           05 LIM-MAX-IMPORTE PIC 9(6).

       FD CHEQUES-FILE.
           COPY CHEQUEREG.

      *---- Calendario de días no hábiles que Operaciones mantiene;
      *---- una fecha AAAAMMDD por renglón.
