       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-FILE ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-LLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.
           SELECT RETENCIONES-FILE ASSIGN TO 'RETENCIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-LLAVE
               FILE STATUS IS WS-ESTADO-RETENCIONES.
           SELECT REPORTE-FILE ASSIGN TO 'CHEQUES_CERTIFICADOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD CHEQUES-FILE.
           COPY CHEQUEREG.

       FD RETENCIONES-FILE.
           COPY RETENCIONREG.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(80).
