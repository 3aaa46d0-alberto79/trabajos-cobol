           05 CCJ-BILLETES  PIC 9(5) OCCURS 6 TIMES.
           05 CCJ-EFECTIVO  PIC 9(9)V99.
           05 CCJ-DIFERENCIA PIC S9(9)V99.
           05 CCJ-DOTACION  PIC S9(8)V99.
           05 CCJ-CONCENTRACION PIC S9(8)V99.

       FD REPORTE-FILE.
       01 LINEA-REPORTE PIC X(130).
