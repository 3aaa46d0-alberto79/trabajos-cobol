           05 PAG-DIA            PIC 9(2).
           05 PAG-ACTIVO         PIC X(1).
           05 PAG-REINTENTOS     PIC 9(2).
           05 PAG-EMISOR         PIC 9(4).
           05 PAG-REF-SERVICIO   PIC X(20).

       FD EMPLEADOS-FILE.
           COPY EMPLEADOREG.
              IF FE-DIA = PAG-DIA
                 ADD 1 TO TOTAL-PAGOS-VENTANA
                 ADD PAG-IMPORTE TO TAB-DIA-CARGOS(IDX-DIA)
                 MOVE PAG-CUENTA TO CUENTA-BUSCADA
                 PERFORM RESOLVER-SUCURSAL-CUENTA
                 MOVE SUCURSAL-HALLADA-WS TO SUCURSAL-ACUMULAR
                 MOVE PAG-IMPORTE TO IMPORTE-ACUMULAR
                 MOVE 'C' TO LADO-ACUMULAR
                 PERFORM ACUMULAR-SUCURSAL-VENTANA
      *---- El pago de un servicio sale del banco al emisor: no
      *---- vuelve como abono a ninguna cuenta.
                 IF PAG-EMISOR NOT NUMERIC OR PAG-EMISOR = 0
                    ADD PAG-IMPORTE TO TAB-DIA-ABONOS(IDX-DIA)
                    MOVE PAG-CUENTA-DESTINO TO CUENTA-BUSCADA
                    PERFORM RESOLVER-SUCURSAL-CUENTA
                    MOVE SUCURSAL-HALLADA-WS TO SUCURSAL-ACUMULAR
                    MOVE 'A' TO LADO-ACUMULAR
                    PERFORM ACUMULAR-SUCURSAL-VENTANA
                 END-IF
              END-IF
           END-PERFORM.

