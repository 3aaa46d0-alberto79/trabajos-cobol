      *> deducciones por empleado que NOMINA aplica despues de las
      *> tasas estandar: pensiones judiciales, caja de ahorro, cuota
      *> sindical, abonos de prestamo. Cada deduccion lleva concepto,
      *> tipo ('F' importe fijo, 'P' porcentaje del bruto, 'U'
      *> descuento unico cuyo valor es el saldo que NOMINA va
      *> abonando, como la recuperacion de comision por venta
      *> devuelta que graba TABLA-VENTAS), valor, prioridad (menor
      *> se toma primero) y fecha fin (cero = sin vencimiento).
      *> Mismo molde que MANTENIMIENTO-PAGOS, con el
      *> renglon identificado por su numero de lugar en el listado.

       ENVIRONMENT DIVISION.
             TO TAB-DED-EMPLEADO(TOTAL-DEDUCCIONES).
           DISPLAY "CONCEPTO DE LA DEDUCCION".
           ACCEPT TAB-DED-CONCEPTO(TOTAL-DEDUCCIONES).
           DISPLAY "TIPO (F=IMPORTE FIJO, P=PORCENTAJE DEL BRUTO, "
              "U=DESCUENTO UNICO)".
           ACCEPT TAB-DED-TIPO(TOTAL-DEDUCCIONES).
           IF TAB-DED-TIPO(TOTAL-DEDUCCIONES) NOT = 'P'
                 AND TAB-DED-TIPO(TOTAL-DEDUCCIONES) NOT = 'U'
              MOVE 'F' TO TAB-DED-TIPO(TOTAL-DEDUCCIONES)
           END-IF.
           DISPLAY "VALOR (IMPORTE, O PUNTOS PORCENTUALES)".
