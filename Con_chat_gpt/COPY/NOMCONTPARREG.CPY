      *> Parámetros de CONTABLE-NOMINA, la póliza de nómina por
      *> centro de costos. Quien paga llama con 'E' por cada
      *> empleado pagado (número, fecha de pago e importes) y recibe
      *> el departamento y el centro de costos vigentes a esa fecha;
      *> con 'B' sólo los consulta, sin sumar nada. Al terminar llama
      *> con 'G' y CONTABLE-NOMINA agrega a CONTABLE.DAT el gasto, las
      *> retenciones y el neto por pagar de cada centro, y devuelve
      *> cuántos renglones grabó. Un empleado sin departamento a la
      *> fecha cae en el departamento y centro cero.
       01 NOMINA-CONTABLE-PARAMETROS.
          05 NCP-OPERACION     PIC X(1).
             88 NCP-EMPLEADO-PAGADO VALUE 'E'.
             88 NCP-CONSULTA        VALUE 'B'.
             88 NCP-GRABAR          VALUE 'G'.
          05 NCP-PROGRAMA      PIC X(30).
          05 NCP-FECHA         PIC 9(8).
          05 NCP-EMPLEADO      PIC 9(4).
      *> Bruto = impuesto + seguro + otras deducciones + neto.
          05 NCP-BRUTO         PIC 9(7)V99.
          05 NCP-IMPUESTO      PIC 9(7)V99.
          05 NCP-SEGURO        PIC 9(7)V99.
          05 NCP-OTRAS         PIC 9(7)V99.
          05 NCP-NETO          PIC 9(7)V99.
          05 NCP-DEPARTAMENTO  PIC 9(3).
          05 NCP-CENTRO-COSTO  PIC 9(3).
          05 NCP-RENGLONES     PIC 9(5).
          05 NCP-SIN-DEPTO     PIC 9(5).
