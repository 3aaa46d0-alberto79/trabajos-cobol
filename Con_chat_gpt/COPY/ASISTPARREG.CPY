      *> Parámetros de CALCULO-ASISTENCIA, la revisión del renglón de
      *> asistencia de un empleado y el cálculo de su bruto del
      *> periodo con las tasas de NOMINA_ASISTENCIA.CTL. Quien llama
      *> pasa el renglón (ASISTENCIAREG) y el salario del periodo;
      *> CALCULO-ASISTENCIA devuelve el resultado y, si el renglón es
      *> posible, cada concepto del bruto.
       01 ASISTENCIA-PARAMETROS.
          05 APA-SALARIO           PIC 9(5)V99.
          05 APA-RESULTADO         PIC X(1).
             88 APA-VALIDA          VALUE 'S'.
             88 APA-NO-NUMERICA     VALUE 'N'.
             88 APA-AUSENCIAS       VALUE 'A'.
             88 APA-HORAS-IMPOSIBLES VALUE 'H'.
             88 APA-EXTRA-TOPE      VALUE 'E'.
          05 APA-MOTIVO            PIC X(30).
      *> Días del periodo que marca el archivo de tasas, para quien
      *> necesite cuadrar contra ellos.
          05 APA-DIAS-PERIODO      PIC 9(2).
      *> Conceptos del bruto: el salario menos lo descontado por
      *> faltas e incapacidad, más la parte de la incapacidad que
      *> paga la empresa, el tiempo extra, la prima nocturna y las
      *> horas en día festivo.
          05 APA-DESC-FALTAS       PIC 9(5)V99.
          05 APA-DESC-INCAPACIDAD  PIC 9(5)V99.
          05 APA-PAGO-INCAPACIDAD  PIC 9(5)V99.
          05 APA-EXTRA-DOBLE       PIC 9(5)V99.
          05 APA-EXTRA-TRIPLE      PIC 9(5)V99.
          05 APA-PRIMA-NOCTURNA    PIC 9(5)V99.
          05 APA-PAGO-FESTIVO      PIC 9(5)V99.
          05 APA-BRUTO             PIC 9(5)V99.
