      *> Parámetros de TARIFA-OPERACION, el cobro de la comisión por
      *> operación del tarifario TARIFAS_OPERACION.CTL. Quien llama
      *> llena la acción, el evento que dispara la comisión, la
      *> cuenta con su tipo y su sucursal, la fecha y, si la hay,
      *> la referencia de la operación que la dispara;
      *> TARIFA-OPERACION devuelve el resultado, la comisión y su
      *> referencia del rango 71xxxxxx.
       01 TARIFA-PARAMETROS.
      *> 'C' cotiza y registra la comisión, que quien llama carga
      *> en el momento; 'E' además la encola en MOVIMIENTOS.DAT para
      *> que BATCH-BANCO la cargue; 'Q' consulta la comisión ligada
      *> a TFP-REF-ORIGEN; 'D' la devuelve porque se extornó o se
      *> anuló la operación; 'P' la da por cargada cuando
      *> BATCH-BANCO postea la encolada.
          05 TFP-ACCION      PIC X(1).
      *> 'T' transferencia, 'V' retiro en ventanilla, 'S'
      *> suspensión de pago de cheque, 'D' cheque devuelto por la
      *> cámara, 'L' reimpresión de libreta, 'E' reimpresión de
      *> estado de cuenta.
          05 TFP-EVENTO      PIC X(1).
          05 TFP-CUENTA      PIC 9(6).
          05 TFP-TIPO-CUENTA PIC X(1).
          05 TFP-SUCURSAL    PIC 9(3).
          05 TFP-FECHA       PIC 9(8).
      *> Referencia de la operación que dispara la comisión; cero
      *> cuando la operación no lleva referencia, y entonces la
      *> comisión queda registrada bajo su propia referencia.
          05 TFP-REF-ORIGEN  PIC 9(8).
      *> Sólo para 'D': referencia del extorno que la devuelve.
          05 TFP-REF-REVERSO PIC 9(8).
          05 TFP-COMISION    PIC 9(3)V99.
          05 TFP-REFERENCIA  PIC 9(8).
          05 TFP-ESTADO      PIC X(1).
          05 TFP-USOS        PIC 9(5).
          05 TFP-RESULTADO   PIC X(1).
             88 TFP-COBRAR          VALUE 'C'.
             88 TFP-LIBRE           VALUE 'L'.
             88 TFP-EXENTA          VALUE 'X'.
             88 TFP-SIN-TARIFA      VALUE 'N'.
             88 TFP-RANGO-AGOTADO   VALUE 'A'.
             88 TFP-HALLADA         VALUE 'H'.
             88 TFP-NO-HALLADA      VALUE 'F'.
             88 TFP-DEVOLVER        VALUE 'D'.
             88 TFP-MARCADA         VALUE 'M'.
