      *> Parámetros de CONTROL-ENTREGAS, las cifras de control de
      *> los archivos que pasan de un paso nocturno a otro.
      *> El productor llama con 'A' antes de grabar (EPA-MODO 'C'
      *> si su corrida agrega un rango propio de referencias, 'N'
      *> si reescribe el archivo completo, 'M' si agrega al archivo
      *> completo), con 'R' por cada registro que graba y con 'C'
      *> al cerrarlo. El consumidor llama con 'I' antes de leer, con
      *> 'R' por cada registro que lee y con 'V' al terminar, y sólo
      *> sigue si EPA-RESULTADO no es 'N'; con 'U' da por consumidas
      *> las corridas ya verificadas. Una escritura y una
      *> verificación no se intercalan.
       01 ENTREGA-PARAMETROS.
          05 EPA-OPERACION   PIC X(1).
          05 EPA-MODO        PIC X(1).
          05 EPA-ARCHIVO     PIC X(30).
          05 EPA-PROGRAMA    PIC X(30).
          05 EPA-REFERENCIA  PIC 9(8).
          05 EPA-IMPORTE     PIC 9(11)V99.
          05 EPA-RESULTADO   PIC X(1).
             88 EPA-CUADRA       VALUE 'S'.
             88 EPA-NO-CUADRA    VALUE 'N'.
             88 EPA-SIN-CONTROL  VALUE 'X'.
