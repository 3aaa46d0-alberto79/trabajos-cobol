      *> Layout del registro de tarjeta de débito en TARJETAS.DAT,
      *> compartido por MANTENIMIENTO-TARJETAS (que las da de alta y
      *> las bloquea) y AUTORIZACION-CAJEROS (que valida contra él
      *> cada retiro que manda la red de cajeros). Cada tarjeta se
      *> liga a una cuenta del maestro y al cliente titular de esa
      *> cuenta al momento de emitirla.
       01 TARJETA-REG.
          05 TAR-NUMERO        PIC X(16).
          05 TAR-CUENTA        PIC 9(6).
          05 TAR-CLIENTE       PIC 9(5).
      *> 'A' activa, 'B' bloqueada (por el cliente, por el banco o
      *> por agotar los intentos de NIP), 'E' extraviada o robada;
      *> una tarjeta extraviada ya no se reactiva, se repone.
          05 TAR-ESTADO        PIC X(1).
             88 TARJETA-ACTIVA     VALUE 'A'.
             88 TARJETA-BLOQUEADA  VALUE 'B'.
             88 TARJETA-EXTRAVIADA VALUE 'E'.
      *> Vencimiento AAAAMM: la tarjeta vale hasta el último día de
      *> ese mes.
          05 TAR-VENCE         PIC 9(6).
      *> NIP erróneos seguidos; al llegar al tope la tarjeta queda
      *> bloqueada y un NIP correcto antes del tope lo regresa a 0.
          05 TAR-INTENTOS-NIP  PIC 9(1).
      *> Tope diario de retiros en cajero de esta tarjeta,
      *> aparte de los límites diarios de la cuenta.
          05 TAR-LIMITE-CAJERO PIC 9(5)V99.
          05 TAR-FECHA-ALTA    PIC 9(8).
          05 TAR-ULTIMO-USO    PIC 9(8).
