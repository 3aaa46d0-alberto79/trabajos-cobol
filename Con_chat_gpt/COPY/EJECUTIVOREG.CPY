      *> Layout de EJECUTIVOS.DAT, el padrón de ejecutivos de cuenta
      *> que atienden a los clientes: código, nombre, sucursal donde
      *> despachan y estado ('A' activo, 'B' baja). Un ejecutivo
      *> dado de baja se conserva en el padrón por la historia de
      *> ASIGNACIONES.DAT, pero ya no recibe clientes.
       01 EJECUTIVO-REG.
          05 EJE-CODIGO       PIC 9(4).
          05 EJE-NOMBRE       PIC X(30).
          05 EJE-SUCURSAL     PIC 9(3).
          05 EJE-ESTADO       PIC X(1).
          05 EJE-FECHA-ALTA   PIC 9(8).
          05 EJE-FECHA-BAJA   PIC 9(8).
