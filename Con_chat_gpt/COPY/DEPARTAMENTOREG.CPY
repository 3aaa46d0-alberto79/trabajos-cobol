      *> Layout de DEPARTAMENTOS.DAT, el catálogo de departamentos de
      *> la plantilla: código, nombre, centro de costos al que se
      *> carga su nómina y estado ('A' activo, 'B' baja). El centro
      *> de costos viaja en CNT-SUCURSAL de CONTABLE.DAT, así que se
      *> numera en el mismo espacio que las sucursales: cada
      *> sucursal es su propio centro de costos y las áreas de
      *> oficina central usan del 900 al 999. Un departamento dado
      *> de baja se conserva por la historia de EMPLEADOS_DEPTOS.DAT,
      *> pero ya no recibe empleados.
       01 DEPARTAMENTO-REG.
          05 DEP-CODIGO       PIC 9(3).
          05 DEP-NOMBRE       PIC X(30).
          05 DEP-CENTRO-COSTO PIC 9(3).
          05 DEP-ESTADO       PIC X(1).
          05 DEP-FECHA-ALTA   PIC 9(8).
          05 DEP-FECHA-BAJA   PIC 9(8).
