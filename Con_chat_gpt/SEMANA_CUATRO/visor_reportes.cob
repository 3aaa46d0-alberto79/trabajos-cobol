      *> --- Prefijos de las generaciones, los mismos que usa
      *> ARCHIVO-REPORTES al archivar.
       01 PREFIJOS-TABLA.
          05 PREFIJO-RENGLON OCCURS 18 TIMES INDEXED BY IDX-PRE.
             10 TAB-PRE-ARCHIVO PIC X(30).
             10 TAB-PRE-PREFIJO PIC X(9).
       01 TOTAL-PREFIJOS PIC 9(2) VALUE 18.

       PROCEDURE DIVISION.

           MOVE "INACTIV_" TO TAB-PRE-PREFIJO(8).
           MOVE "POSICION_CAJAS.RPT" TO TAB-PRE-ARCHIVO(9).
           MOVE "POSCAJA_" TO TAB-PRE-PREFIJO(9).
           MOVE "CUADRE_BOVEDA.RPT" TO TAB-PRE-ARCHIVO(10).
           MOVE "CUABOVE_" TO TAB-PRE-PREFIJO(10).
           MOVE "CAJAS_SEGURIDAD.RPT" TO TAB-PRE-ARCHIVO(11).
           MOVE "CAJASEG_" TO TAB-PRE-PREFIJO(11).
           MOVE "AHORRO_PROGRAMADO.RPT" TO TAB-PRE-ARCHIVO(12).
           MOVE "AHOPROG_" TO TAB-PRE-PREFIJO(12).
           MOVE "COMISIONES_OPERACION.RPT" TO TAB-PRE-ARCHIVO(13).
           MOVE "COMOPER_" TO TAB-PRE-PREFIJO(13).
           MOVE "NOMINA_EXCEPCIONES.RPT" TO TAB-PRE-ARCHIVO(14).
           MOVE "NOMEXCE_" TO TAB-PRE-PREFIJO(14).
           MOVE "NOMINA_ESPECIAL.RPT" TO TAB-PRE-ARCHIVO(15).
           MOVE "NOMESPE_" TO TAB-PRE-PREFIJO(15).
           MOVE "DEPARTAMENTOS.RPT" TO TAB-PRE-ARCHIVO(16).
           MOVE "DEPARTA_" TO TAB-PRE-PREFIJO(16).
           MOVE "VENTAS_PRODUCTO.RPT" TO TAB-PRE-ARCHIVO(17).
           MOVE "VTAPROD_" TO TAB-PRE-PREFIJO(17).
           MOVE "REORDEN.RPT" TO TAB-PRE-ARCHIVO(18).
           MOVE "REORDEN_" TO TAB-PRE-PREFIJO(18).

        CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
