      *> CUMPLIMIENTO.RPT guarda cinco años (1800 días en convención
      *> 30/360) por exigencia de cumplimiento.
       01 REPORTES-TABLA.
          05 REPORTE-RENGLON OCCURS 19 TIMES INDEXED BY IDX-REP.
             10 TAB-REP-ARCHIVO  PIC X(30).
             10 TAB-REP-PREFIJO  PIC X(9).
             10 TAB-REP-PROGRAMA PIC X(30).
             10 TAB-REP-DIAS     PIC 9(4).
       01 TOTAL-REPORTES PIC 9(2) VALUE 19.

      *> --- Catálogo en memoria, para agregarle las generaciones de
      *> hoy y reescribirlo depurado.
           MOVE "POSCAJA_" TO TAB-REP-PREFIJO(9).
           MOVE "POSICION-CAJAS" TO TAB-REP-PROGRAMA(9).
           MOVE 90 TO TAB-REP-DIAS(9).
           MOVE "CARTAS.RPT" TO TAB-REP-ARCHIVO(10).
           MOVE "CARTAS_" TO TAB-REP-PREFIJO(10).
           MOVE "CORRESPONDENCIA-CLIENTES" TO TAB-REP-PROGRAMA(10).
           MOVE 90 TO TAB-REP-DIAS(10).
           MOVE "CUADRE_BOVEDA.RPT" TO TAB-REP-ARCHIVO(11).
           MOVE "CUABOVE_" TO TAB-REP-PREFIJO(11).
           MOVE "CUADRE-BOVEDA" TO TAB-REP-PROGRAMA(11).
           MOVE 90 TO TAB-REP-DIAS(11).
           MOVE "CAJAS_SEGURIDAD.RPT" TO TAB-REP-ARCHIVO(12).
           MOVE "CAJASEG_" TO TAB-REP-PREFIJO(12).
           MOVE "COBRO-CAJAS-SEGURIDAD" TO TAB-REP-PROGRAMA(12).
           MOVE 90 TO TAB-REP-DIAS(12).
           MOVE "AHORRO_PROGRAMADO.RPT" TO TAB-REP-ARCHIVO(13).
           MOVE "AHOPROG_" TO TAB-REP-PREFIJO(13).
           MOVE "AHORRO-PROGRAMADO" TO TAB-REP-PROGRAMA(13).
           MOVE 90 TO TAB-REP-DIAS(13).
           MOVE "COMISIONES_OPERACION.RPT" TO TAB-REP-ARCHIVO(14).
           MOVE "COMOPER_" TO TAB-REP-PREFIJO(14).
           MOVE "REPORTE-COMISIONES-OPERACION" TO TAB-REP-PROGRAMA(14).
           MOVE 400 TO TAB-REP-DIAS(14).
           MOVE "NOMINA_EXCEPCIONES.RPT" TO TAB-REP-ARCHIVO(15).
           MOVE "NOMEXCE_" TO TAB-REP-PREFIJO(15).
           MOVE "PRENOMINA-ASISTENCIA" TO TAB-REP-PROGRAMA(15).
           MOVE 90 TO TAB-REP-DIAS(15).
           MOVE "NOMINA_ESPECIAL.RPT" TO TAB-REP-ARCHIVO(16).
           MOVE "NOMESPE_" TO TAB-REP-PREFIJO(16).
           MOVE "NOMINA-ESPECIAL" TO TAB-REP-PROGRAMA(16).
           MOVE 400 TO TAB-REP-DIAS(16).
           MOVE "DEPARTAMENTOS.RPT" TO TAB-REP-ARCHIVO(17).
           MOVE "DEPARTA_" TO TAB-REP-PREFIJO(17).
           MOVE "REPORTE-DEPARTAMENTOS" TO TAB-REP-PROGRAMA(17).
           MOVE 90 TO TAB-REP-DIAS(17).
           MOVE "VENTAS_PRODUCTO.RPT" TO TAB-REP-ARCHIVO(18).
           MOVE "VTAPROD_" TO TAB-REP-PREFIJO(18).
           MOVE "REPORTE-PRODUCTOS" TO TAB-REP-PROGRAMA(18).
           MOVE 90 TO TAB-REP-DIAS(18).
           MOVE "REORDEN.RPT" TO TAB-REP-ARCHIVO(19).
           MOVE "REORDEN_" TO TAB-REP-PREFIJO(19).
           MOVE "REPORTE-PRODUCTOS" TO TAB-REP-PROGRAMA(19).
           MOVE 90 TO TAB-REP-DIAS(19).

      *---- Copia el reporte del renglón IDX-REP, si existe, a su
      *---- generación fechada, y lo asienta en el catálogo; si el
