      *-----------------------------------------------------------------
      * PERCERR.CPY - Registro del archivo de periodos cerrados
      * periodos_cerrados.dat (pedido 033). CIERREINV agrega un
      * registro "C" al cerrar el mes; para volver a postear en un
      * mes cerrado, contaduria agrega a mano un registro "R"
      * (reapertura) con el periodo. Manda el ULTIMO registro del
      * periodo en el archivo: un "C" posterior a la reapertura lo
      * vuelve a cerrar. CALC-COSTOS, RECICLAVTAS y LIBROIVA se
      * niegan a correr sobre un periodo cerrado
      *-----------------------------------------------------------------
       01  PERIODO-CIERRE-REG.
           05 PC-TIPO              PIC X(1).
               88 PC-ES-CIERRE        VALUE "C".
               88 PC-ES-REAPERTURA    VALUE "R".
           05 PC-PERIODO           PIC 9(6).
           05 PC-FECHA             PIC 9(8).
           05 PC-HORA              PIC 9(6).
