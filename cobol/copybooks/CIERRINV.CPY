      *-----------------------------------------------------------------
      * CIERRINV.CPY - Registro de la foto de cierre de inventario
      * cierres_inventario.dat (pedido 033). CIERREINV agrega una
      * fila por sucursal + categoria en cada cierre mensual, con la
      * valorizacion del stock al costo promedio (la de VALINV) y la
      * parte de ese valor que ya estaba vencida segun mermas.dat.
      * Es acumulativo (se abre EXTEND): las filas del mes anterior
      * son la apertura del mes que se cierra, y si un mes se cerro
      * dos veces (reapertura) vale la foto mas nueva
      *-----------------------------------------------------------------
       01  CIERRE-INV-REG.
           05 CI-PERIODO           PIC 9(6).
           05 CI-FECHA-HORA        PIC 9(14).
           05 CI-SUCURSAL          PIC X(3).
           05 CI-CATEGORIA         PIC X(15).
           05 CI-CANTIDAD          PIC S9(11).
           05 CI-VALOR             PIC S9(13)V99.
           05 CI-VALOR-MERMA       PIC S9(13)V99.
