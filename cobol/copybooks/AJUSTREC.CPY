      *-----------------------------------------------------------------
      * AJUSTREC.CPY - Registro del historial de ajustes de
      * inventario ajustes_inventario.dat (pedido 032). AJUSINV
      * agrega un registro por cada diferencia de conteo asentada,
      * valorizada al costo promedio del historico. Es acumulativo
      * (se abre EXTEND). AJ-TIPO dice el sentido del ajuste: la
      * cantidad y el valor van siempre en positivo
      *-----------------------------------------------------------------
       01  AJUSTE-INV-REG.
           05 AJ-FECHA             PIC 9(8).
           05 AJ-SUCURSAL          PIC X(3).
           05 AJ-PRODUCTO-ID       PIC 9(9).
           05 AJ-CATEGORIA         PIC X(15).
           05 AJ-TIPO              PIC X(1).
               88 AJ-ES-FALTANTE      VALUE "F".
               88 AJ-ES-SOBRANTE      VALUE "S".
           05 AJ-CANTIDAD          PIC 9(9).
           05 AJ-COSTO-UNIT        PIC 9(9)V99.
           05 AJ-VALOR             PIC 9(11)V99.
