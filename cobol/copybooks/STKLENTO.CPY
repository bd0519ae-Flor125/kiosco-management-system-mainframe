      *-----------------------------------------------------------------
      * STKLENTO.CPY - Registro del archivo de stock lento
      * stock_lento.dat (pedido 038), que genera STOCKLENTO para la
      * planificacion de transferencias (TRANSFSUC) y la revision
      * de rebajas. Un registro por sucursal + producto con stock
      * que no rota: sin venta desde hace 60 dias o mas, nunca
      * vendido en la sucursal, o con mas de 180 dias de cobertura.
      * SL-ULT-VENTA en cero = nunca vendido en la sucursal.
      * SL-COBERTURA en 99999 = sin venta en la ventana (cobertura
      * infinita). SL-SUC-DESTINO es la otra sucursal que mas vendio
      * el producto en la ventana (en blanco si ninguna), con lo que
      * vendio en SL-VENTA-DESTINO: el candidato natural para una
      * transferencia. El lote de TRANSFSUC es el producto
      *-----------------------------------------------------------------
       01  STOCK-LENTO-REG.
           05 SL-SUCURSAL          PIC X(3).
           05 SL-PRODUCTO-ID       PIC 9(9).
           05 SL-CATEGORIA         PIC X(15).
           05 SL-CANTIDAD          PIC 9(9).
           05 SL-ULT-VENTA         PIC 9(8).
           05 SL-DIAS-SIN-VENTA    PIC 9(5).
           05 SL-BANDA             PIC X(9).
           05 SL-COBERTURA         PIC 9(5).
           05 SL-COSTO-PROMEDIO    PIC 9(8)V99.
           05 SL-VALOR             PIC 9(13)V99.
           05 SL-SUC-DESTINO       PIC X(3).
           05 SL-VENTA-DESTINO     PIC 9(9).
