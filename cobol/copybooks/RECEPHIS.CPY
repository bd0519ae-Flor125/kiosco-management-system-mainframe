      *-----------------------------------------------------------------
      * RECEPHIS.CPY - Registro del historial de recepciones
      * recepciones_hist.dat (pedido 030). RECEPOC agrega un registro
      * por cada recepcion aplicada, con el lote que dio de alta en
      * costos.dat: sucursal que recibio, costo pactado en la orden
      * y vencimiento tomado en el muelle. Es acumulativo (se abre
      * EXTEND) y deja la fecha real de recepcion junto a la fecha
      * de emision de la orden
      *-----------------------------------------------------------------
       01  RECEPCION-HIST-REG.
           05 RH-FECHA-RECEPCION   PIC 9(8).
           05 RH-NUMERO            PIC 9(6).
           05 RH-LINEA             PIC 9(3).
           05 RH-PROVEEDOR-ID      PIC 9(9).
           05 RH-SUCURSAL          PIC X(3).
           05 RH-PRODUCTO-ID       PIC 9(9).
           05 RH-CANTIDAD          PIC 9(9).
           05 RH-COSTO-UNIT        PIC 9(9)V99.
           05 RH-FEC-VENC          PIC X(8).
           05 RH-FECHA-EMISION     PIC 9(8).
