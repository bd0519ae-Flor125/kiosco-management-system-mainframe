      *-----------------------------------------------------------------
      * TRANSHIS.CPY - Registro del historial de transferencias
      * transferencias_hist.dat (pedido 033). TRANSFSUC agrega un
      * registro por cada tramo de lote movido entre sucursales, con
      * el costo del renglon de origen que viajo con el. Es
      * acumulativo (se abre EXTEND); el cierre de periodo lo usa
      * para la salida del origen y la entrada del destino
      *-----------------------------------------------------------------
       01  TRANSF-HIST-REG.
           05 TH-FECHA             PIC 9(8).
           05 TH-LOTE-ID           PIC X(9).
           05 TH-PRODUCTO-ID       PIC 9(9).
           05 TH-SUC-ORIGEN        PIC X(3).
           05 TH-SUC-DESTINO       PIC X(3).
           05 TH-CANTIDAD          PIC 9(9).
           05 TH-COSTO-UNIT        PIC 9(9)V99.
