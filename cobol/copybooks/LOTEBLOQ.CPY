      *-----------------------------------------------------------------
      * LOTEBLOQ.CPY - Registro del archivo de lotes bloqueados
      * lotes_bloqueados.dat (pedido 034). RECALLOTE da de alta y
      * libera los bloqueos; EDITVENTAS y RECICLAVTAS rechazan con
      * motivo "B" toda venta o devolucion del POS que caiga en uno.
      * Un bloqueo es por codigo de lote del POS (LB-LOTE), por
      * producto + rango de vencimiento, o por ambos: un campo en
      * blanco (o el producto en cero) no restringe. El rango de
      * vencimiento AAAAMMDD se compara inclusive en los dos bordes
      *-----------------------------------------------------------------
       01  LOTE-BLOQUEADO-REG.
           05 LB-LOTE              PIC X(8).
           05 LB-PRODUCTO-ID       PIC 9(9).
           05 LB-VENC-DESDE        PIC X(8).
           05 LB-VENC-HASTA        PIC X(8).
           05 LB-FECHA-BLOQUEO     PIC 9(8).
           05 LB-MOTIVO            PIC X(30).
