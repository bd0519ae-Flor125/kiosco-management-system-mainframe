      * habitual (pedido 021) agrupa las ordenes de compra; en cero
      * el producto no tiene proveedor asignado y GENORDC lo rechaza.
      * La alicuota de IVA (pedido 029) viene con dos decimales
      * implicitos (2100 = 21,00 %); en cero el producto es exento.
      * El nivel maximo (pedido 037) es el stock hasta el que REORDEN
      * repone al caer bajo el punto de reorden; en cero rige la
      * regla historica del doble del punto de reorden
      *-----------------------------------------------------------------
       01  PRODUCTOS-RECORD.
           05 PR-PRODUCTO-ID       PIC 9(9).
           05 PR-PUNTO-REORDEN     PIC 9(9).
           05 PR-PROVEEDOR-ID      PIC 9(9).
           05 PR-ALICUOTA-IVA      PIC 9(2)V99.
           05 PR-NIVEL-MAXIMO      PIC 9(9).
