      *-----------------------------------------------------------------
      * TRANPROD.CPY - Registro de transacciones de mantenimiento del
      * maestro de productos (Formato TEXTO), que aplica MANTPROD.
      * Desde el pedido 037 tambien lo graba PROPREORD con las
      * modificaciones de punto de reorden y nivel maximo propuestas
      * por demanda.
      * TR-TIPO: A = alta, B = baja, M = modificacion
      * TR-PROVEEDOR-ID (pedido 021): proveedor habitual del
      * producto; en cero el producto queda sin proveedor asignado.
      * TR-ALICUOTA-IVA (pedido 029): alicuota de IVA con dos
      * decimales implicitos (2100 = 21,00 %); en cero el producto
      * es exento.
      * TR-NIVEL-MAXIMO (pedido 037): stock hasta el que se repone.
      * En blanco, un alta queda en cero (regla del doble del punto
      * de reorden) y una modificacion conserva el del maestro, asi
      * las transacciones anteriores al campo se siguen aplicando
      *-----------------------------------------------------------------
       01  TRANSACCIONES-IN-RECORD.
           05 TR-TIPO              PIC X(1).
               88 TR-ES-ALTA          VALUE "A".
               88 TR-ES-BAJA          VALUE "B".
               88 TR-ES-MODIFICACION  VALUE "M".
           05 TR-PRODUCTO-ID       PIC X(9).
           05 TR-DESCRIPCION       PIC X(30).
           05 TR-CATEGORIA         PIC X(15).
           05 TR-PUNTO-REORDEN     PIC X(9).
           05 TR-PROVEEDOR-ID      PIC X(9).
           05 TR-ALICUOTA-IVA      PIC 9(2)V99.
           05 TR-NIVEL-MAXIMO      PIC X(9).
