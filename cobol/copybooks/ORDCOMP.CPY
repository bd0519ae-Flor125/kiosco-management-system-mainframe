      * linea; pedido 021). GENORDC lo alimenta desde las sugerencias
      * aprobadas, RECEPOC descarga las recepciones y cierra la linea
      * al completarse, y REORDEN netea las lineas abiertas (estado
      * "A") para no volver a sugerir mercaderia ya pedida.
      * OC-COSTO-UNIT (pedido 030): costo unitario pactado en la
      * orden, con el que RECEPOC da de alta el lote recibido en
      * costos.dat. Cero = orden emitida sin costo de referencia.
      * OC-CANT-FACTURADA (pedido 031): cantidad ya facturada por el
      * proveedor y aprobada por CONCFACT; no puede superar lo
      * recibido
      *-----------------------------------------------------------------
       01  ORDEN-COMPRA-REG.
           05 OC-CLAVE.
           05 OC-ESTADO            PIC X(1).
               88 OC-ABIERTA          VALUE "A".
               88 OC-CERRADA          VALUE "C".
           05 OC-COSTO-UNIT        PIC 9(9)V99.
           05 OC-CANT-FACTURADA    PIC 9(9).
