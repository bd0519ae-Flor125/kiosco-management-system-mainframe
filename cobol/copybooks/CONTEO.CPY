      *-----------------------------------------------------------------
      * CONTEO.CPY - Registro del archivo de carga del conteo fisico
      * (pedido 032). HOJACONT genera la planilla con un registro por
      * sucursal + producto y la cantidad en blanco; el deposito la
      * completa con lo contado en gondola y AJUSINV la procesa como
      * conteo_fisico.dat. CE-AUTORIZADO = "S" es la autorizacion del
      * supervisor para asentar un faltante fuera de la banda de
      * tolerancia: AJUSINV devuelve los faltantes retenidos en este
      * mismo layout para que el supervisor los marque y los vuelva
      * a presentar
      *-----------------------------------------------------------------
       01  CONTEO-REG.
           05 CE-SUCURSAL          PIC X(3).
           05 CE-PRODUCTO-ID       PIC X(9).
           05 CE-CANTIDAD          PIC X(9).
           05 CE-AUTORIZADO        PIC X(1).
               88 CE-CON-AUTORIZACION VALUE "S".
