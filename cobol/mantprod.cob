      * numerico, etc.), aplica las buenas sobre productos.dat e
      * imprime un listado de aplicadas/rechazadas con el motivo.
      *
      * Desde el pedido 037 la transaccion trae tambien el nivel
      * maximo de reposicion (PR-NIVEL-MAXIMO), que no puede quedar
      * por debajo del punto de reorden, y el layout pasa a
      * copybook (TRANPROD) porque PROPREORD graba las
      * modificaciones propuestas por demanda con el mismo formato.
      *
      * ENTRADA:
      * - transacciones_productos.dat: Transacciones A/B/M
      * - costos.dat:      Lotes vigentes (validacion de bajas)
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * Def. del archivo de transacciones (Formato TEXTO), layout
      * compartido via copybook con PROPREORD
      *-----------------------------------------------------------------
       FD  TRANSACCIONES-IN-FILE.
           COPY TRANPROD.

      *-----------------------------------------------------------------
      * Def. del archivo de entrada para costos (Formato TEXTO),
                   MOVE "ALICUOTA IVA NO NUMERICA"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN TR-NIVEL-MAXIMO NOT = SPACES
                AND TR-NIVEL-MAXIMO IS NOT NUMERIC
                   MOVE "NIVEL MAXIMO NO NUMERICO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
           END-EVALUATE

           IF WS-TRANS-VALIDA
               PERFORM 2170-VALIDAR-NIVEL-MAXIMO
           END-IF.

      ******************************************************************
      * Párrafo 2140: Validaciones propias de la modificacion
                   MOVE "ALICUOTA IVA NO NUMERICA"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN TR-NIVEL-MAXIMO NOT = SPACES
                AND TR-NIVEL-MAXIMO IS NOT NUMERIC
                   MOVE "NIVEL MAXIMO NO NUMERICO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
           END-EVALUATE

           IF WS-TRANS-VALIDA
               PERFORM 2170-VALIDAR-NIVEL-MAXIMO
           END-IF.

      ******************************************************************
      * Párrafo 2150: Validaciones propias de la baja: el producto
               END-IF
           END-PERFORM.

      ******************************************************************
      * Párrafo 2170: El nivel maximo informado no puede quedar por
      * debajo del punto de reorden: REORDEN repondria por debajo
      * del punto y volveria a sugerir en la corrida siguiente. En
      * cero no se controla. En una modificacion con el nivel en
      * blanco se controla el que queda del maestro (leido en 2120)
      * contra el punto nuevo
      ******************************************************************
       2170-VALIDAR-NIVEL-MAXIMO.
           IF TR-NIVEL-MAXIMO IS NUMERIC
               IF FUNCTION NUMVAL(TR-NIVEL-MAXIMO) > 0
                  AND FUNCTION NUMVAL(TR-NIVEL-MAXIMO)
                      < FUNCTION NUMVAL(TR-PUNTO-REORDEN)
                   MOVE "NIVEL MAXIMO MENOR AL PUNTO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               END-IF
           ELSE
               IF TR-ES-MODIFICACION
                  AND PR-NIVEL-MAXIMO > 0
                  AND PR-NIVEL-MAXIMO
                      < FUNCTION NUMVAL(TR-PUNTO-REORDEN)
                   MOVE "NIVEL MAXIMO MENOR AL PUNTO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2200: Aplica la transaccion validada sobre el maestro
      ******************************************************************
           MOVE FUNCTION NUMVAL(TR-PROVEEDOR-ID)
               TO PR-PROVEEDOR-ID
           MOVE TR-ALICUOTA-IVA  TO PR-ALICUOTA-IVA
           IF TR-NIVEL-MAXIMO IS NUMERIC
               MOVE FUNCTION NUMVAL(TR-NIVEL-MAXIMO)
                   TO PR-NIVEL-MAXIMO
           ELSE
               MOVE 0 TO PR-NIVEL-MAXIMO
           END-IF
           WRITE PRODUCTOS-RECORD
               INVALID KEY
                   MOVE "ERROR DE ESCRITURA EN MAESTRO"
       2220-APLICAR-MODIFICACION.
      * El READ posicional de 2120 dejo el registro actual en
      * PRODUCTOS-RECORD; se pisan los campos con los de la
      * transaccion y se reescribe. Un nivel maximo en blanco deja
      * el del maestro
           MOVE WS-PRODUCTO-ID-N TO PR-PRODUCTO-ID
           MOVE TR-DESCRIPCION   TO PR-DESCRIPCION
           MOVE TR-CATEGORIA     TO PR-CATEGORIA
           MOVE FUNCTION NUMVAL(TR-PROVEEDOR-ID)
               TO PR-PROVEEDOR-ID
           MOVE TR-ALICUOTA-IVA  TO PR-ALICUOTA-IVA
           IF TR-NIVEL-MAXIMO IS NUMERIC
               MOVE FUNCTION NUMVAL(TR-NIVEL-MAXIMO)
                   TO PR-NIVEL-MAXIMO
           END-IF
           REWRITE PRODUCTOS-RECORD
               INVALID KEY
                   MOVE "ERROR DE REESCRITURA EN MAESTRO"
