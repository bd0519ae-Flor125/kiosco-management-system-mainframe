      * El registro "V" opcional (pedido 025) trae en PA-MARGEN-MIN
      * el umbral de variacion de costos que usa TENDCOSTOS; los
      * demas programas lo ignoran y sus otros campos no se validan.
      * El registro "F" opcional (pedido 031) trae en PA-MARGEN-MIN
      * la tolerancia de precio de CONCFACT contra el costo pactado
      * en la orden. El registro "A" opcional (pedido 032) trae en
      * PA-MARGEN-MIN la banda de tolerancia de AJUSINV, en % del
      * stock en libros. El registro "P" opcional (pedido 036) trae
      * en PA-MARGEN-MIN la tolerancia de CUMPRECIOS entre el precio
      * cobrado en el POS y el vigente, en % del vigente.
      * El registro "D" opcional (pedido 037) trae los parametros de
      * demanda de PROPREORD: PA-DIAS-CRITICA = ventana de ventas en
      * dias, PA-DIAS-URGENTE = plazo de entrega por defecto,
      * PA-DIAS-PREVENTIVA = ciclo de pedido en dias, PA-MARGEN-MIN
      * = factor de seguridad (00165 = 1,65 desvios) y
      * PA-MARGEN-MAX = cambio minimo en % para proponer.
      * El registro "R" opcional (pedido 039) trae en
      * PA-DIAS-CRITICA la cantidad de ciclos de generaciones de
      * respaldo que EDITVENTAS deja en generaciones_cadena.dat.
      * PA-ES-DE-OTRO-JOB agrupa los tipos de otros jobs (todos
      * menos "D" y "R" traen cargado solo PA-MARGEN-MIN): quienes
      * validan la banda de margen y los dias de alerta los
      * saltean sin validar.
      * Margenes con dos decimales implicitos (00800 = 8,00 %)
      *-----------------------------------------------------------------
       01  PARAM-RECORD.
               88 PA-ES-GLOBAL        VALUE "G".
               88 PA-ES-CATEGORIA     VALUE "C".
               88 PA-ES-UMBRAL-VAR    VALUE "V".
               88 PA-ES-TOLERANCIA-FACT VALUE "F".
               88 PA-ES-TOLERANCIA-CONTEO VALUE "A".
               88 PA-ES-TOLERANCIA-PRECIO VALUE "P".
               88 PA-ES-DEMANDA       VALUE "D".
               88 PA-ES-RESPALDO      VALUE "R".
               88 PA-ES-DE-OTRO-JOB   VALUE "V" "F" "A" "P" "D"
                                            "R".
           05 PA-CATEGORIA         PIC X(15).
           05 PA-MARGEN-MIN        PIC 9(3)V99.
           05 PA-MARGEN-MAX        PIC 9(3)V99.
