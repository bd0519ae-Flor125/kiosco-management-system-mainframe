                       SET NO-HAY-MAS-PARAMETROS TO TRUE
                   NOT AT END
      * El registro "V" (umbral de variacion de costos) es de
      * TENDCOSTOS (pedido 025), el "F" (tolerancia de precio) de
      * CONCFACT (pedido 031), el "A" (banda de conteo) de AJUSINV
      * (pedido 032), el "P" (tolerancia de precio del POS) de
      * CUMPRECIOS (pedido 036), el "D" (ventana de demanda) de
      * PROPREORD (pedido 037) y el "R" (ciclos de generaciones) de
      * EDITVENTAS (pedido 039): aca se ignoran sin validar
                       IF PA-ES-DE-OTRO-JOB
                           CONTINUE
                       ELSE
                           PERFORM 1510-PROCESAR-PARAMETRO
