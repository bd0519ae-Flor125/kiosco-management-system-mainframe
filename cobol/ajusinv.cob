       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AJUSINV.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Ajuste de stock por conteo fisico (pedido 032).
      * Segundo paso del recuento, despues de HOJACONT: el libro de
      * stock por lote que mantiene DEPLSTOCK se desvia de la gondola
      * por robos, roturas y errores del POS, y hasta ahora solo se
      * corregia en el recuento anual.
      *
      * Lee el conteo cargado (conteo_fisico.dat, layout CONTEO) y
      * compara lo contado contra el stock en libros de la sucursal
      * + producto en stock_lotes.dat. La diferencia se valoriza al
      * HR-COSTO-PROMEDIO del historico (sin promedio, al costo del
      * lote mas viejo, como respaldo) y se compara contra la banda
      * de tolerancia del registro "A" de parametros.dat (en % del
      * stock en libros, defecto 5,00):
      * - dentro de la banda se asienta sola
      * - un sobrante fuera de la banda se asienta y se marca
      * - un faltante fuera de la banda NO se asienta: queda
      *   retenido para el supervisor en conteo_retenido.dat, con el
      *   mismo layout del conteo. El supervisor pone "S" en
      *   CE-AUTORIZADO y lo vuelve a presentar como conteo
      *
      * El ajuste se aplica sobre los renglones de lote igual que
      * consume DEPLSTOCK: un faltante descuenta primero del lote
      * mas viejo, y un sobrante reingresa al primer lote, como las
      * devoluciones netas. Se aplica a stock_lotes.dat y tambien a
      * costos.dat, para que la proxima corrida de DEPLSTOCK (que
      * arma el stock desde costos.dat) no lo pierda. Cada ajuste
      * asentado queda en ajustes_inventario.dat.
      *
      * ENTRADA:
      * - conteo_fisico.dat: Conteo cargado por sucursal + producto
      * - historico.dat:     Costo promedio por producto (indexado)
      * - productos.dat:     Maestro de productos (indexado)
      * - parametros.dat:    Banda de tolerancia (registro "A")
      *
      * ENTRADA/SALIDA:
      * - stock_lotes.dat:   Stock por lote (se reescribe)
      * - costos.dat:        Lotes por sucursal (se reescribe)
      * - ajustes_inventario.dat: Historial de ajustes (se agrega)
      *
      * SALIDA:
      * - conteo_retenido.dat: Faltantes retenidos para autorizar
      * - listado_ajustes.dat: Reporte de diferencias de conteo
      * - run_control.dat:     Rastro de auditoria de la corrida
      * - generaciones_cadena.dat: Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conteo fisico cargado desde la planilla de HOJACONT
           SELECT CONTEO-IN-FILE ASSIGN TO "conteo_fisico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTEO.

      * Stock por lote ya descontado por DEPLSTOCK: se lee completo
      * a memoria y se reescribe con los ajustes
           SELECT STOCK-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCK.

      * Archivo de lotes por sucursal: recibe los mismos ajustes
           SELECT COSTOS-IN-FILE ASSIGN TO "costos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Historico de costos promedio generado por BATCHCOSTOS (clave
      * sucursal + producto)
           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-HISTORICO.

      * Maestro de productos (categoria del ajuste)
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Parametros de corrida compartidos con BATCHCOSTOS: de aca
      * sale la banda de tolerancia (registro "A")
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * Historial de ajustes asentados; OPTIONAL: EXTEND lo crea la
      * primera vez
           SELECT OPTIONAL AJUSTES-OUT-FILE
               ASSIGN TO "ajustes_inventario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.

      * Faltantes retenidos para autorizacion del supervisor
           SELECT RETENIDOS-OUT-FILE ASSIGN TO "conteo_retenido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDOS.

      * Reporte impreso de diferencias de conteo
           SELECT LISTADO-OUT-FILE ASSIGN TO "listado_ajustes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      * Archivo de auditoria de corridas, compartido con los demas
      * jobs del lote
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

      * Generaciones de respaldo de la cadena nocturna (pedido
      * 039): este job no es parte de la cadena pero pisa
      * archivos que ella lee, asi que deja sus generaciones en
      * el mismo archivo. OPTIONAL: puede no existir todavia
           SELECT OPTIONAL GENERACIONES-FILE
               ASSIGN TO "generaciones_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * Def. del conteo cargado, layout compartido via copybook con
      * HOJACONT
      *-----------------------------------------------------------------
       FD  CONTEO-IN-FILE.
           COPY CONTEO.

      *-----------------------------------------------------------------
      * Def. del stock por lote: espejo del layout de COSTOSIN, con
      * la cantidad numerica con ceros a la izquierda (ver DEPLSTOCK)
      *-----------------------------------------------------------------
       FD  STOCK-FILE.
       01  STOCK-LOTES-RECORD.
           05 ST-SUCURSAL          PIC X(3).
           05 ST-PRODUCTO-ID       PIC X(9).
           05 ST-PORC-GANANCIA     PIC X(6).
           05 ST-CANTIDAD          PIC 9(9).
           05 ST-PRECIOCOSTO       PIC X(11).

      *-----------------------------------------------------------------
      * Def. del archivo de lotes por sucursal, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  COSTOS-IN-FILE.
           COPY COSTOSIN.

      *-----------------------------------------------------------------
      * Def. del historico de costos promedio, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  HISTORICO-FILE.
           COPY HISTREC.

      *-----------------------------------------------------------------
      * Def. del maestro de productos, layout compartido via copybook
      *-----------------------------------------------------------------
       FD  PRODUCTOS-FILE.
           COPY PRODMAST.

      *-----------------------------------------------------------------
      * Def. del archivo de parametros de corrida, layout compartido
      * via copybook
      *-----------------------------------------------------------------
       FD  PARAMETROS-FILE.
           COPY PARAMREC.

      *-----------------------------------------------------------------
      * Def. del historial de ajustes, layout compartido via copybook
      *-----------------------------------------------------------------
       FD  AJUSTES-OUT-FILE.
           COPY AJUSTREC.

      *-----------------------------------------------------------------
      * Def. de los faltantes retenidos: el mismo layout de CONTEO,
      * para que el supervisor lo devuelva como conteo autorizado
      *-----------------------------------------------------------------
       FD  RETENIDOS-OUT-FILE.
       01  RETENIDO-REG.
           05 RT-SUCURSAL          PIC X(3).
           05 RT-PRODUCTO-ID       PIC X(9).
           05 RT-CANTIDAD          PIC X(9).
           05 RT-AUTORIZADO        PIC X(1).

      *-----------------------------------------------------------------
      * Def. del reporte impreso de diferencias
      *-----------------------------------------------------------------
       FD  LISTADO-OUT-FILE.
       01  LISTADO-LINEA           PIC X(80).

      *-----------------------------------------------------------------
      * Def. del archivo de auditoria de corridas
      *-----------------------------------------------------------------
       FD  AUDIT-TRAIL-FILE.
           COPY RUNCTRL.

      *-----------------------------------------------------------------
      * Def. del archivo de generaciones de respaldo (pedido 039)
      *-----------------------------------------------------------------
       FD  GENERACIONES-FILE.
           COPY GENCADEN.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Banda de tolerancia en % del stock en libros. El valor
      * vigente sale del registro "A" de parametros.dat; el VALUE es
      * el defecto cuando el archivo o el registro faltan
      *-----------------------------------------------------------------
       01  WS-PARAMETROS.
           05 WS-TOLERANCIA-PCT       PIC 9(3)V99 VALUE 5.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-LEIDOS      PIC 9(6) VALUE 0.
           05 WS-CONTADOR-APLICADOS   PIC 9(6) VALUE 0.
           05 WS-CONTADOR-RETENIDOS   PIC 9(6) VALUE 0.
           05 WS-CONTADOR-RECHAZADOS  PIC 9(6) VALUE 0.
           05 WS-CONTADOR-SIN-DIF     PIC 9(6) VALUE 0.
           05 WS-STOCK-LINEA-ACTUAL   PIC 9(9) VALUE 0.
           05 WS-COSTOS-LINEA-ACTUAL  PIC 9(9) VALUE 0.
           05 WS-STOCK-GRABADOS       PIC 9(9) VALUE 0.
           05 WS-COSTOS-GRABADOS      PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "AJUSINV".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-CONTEO               PIC X(2).
           05 FS-STOCK                PIC X(2).
           05 FS-COSTOS               PIC X(2).
           05 FS-HISTORICO            PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-AJUSTES              PIC X(2).
           05 FS-RETENIDOS            PIC X(2).
           05 FS-LISTADO              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-CONTEO              PIC X VALUE 'N'.
              88 NO-HAY-MAS-CONTEO         VALUE 'Y'.
           05 EOF-STOCK               PIC X VALUE 'N'.
              88 NO-HAY-MAS-STOCK          VALUE 'Y'.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
           05 EOF-PARAMETROS          PIC X VALUE 'N'.
              88 NO-HAY-MAS-PARAMETROS     VALUE 'Y'.
           05 WS-HISTORICO-ABIERTO-SW PIC X VALUE 'N'.
              88 HISTORICO-DISPONIBLE      VALUE 'Y'.
           05 EOF-RESPALDO            PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPALDO       VALUE 'Y'.

      *-----------------------------------------------------------------
      * Generaciones de respaldo (pedido 039): datos de la generacion
      * en curso para generaciones_cadena.dat
      *-----------------------------------------------------------------
       01  WS-GENERACION-CONTROL.
           05 WS-GEN-FECHA-CICLO      PIC 9(8).
           05 WS-GEN-ARCHIVO          PIC X(30).
           05 WS-GEN-EXISTE           PIC X(1).
           05 WS-GEN-MODO             PIC X(1).
           05 WS-GEN-MARCA            PIC X(20).
           05 WS-GEN-REGISTROS        PIC 9(9).
           05 WS-GEN-DATOS            PIC X(100).

      *-----------------------------------------------------------------
      * Resultado de la validacion y evaluacion del conteo en curso
      *-----------------------------------------------------------------
       01  WS-VALIDACION.
           05 WS-CONTEO-VALIDO-SW     PIC X VALUE 'N'.
               88 WS-CONTEO-VALIDO    VALUE 'Y'.
           05 WS-MOTIVO-RECHAZO       PIC X(30).
           05 WS-CANTIDAD-CONTADA     PIC 9(9).
           05 WS-CANTIDAD-LIBROS      PIC S9(9).
           05 WS-DIFERENCIA           PIC S9(9).
           05 WS-DIFERENCIA-ABS       PIC 9(9).
           05 WS-DESVIO-PCT           PIC 9(9)V99.
           05 WS-COSTO-UNIT           PIC 9(9)V99.
           05 WS-VALOR-AJUSTE         PIC 9(11)V99.
           05 WS-RESULTADO            PIC X(14).
           05 WS-ASENTAR-SW           PIC X VALUE 'N'.
               88 WS-SE-ASIENTA       VALUE 'Y'.
           05 WS-LOTES-HALLADOS       PIC 9(4).
           05 WS-PRIMER-LOTE          PIC 9(4).

      *-----------------------------------------------------------------
      * Datos del maestro para el producto en curso
      *-----------------------------------------------------------------
       01  WS-PRODUCTO-MAESTRO.
           05 WS-PM-CATEGORIA         PIC X(15).

      *-----------------------------------------------------------------
      * Imagen en memoria del archivo de lotes en curso: primero
      * stock_lotes.dat y despues costos.dat, que tienen el mismo
      * layout fisico. Cada archivo viene ordenado por sucursal +
      * producto con el lote mas viejo primero, y el ajuste no
      * agrega ni quita renglones, asi que la reescritura conserva
      * el orden
      *-----------------------------------------------------------------
       01  WS-CST-TABLE.
           05 WS-CST-COUNT            PIC 9(4) VALUE 0.
           05 WS-CST-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-CST-COUNT
                                 INDEXED BY WS-CST-IDX.
               10 WS-CST-CLAVE.
                   15 WS-CST-SUCURSAL     PIC X(3).
                   15 WS-CST-PRODUCTO-ID  PIC X(9).
               10 WS-CST-GANANCIA     PIC X(6).
               10 WS-CST-CANTIDAD     PIC S9(9).
               10 WS-CST-PRECIOCOSTO  PIC X(11).

       01  WS-CST-CONTROL.
           05 WS-CST-SUB              PIC 9(4).
           05 WS-CST-CLAVE-BUSCADA.
               10 WS-CST-SUC-BUSCADA  PIC X(3).
               10 WS-CST-PROD-BUSCADO PIC X(9).
           05 WS-RESTANTE             PIC S9(9).
           05 WS-TRAMO                PIC S9(9).
           05 WS-CANTIDAD-SALIDA-N    PIC 9(9).

      *-----------------------------------------------------------------
      * Conteos ya procesados en la corrida, para rechazar el mismo
      * producto contado dos veces y para repetir sobre costos.dat
      * las diferencias asentadas en stock_lotes.dat
      *-----------------------------------------------------------------
       01  WS-CNT-TABLE.
           05 WS-CNT-COUNT            PIC 9(4) VALUE 0.
           05 WS-CNT-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-CNT-COUNT
                                 INDEXED BY WS-CNT-IDX.
               10 WS-CNT-CLAVE.
                   15 WS-CNT-SUCURSAL     PIC X(3).
                   15 WS-CNT-PRODUCTO-ID  PIC X(9).
               10 WS-CNT-DIFERENCIA   PIC S9(9).

       01  WS-CNT-CONTROL.
           05 WS-CNT-SUB              PIC 9(4).
           05 WS-CNT-HALLADO-SW       PIC X VALUE 'N'.
               88 WS-CNT-HALLADO      VALUE 'Y'.

      *-----------------------------------------------------------------
      * Totales valorizados del reporte
      *-----------------------------------------------------------------
       01  WS-TOTALES.
           05 WS-TOT-FALTANTES        PIC 9(13)V99 VALUE 0.
           05 WS-TOT-SOBRANTES        PIC 9(13)V99 VALUE 0.
           05 WS-TOT-RETENIDOS        PIC 9(13)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Variables de control del listado impreso (paginado)
      *-----------------------------------------------------------------
       01  WS-REPORTE-CONTROL.
           05 WS-RPT-PAGINA           PIC 9(4) VALUE 1.
           05 WS-RPT-LINEAS-PAGINA    PIC 9(3) VALUE 0.
           05 WS-RPT-MAX-LINEAS       PIC 9(3) VALUE 20.
           05 WS-RPT-FECHA-HOY        PIC X(8).

      *-----------------------------------------------------------------
      * Líneas de detalle / encabezado del listado
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-TITULO.
           05 FILLER                  PIC X(16) VALUE SPACES.
           05 FILLER                  PIC X(46)
              VALUE "DIFERENCIAS DE CONTEO FISICO DE INVENTARIO".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "BANDA: ".
           05 RPT-S-TOLERANCIA        PIC ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE " %".

       01  WS-RPT-LINEA-COLUMNAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(3)  VALUE "SUC".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PRODUCTO ".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE " LIBROS".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "CONTADO".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "    DIF.".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "  PROMEDIO".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "        VALOR".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "RESULTADO".

       01  WS-RPT-LINEA-DETALLE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-PRODUCTO          PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-LIBROS            PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CONTADO           PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-DIFERENCIA        PIC -ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-PROMEDIO          PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-VALOR             PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-RESULTADO         PIC X(14).

       01  WS-RPT-LINEA-RECHAZO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-R-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-PRODUCTO          PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "RECHAZADO - ".
           05 RPT-R-MOTIVO            PIC X(30).

       01  WS-RPT-LINEA-TOTALES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "LEIDOS: ".
           05 RPT-T-LEIDOS            PIC ZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "APLICADOS: ".
           05 RPT-T-APLICADOS         PIC ZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "RETENIDOS: ".
           05 RPT-T-RETENIDOS         PIC ZZZZZ9.

       01  WS-RPT-LINEA-TOTALES-2.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "RECHAZADOS: ".
           05 RPT-T-RECHAZADOS        PIC ZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(16)
              VALUE "SIN DIFERENCIA: ".
           05 RPT-T-SIN-DIF           PIC ZZZZZ9.

       01  WS-RPT-LINEA-VALOR.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-V-ROTULO            PIC X(28).
           05 RPT-V-VALOR             PIC Z.ZZZ.ZZZ.ZZ9,99.

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (AJUSINV) ---'.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1500-CARGAR-TOLERANCIA.
           PERFORM 1000-CARGAR-STOCK.
           PERFORM 2000-PROCESAR-CONTEOS.
           IF WS-CONTADOR-APLICADOS > 0
               PERFORM 2800-REESCRIBIR-STOCK
               PERFORM 3000-AJUSTAR-COSTOS
           END-IF.
           PERFORM 2900-IMPRIMIR-TOTALES.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'CONTEOS LEIDOS: '         WS-CONTADOR-LEIDOS.
           DISPLAY 'AJUSTES APLICADOS: '      WS-CONTADOR-APLICADOS.
           DISPLAY 'FALTANTES RETENIDOS: '    WS-CONTADOR-RETENIDOS.
           DISPLAY 'CONTEOS RECHAZADOS: '     WS-CONTADOR-RECHAZADOS.
           DISPLAY 'CONTEOS SIN DIFERENCIA: ' WS-CONTADOR-SIN-DIF.
           GOBACK.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Antes
      * de tocar nada deja en generaciones_cadena.dat la marca de
      * inicio de la corrida y una copia de stock_lotes.dat,
      * costos.dat y ajustes_inventario.dat, para que RESTCADENA
      * pueda volver al estado previo a este job. Corre fuera de la
      * cadena nocturna pero pisa archivos que ella lee. Sin
      * respaldo la corrida no arranca
      ******************************************************************
       0200-RESPALDAR-GENERACIONES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GEN-FECHA-CICLO

           OPEN EXTEND GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
              AND FS-GENERACIONES NOT = "05"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE SPACES TO WS-GEN-ARCHIVO
           MOVE SPACES TO GENERACION-REG
           MOVE "J"    TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           PERFORM 0290-GRABAR-GENERACION

           PERFORM 0210-RESPALDAR-STOCK
           PERFORM 0220-RESPALDAR-COSTOS
           PERFORM 0230-RESPALDAR-AJUSTES

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-STOCK.
           MOVE "stock_lotes.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT STOCK-FILE
           EVALUATE FS-STOCK
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ STOCK-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE STOCK-LOTES-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "stock_lotes.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-STOCK ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0220-RESPALDAR-COSTOS.
           MOVE "costos.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT COSTOS-IN-FILE
           EVALUATE FS-COSTOS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ COSTOS-IN-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE COSTOS-IN-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE COSTOS-IN-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "costos.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-COSTOS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0230-RESPALDAR-AJUSTES.
           MOVE "ajustes_inventario.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT AJUSTES-OUT-FILE
           EVALUATE FS-AJUSTES
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ AJUSTES-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE AJUSTE-INV-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE AJUSTES-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE AJUSTES-OUT-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "ajustes_inventario.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-AJUSTES ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

      ******************************************************************
      * Párrafos 0270-0288: Registros de la generacion de un archivo:
      * cabecera "A", un "D" por registro copiado y el "F" con la
      * cantidad (y la ultima clave en modo "M"), que RESTCADENA
      * verifica antes de restaurar
      ******************************************************************
       0270-INICIAR-ARCHIVO.
           MOVE 0      TO WS-GEN-REGISTROS
           MOVE "C"    TO WS-GEN-MODO
           MOVE SPACES TO WS-GEN-MARCA
           MOVE 'N'    TO EOF-RESPALDO.

       0280-GRABAR-CABECERA.
           MOVE SPACES        TO GENERACION-REG
           MOVE "A"           TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           MOVE WS-GEN-EXISTE TO GC-EXISTE
           MOVE WS-GEN-MODO   TO GC-MODO
           MOVE 0             TO GC-REGISTROS
           PERFORM 0290-GRABAR-GENERACION.

       0285-GRABAR-DETALLE.
           MOVE SPACES        TO GENERACION-REG
           MOVE "D"           TO GC-TIPO
           MOVE WS-GEN-DATOS  TO GC-DATOS
           PERFORM 0290-GRABAR-GENERACION
           ADD 1 TO WS-GEN-REGISTROS.

       0288-GRABAR-FIN.
           MOVE SPACES           TO GENERACION-REG
           MOVE "F"              TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           MOVE WS-GEN-EXISTE    TO GC-EXISTE
           MOVE WS-GEN-MODO      TO GC-MODO
           MOVE WS-GEN-REGISTROS TO GC-REGISTROS
           MOVE WS-GEN-MARCA     TO GC-MARCA
           PERFORM 0290-GRABAR-GENERACION.

       0290-GRABAR-GENERACION.
           MOVE WS-GEN-FECHA-CICLO TO GC-FECHA-CICLO
           MOVE WS-AUDIT-JOB-NAME  TO GC-JOB-NAME
           MOVE WS-GEN-ARCHIVO     TO GC-ARCHIVO
           WRITE GENERACION-REG
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 1500: Carga la banda de tolerancia del registro "A"
      * de parametros.dat. Sin archivo o sin registro "A" rige el
      * defecto de WORKING-STORAGE; un "A" no numerico se ignora con
      * aviso, igual que el umbral de TENDCOSTOS
      ******************************************************************
       1500-CARGAR-TOLERANCIA.
           OPEN INPUT PARAMETROS-FILE
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "parametros.dat NO DISPONIBLE (FS="
                       FS-PARAMETROS ") - BANDA POR DEFECTO"
           ELSE
               PERFORM UNTIL NO-HAY-MAS-PARAMETROS
                   READ PARAMETROS-FILE
                       AT END
                           SET NO-HAY-MAS-PARAMETROS TO TRUE
                       NOT AT END
                           PERFORM 1510-PROCESAR-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.

       1510-PROCESAR-PARAMETRO.
           IF PA-ES-TOLERANCIA-CONTEO
               IF PA-MARGEN-MIN IS NUMERIC
                   MOVE PA-MARGEN-MIN TO WS-TOLERANCIA-PCT
               ELSE
                   DISPLAY "parametros.dat CON REGISTRO A NO "
                           "NUMERICO - BANDA POR DEFECTO"
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 1000: Carga stock_lotes.dat completo en memoria,
      * renglon por renglon y en su orden original
      ******************************************************************
       1000-CARGAR-STOCK.
           OPEN INPUT STOCK-FILE
           IF FS-STOCK NOT = "00"
               DISPLAY "stock_lotes.dat NO DISPONIBLE (FS="
                       FS-STOCK ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0 TO WS-CST-COUNT
           PERFORM UNTIL NO-HAY-MAS-STOCK
               READ STOCK-FILE
                   AT END
                       SET NO-HAY-MAS-STOCK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOCK-LINEA-ACTUAL
                       PERFORM 1010-REGISTRAR-RENGLON-STOCK
               END-READ
           END-PERFORM

           CLOSE STOCK-FILE.

       1010-REGISTRAR-RENGLON-STOCK.
           IF WS-CST-COUNT < 9999
               ADD 1 TO WS-CST-COUNT
               MOVE ST-SUCURSAL
                   TO WS-CST-SUCURSAL(WS-CST-COUNT)
               MOVE ST-PRODUCTO-ID
                   TO WS-CST-PRODUCTO-ID(WS-CST-COUNT)
               MOVE ST-PORC-GANANCIA
                   TO WS-CST-GANANCIA(WS-CST-COUNT)
               MOVE ST-CANTIDAD
                   TO WS-CST-CANTIDAD(WS-CST-COUNT)
               MOVE ST-PRECIOCOSTO
                   TO WS-CST-PRECIOCOSTO(WS-CST-COUNT)
           ELSE
               DISPLAY "stock_lotes.dat EXCEDE LA TABLA EN MEMORIA - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2000: Lee el conteo, evalua cada renglon contra el
      * stock en libros y asienta los que corresponde sobre la
      * imagen en memoria de stock_lotes.dat
      ******************************************************************
       2000-PROCESAR-CONTEOS.
           DISPLAY '--- INICIO AJUSTE POR CONTEO FISICO ---'.

           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO = "00"
               SET HISTORICO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "historico.dat NO DISPONIBLE (FS="
                       FS-HISTORICO ") - SE VALORIZA AL COSTO DEL LOTE"
           END-IF

           OPEN INPUT  CONTEO-IN-FILE
                OUTPUT RETENIDOS-OUT-FILE
                       LISTADO-OUT-FILE

           IF FS-CONTEO NOT = "00"
               DISPLAY "conteo_fisico.dat NO DISPONIBLE (FS="
                       FS-CONTEO ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN EXTEND AJUSTES-OUT-FILE
           IF FS-AJUSTES NOT = "00" AND FS-AJUSTES NOT = "05"
               DISPLAY "ERROR ABRIENDO ajustes_inventario.dat: "
                       FS-AJUSTES
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2007-IMPRIMIR-ENCABEZADO

           PERFORM UNTIL NO-HAY-MAS-CONTEO
               READ CONTEO-IN-FILE
                   AT END
                       SET NO-HAY-MAS-CONTEO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       PERFORM 2100-PROCESAR-CONTEO
               END-READ
           END-PERFORM

           IF HISTORICO-DISPONIBLE
               CLOSE HISTORICO-FILE
           END-IF

           CLOSE CONTEO-IN-FILE
                 PRODUCTOS-FILE
                 RETENIDOS-OUT-FILE
                 AJUSTES-OUT-FILE.

      ******************************************************************
      * Párrafo 2100: Valida el renglon del conteo, lo evalua contra
      * la banda y lo asienta o lo retiene. Siempre deja su linea en
      * el reporte
      ******************************************************************
       2100-PROCESAR-CONTEO.
           PERFORM 2110-VALIDAR-CONTEO

           IF WS-CONTEO-VALIDO
               PERFORM 2200-EVALUAR-DIFERENCIA
               EVALUATE TRUE
                   WHEN WS-DIFERENCIA = 0
                       ADD 1 TO WS-CONTADOR-SIN-DIF
                   WHEN WS-SE-ASIENTA
                       PERFORM 2300-ASENTAR-AJUSTE
                       ADD 1 TO WS-CONTADOR-APLICADOS
                   WHEN OTHER
                       PERFORM 2400-RETENER-FALTANTE
                       ADD 1 TO WS-CONTADOR-RETENIDOS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF

           PERFORM 2500-IMPRIMIR-LINEA-LISTADO.

      ******************************************************************
      * Párrafo 2110: Validaciones del renglon del conteo. El primer
      * error encontrado define el motivo del rechazo
      ******************************************************************
       2110-VALIDAR-CONTEO.
           MOVE 'Y'    TO WS-CONTEO-VALIDO-SW
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF CE-SUCURSAL = SPACES
              OR CE-PRODUCTO-ID IS NOT NUMERIC
               MOVE "SUCURSAL O PRODUCTO INVALIDO"
                   TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-CONTEO-VALIDO-SW
           END-IF

           IF WS-CONTEO-VALIDO
               EVALUATE TRUE
                   WHEN CE-CANTIDAD = SPACES
                       MOVE "PRODUCTO NO CONTADO"
                           TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-CONTEO-VALIDO-SW
                   WHEN CE-CANTIDAD IS NOT NUMERIC
                       MOVE "CANTIDAD NO NUMERICA"
                           TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-CONTEO-VALIDO-SW
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(CE-CANTIDAD)
                           TO WS-CANTIDAD-CONTADA
               END-EVALUATE
           END-IF

           IF WS-CONTEO-VALIDO
               PERFORM 2120-REGISTRAR-CONTEO
               IF WS-CNT-HALLADO
                   MOVE "PRODUCTO CONTADO DOS VECES"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-CONTEO-VALIDO-SW
               END-IF
           END-IF

           IF WS-CONTEO-VALIDO
               MOVE FUNCTION NUMVAL(CE-PRODUCTO-ID) TO PR-PRODUCTO-ID
               READ PRODUCTOS-FILE
                   KEY IS PR-PRODUCTO-ID
                   INVALID KEY
                       MOVE "PRODUCTO INEXISTENTE"
                           TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-CONTEO-VALIDO-SW
                   NOT INVALID KEY
                       MOVE PR-CATEGORIA TO WS-PM-CATEGORIA
               END-READ
           END-IF

           IF WS-CONTEO-VALIDO
               PERFORM 2130-SUMAR-LIBROS
               IF WS-LOTES-HALLADOS = 0
                   MOVE "SIN LOTES EN LA SUCURSAL"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-CONTEO-VALIDO-SW
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2120: Busca la sucursal + producto entre los conteos
      * ya procesados y, si es nuevo, lo agrega a la tabla
      ******************************************************************
       2120-REGISTRAR-CONTEO.
           MOVE 'N' TO WS-CNT-HALLADO-SW
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
               IF WS-CNT-SUCURSAL(WS-CNT-SUB) = CE-SUCURSAL
                  AND WS-CNT-PRODUCTO-ID(WS-CNT-SUB) = CE-PRODUCTO-ID
                   SET WS-CNT-HALLADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-CNT-HALLADO
               IF WS-CNT-COUNT >= 9999
                   DISPLAY "conteo_fisico.dat EXCEDE LA TABLA EN "
                           "MEMORIA - CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-CNT-COUNT
               MOVE WS-CNT-COUNT   TO WS-CNT-SUB
               MOVE CE-SUCURSAL    TO WS-CNT-SUCURSAL(WS-CNT-SUB)
               MOVE CE-PRODUCTO-ID TO WS-CNT-PRODUCTO-ID(WS-CNT-SUB)
               MOVE 0              TO WS-CNT-DIFERENCIA(WS-CNT-SUB)
           END-IF.

      ******************************************************************
      * Párrafo 2130: Suma el stock en libros de la sucursal +
      * producto sobre la imagen en memoria y recuerda su primer
      * renglon (el lote mas viejo)
      ******************************************************************
       2130-SUMAR-LIBROS.
           MOVE 0 TO WS-CANTIDAD-LIBROS
                     WS-LOTES-HALLADOS
                     WS-PRIMER-LOTE
           MOVE CE-SUCURSAL    TO WS-CST-SUC-BUSCADA
           MOVE CE-PRODUCTO-ID TO WS-CST-PROD-BUSCADO

           PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
               IF WS-CST-CLAVE(WS-CST-SUB) = WS-CST-CLAVE-BUSCADA
                   ADD WS-CST-CANTIDAD(WS-CST-SUB)
                       TO WS-CANTIDAD-LIBROS
                   ADD 1 TO WS-LOTES-HALLADOS
                   IF WS-PRIMER-LOTE = 0
                       MOVE WS-CST-SUB TO WS-PRIMER-LOTE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Párrafo 2200: Calcula la diferencia, la valoriza y decide si
      * se asienta. Contra un stock en libros en cero cualquier
      * diferencia queda fuera de la banda
      ******************************************************************
       2200-EVALUAR-DIFERENCIA.
           MOVE 'N'    TO WS-ASENTAR-SW
           MOVE SPACES TO WS-RESULTADO
           MOVE 0      TO WS-VALOR-AJUSTE

           COMPUTE WS-DIFERENCIA =
                   WS-CANTIDAD-CONTADA - WS-CANTIDAD-LIBROS
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
           END-IF

           PERFORM 2210-BUSCAR-COSTO
           COMPUTE WS-VALOR-AJUSTE ROUNDED =
                   WS-DIFERENCIA-ABS * WS-COSTO-UNIT

           IF WS-CANTIDAD-LIBROS > 0
               COMPUTE WS-DESVIO-PCT ROUNDED =
                       WS-DIFERENCIA-ABS * 100 / WS-CANTIDAD-LIBROS
           ELSE
               MOVE 100 TO WS-DESVIO-PCT
           END-IF

           EVALUATE TRUE
               WHEN WS-DIFERENCIA = 0
                   MOVE "SIN DIFERENCIA" TO WS-RESULTADO
               WHEN WS-DESVIO-PCT NOT > WS-TOLERANCIA-PCT
                   MOVE "APLICADO"       TO WS-RESULTADO
                   SET WS-SE-ASIENTA     TO TRUE
               WHEN WS-DIFERENCIA > 0
                   MOVE "SOBRANTE>BANDA" TO WS-RESULTADO
                   SET WS-SE-ASIENTA     TO TRUE
               WHEN CE-CON-AUTORIZACION
                   MOVE "AUTORIZADO"     TO WS-RESULTADO
                   SET WS-SE-ASIENTA     TO TRUE
               WHEN OTHER
                   MOVE "RETENIDO"       TO WS-RESULTADO
           END-EVALUATE.

      ******************************************************************
      * Párrafo 2210: Costo unitario del ajuste: el promedio de la
      * sucursal + producto en el historico; sin promedio, el costo
      * del lote mas viejo (el orden inverso al de MERMAVENC)
      ******************************************************************
       2210-BUSCAR-COSTO.
           MOVE 0 TO WS-COSTO-UNIT

           IF HISTORICO-DISPONIBLE
               MOVE CE-SUCURSAL    TO HR-SUCURSAL
               MOVE CE-PRODUCTO-ID TO HR-PRODUCTO-ID
               READ HISTORICO-FILE
                   KEY IS HR-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      * HR-COSTO-PROMEDIO viene editado; el MOVE a un campo numerico
      * lo desedita correctamente
                       MOVE HR-COSTO-PROMEDIO TO WS-COSTO-UNIT
               END-READ
           END-IF

           IF WS-COSTO-UNIT = 0
               MOVE FUNCTION NUMVAL(WS-CST-PRECIOCOSTO(WS-PRIMER-LOTE))
                   TO WS-COSTO-UNIT
           END-IF.

      ******************************************************************
      * Párrafo 2300: Asienta la diferencia sobre la imagen de
      * stock_lotes.dat, la anota para repetirla sobre costos.dat y
      * la graba en el historial de ajustes
      ******************************************************************
       2300-ASENTAR-AJUSTE.
           PERFORM 2310-APLICAR-DIFERENCIA
           MOVE WS-DIFERENCIA TO WS-CNT-DIFERENCIA(WS-CNT-SUB)

           MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-FECHA
           MOVE CE-SUCURSAL                TO AJ-SUCURSAL
           MOVE FUNCTION NUMVAL(CE-PRODUCTO-ID) TO AJ-PRODUCTO-ID
           MOVE WS-PM-CATEGORIA            TO AJ-CATEGORIA
           IF WS-DIFERENCIA < 0
               MOVE "F" TO AJ-TIPO
               ADD WS-VALOR-AJUSTE TO WS-TOT-FALTANTES
           ELSE
               MOVE "S" TO AJ-TIPO
               ADD WS-VALOR-AJUSTE TO WS-TOT-SOBRANTES
           END-IF
           MOVE WS-DIFERENCIA-ABS          TO AJ-CANTIDAD
           MOVE WS-COSTO-UNIT              TO AJ-COSTO-UNIT
           MOVE WS-VALOR-AJUSTE            TO AJ-VALOR

           WRITE AJUSTE-INV-REG
           IF FS-AJUSTES NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO ajustes_inventario.dat: "
                       FS-AJUSTES
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2310: Aplica WS-DIFERENCIA a los renglones de
      * WS-CST-CLAVE-BUSCADA en la imagen en memoria, igual que
      * DEPLSTOCK: un faltante consume en orden desde el lote mas
      * viejo; un sobrante reingresa entero al primer lote. Se usa
      * para los dos archivos
      ******************************************************************
       2310-APLICAR-DIFERENCIA.
           IF WS-DIFERENCIA > 0
               PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                       UNTIL WS-CST-SUB > WS-CST-COUNT
                   IF WS-CST-CLAVE(WS-CST-SUB) = WS-CST-CLAVE-BUSCADA
                       ADD WS-DIFERENCIA
                           TO WS-CST-CANTIDAD(WS-CST-SUB)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-RESTANTE = 0 - WS-DIFERENCIA
               PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                       UNTIL WS-CST-SUB > WS-CST-COUNT
                          OR WS-RESTANTE = 0
                   IF WS-CST-CLAVE(WS-CST-SUB) = WS-CST-CLAVE-BUSCADA
                      AND WS-CST-CANTIDAD(WS-CST-SUB) > 0
                       IF WS-CST-CANTIDAD(WS-CST-SUB) >= WS-RESTANTE
                           MOVE WS-RESTANTE TO WS-TRAMO
                       ELSE
                           MOVE WS-CST-CANTIDAD(WS-CST-SUB) TO WS-TRAMO
                       END-IF
                       SUBTRACT WS-TRAMO
                           FROM WS-CST-CANTIDAD(WS-CST-SUB)
                       SUBTRACT WS-TRAMO FROM WS-RESTANTE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Párrafo 2400: Retiene el faltante fuera de la banda: vuelve
      * tal cual al archivo de retenidos para que el supervisor lo
      * autorice
      ******************************************************************
       2400-RETENER-FALTANTE.
           ADD WS-VALOR-AJUSTE TO WS-TOT-RETENIDOS

           MOVE CE-SUCURSAL    TO RT-SUCURSAL
           MOVE CE-PRODUCTO-ID TO RT-PRODUCTO-ID
           MOVE CE-CANTIDAD    TO RT-CANTIDAD
           MOVE SPACES         TO RT-AUTORIZADO
           WRITE RETENIDO-REG
           IF FS-RETENIDOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO conteo_retenido.dat: "
                       FS-RETENIDOS
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2500: Imprime la línea del conteo en el reporte
      ******************************************************************
       2500-IMPRIMIR-LINEA-LISTADO.
           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
           END-IF

           IF WS-CONTEO-VALIDO
               MOVE CE-SUCURSAL          TO RPT-D-SUCURSAL
               MOVE CE-PRODUCTO-ID       TO RPT-D-PRODUCTO
               MOVE WS-CANTIDAD-LIBROS   TO RPT-D-LIBROS
               MOVE WS-CANTIDAD-CONTADA  TO RPT-D-CONTADO
               MOVE WS-DIFERENCIA        TO RPT-D-DIFERENCIA
               MOVE WS-COSTO-UNIT        TO RPT-D-PROMEDIO
               IF WS-DIFERENCIA < 0
                   COMPUTE RPT-D-VALOR = 0 - WS-VALOR-AJUSTE
               ELSE
                   MOVE WS-VALOR-AJUSTE  TO RPT-D-VALOR
               END-IF
               MOVE WS-RESULTADO         TO RPT-D-RESULTADO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-DETALLE
           ELSE
               MOVE CE-SUCURSAL          TO RPT-R-SUCURSAL
               MOVE CE-PRODUCTO-ID       TO RPT-R-PRODUCTO
               MOVE WS-MOTIVO-RECHAZO    TO RPT-R-MOTIVO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-RECHAZO
           END-IF
           ADD 1 TO WS-RPT-LINEAS-PAGINA.

       2007-IMPRIMIR-ENCABEZADO.
           IF WS-RPT-LINEAS-PAGINA NOT = 0
               ADD 1 TO WS-RPT-PAGINA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-FECHA-HOY

           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TITULO
           MOVE WS-RPT-FECHA-HOY  TO RPT-S-FECHA
           MOVE WS-RPT-PAGINA     TO RPT-S-PAGINA
           MOVE WS-TOLERANCIA-PCT TO RPT-S-TOLERANCIA
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE SPACES TO LISTADO-LINEA
           WRITE LISTADO-LINEA
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 2800: Reescribe stock_lotes.dat desde la imagen en
      * memoria, con los ajustes ya aplicados
      ******************************************************************
       2800-REESCRIBIR-STOCK.
           OPEN OUTPUT STOCK-FILE
           IF FS-STOCK NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO stock_lotes.dat: "
                       FS-STOCK
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
               PERFORM 2810-GRABAR-RENGLON-STOCK
           END-PERFORM

           CLOSE STOCK-FILE.

       2810-GRABAR-RENGLON-STOCK.
           MOVE WS-CST-SUCURSAL(WS-CST-SUB)    TO ST-SUCURSAL
           MOVE WS-CST-PRODUCTO-ID(WS-CST-SUB) TO ST-PRODUCTO-ID
           MOVE WS-CST-GANANCIA(WS-CST-SUB)    TO ST-PORC-GANANCIA
           MOVE WS-CST-PRECIOCOSTO(WS-CST-SUB) TO ST-PRECIOCOSTO
           IF WS-CST-CANTIDAD(WS-CST-SUB) < 0
               MOVE 0 TO ST-CANTIDAD
           ELSE
               MOVE WS-CST-CANTIDAD(WS-CST-SUB) TO ST-CANTIDAD
           END-IF

           WRITE STOCK-LOTES-RECORD
           IF FS-STOCK NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO stock_lotes.dat: " FS-STOCK
               PERFORM 9900-ERROR-FATAL
           ELSE
               ADD 1 TO WS-STOCK-GRABADOS
           END-IF.

      ******************************************************************
      * Párrafo 3000: Repite sobre costos.dat las diferencias
      * asentadas: carga el archivo a memoria, aplica cada ajuste con
      * la misma regla y lo reescribe. Un producto que ya no figura
      * en costos.dat se avisa y se saltea
      ******************************************************************
       3000-AJUSTAR-COSTOS.
           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "costos.dat NO DISPONIBLE (FS=" FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0 TO WS-CST-COUNT
           PERFORM UNTIL NO-HAY-MAS-COSTOS
               READ COSTOS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-COSTOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COSTOS-LINEA-ACTUAL
                       PERFORM 3010-REGISTRAR-RENGLON-COSTOS
               END-READ
           END-PERFORM

           CLOSE COSTOS-IN-FILE

           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
               IF WS-CNT-DIFERENCIA(WS-CNT-SUB) NOT = 0
                   PERFORM 3100-APLICAR-EN-COSTOS
               END-IF
           END-PERFORM

           OPEN OUTPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO costos.dat: " FS-COSTOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
               PERFORM 3200-GRABAR-RENGLON-COSTOS
           END-PERFORM

           CLOSE COSTOS-IN-FILE.

       3010-REGISTRAR-RENGLON-COSTOS.
           IF WS-CST-COUNT < 9999
               ADD 1 TO WS-CST-COUNT
               MOVE CR-SUCURSAL
                   TO WS-CST-SUCURSAL(WS-CST-COUNT)
               MOVE CR-PRODUCTO-ID
                   TO WS-CST-PRODUCTO-ID(WS-CST-COUNT)
               MOVE CR-PORC-GANANCIA
                   TO WS-CST-GANANCIA(WS-CST-COUNT)
               MOVE FUNCTION NUMVAL(CR-CANTIDAD)
                   TO WS-CST-CANTIDAD(WS-CST-COUNT)
               MOVE CR-PRECIOCOSTO
                   TO WS-CST-PRECIOCOSTO(WS-CST-COUNT)
           ELSE
               DISPLAY "costos.dat EXCEDE LA TABLA EN MEMORIA - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF.

       3100-APLICAR-EN-COSTOS.
           MOVE WS-CNT-CLAVE(WS-CNT-SUB)      TO WS-CST-CLAVE-BUSCADA
           MOVE WS-CNT-DIFERENCIA(WS-CNT-SUB) TO WS-DIFERENCIA

           SET WS-CST-IDX TO 1
           SEARCH WS-CST-ENTRY
               AT END
                   DISPLAY "AJUSTE " WS-CST-CLAVE-BUSCADA
                           " SIN LOTES EN costos.dat - NO SE REPITE"
               WHEN WS-CST-CLAVE(WS-CST-IDX) = WS-CST-CLAVE-BUSCADA
                   PERFORM 2310-APLICAR-DIFERENCIA
           END-SEARCH.

       3200-GRABAR-RENGLON-COSTOS.
           MOVE WS-CST-SUCURSAL(WS-CST-SUB)    TO CR-SUCURSAL
           MOVE WS-CST-PRODUCTO-ID(WS-CST-SUB) TO CR-PRODUCTO-ID
           MOVE WS-CST-GANANCIA(WS-CST-SUB)    TO CR-PORC-GANANCIA
           MOVE WS-CST-PRECIOCOSTO(WS-CST-SUB) TO CR-PRECIOCOSTO

      * La cantidad vuelve como digitos con ceros a la izquierda,
      * el mismo formato con el que vino
           IF WS-CST-CANTIDAD(WS-CST-SUB) < 0
               MOVE 0 TO WS-CANTIDAD-SALIDA-N
           ELSE
               MOVE WS-CST-CANTIDAD(WS-CST-SUB)
                   TO WS-CANTIDAD-SALIDA-N
           END-IF
           MOVE WS-CANTIDAD-SALIDA-N TO CR-CANTIDAD

           WRITE COSTOS-IN-RECORD
           IF FS-COSTOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO costos.dat: " FS-COSTOS
               PERFORM 9900-ERROR-FATAL
           ELSE
               ADD 1 TO WS-COSTOS-GRABADOS
           END-IF.

      ******************************************************************
      * Párrafo 2900: Totales de la corrida al pie del reporte
      ******************************************************************
       2900-IMPRIMIR-TOTALES.
           MOVE SPACES TO LISTADO-LINEA
           WRITE LISTADO-LINEA

           MOVE WS-CONTADOR-LEIDOS     TO RPT-T-LEIDOS
           MOVE WS-CONTADOR-APLICADOS  TO RPT-T-APLICADOS
           MOVE WS-CONTADOR-RETENIDOS  TO RPT-T-RETENIDOS
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TOTALES
           MOVE WS-CONTADOR-RECHAZADOS TO RPT-T-RECHAZADOS
           MOVE WS-CONTADOR-SIN-DIF    TO RPT-T-SIN-DIF
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TOTALES-2

           MOVE "FALTANTES ASENTADOS:"   TO RPT-V-ROTULO
           MOVE WS-TOT-FALTANTES         TO RPT-V-VALOR
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-VALOR
           MOVE "SOBRANTES ASENTADOS:"   TO RPT-V-ROTULO
           MOVE WS-TOT-SOBRANTES         TO RPT-V-VALOR
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-VALOR
           MOVE "FALTANTES RETENIDOS:"   TO RPT-V-ROTULO
           MOVE WS-TOT-RETENIDOS         TO RPT-V-VALOR
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-VALOR

           CLOSE LISTADO-OUT-FILE.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida: el conteo procesado y los dos
      * archivos de lotes reescritos
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "conteo_fisico.dat"     TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDOS      TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-APLICADOS   TO AT-REGISTROS-GRABADOS
           COMPUTE AT-REGISTROS-RECHAZADOS =
                   WS-CONTADOR-RECHAZADOS + WS-CONTADOR-RETENIDOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "stock_lotes.dat"       TO AT-ARCHIVO
           MOVE WS-STOCK-LINEA-ACTUAL   TO AT-REGISTROS-LEIDOS
           MOVE WS-STOCK-GRABADOS       TO AT-REGISTROS-GRABADOS
           MOVE 0                       TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "costos.dat"            TO AT-ARCHIVO
           MOVE WS-COSTOS-LINEA-ACTUAL  TO AT-REGISTROS-LEIDOS
           MOVE WS-COSTOS-GRABADOS      TO AT-REGISTROS-GRABADOS
           MOVE 0                       TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           CLOSE AUDIT-TRAIL-FILE.

       8010-ESCRIBIR-REGISTRO-AUDITORIA.
           MOVE WS-AUDIT-JOB-NAME TO AT-JOB-NAME
           MOVE WS-AUDIT-ESTAMPA  TO AT-FECHA-HORA
           WRITE AUDIT-TRAIL-RECORD
           IF FS-AUDIT NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO run_control.dat: " FS-AUDIT
           END-IF.

      ******************************************************************
      * Párrafos de Error y Utilitarios
      ******************************************************************
       9900-ERROR-FATAL.
           DISPLAY '!!! ERROR CATASTROFICO EN BATCH !!!'.

           CLOSE CONTEO-IN-FILE
                 STOCK-FILE
                 COSTOS-IN-FILE
                 HISTORICO-FILE
                 PRODUCTOS-FILE
                 AJUSTES-OUT-FILE
                 RETENIDOS-OUT-FILE
                 LISTADO-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
