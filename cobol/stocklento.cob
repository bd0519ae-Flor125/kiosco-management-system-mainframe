       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STOCKLENTO.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Antiguedad del stock sin rotacion por sucursal
      * (pedido 038). VALINV dice cuanta plata hay en la gondola
      * pero no cuanta no se vende hace meses, y un lote lejos del
      * vencimiento nunca aparece en alertas.dat: ese stock queda
      * invisible.
      *
      * Cruza el stock por sucursal + producto de stock_lotes.dat
      * con HISTORIAL_VENTAS.DAT: la ultima venta de la sucursal
      * (de todo el historial; las devoluciones no cuentan como
      * venta) y lo vendido neto en los ultimos 90 dias. Con eso
      * ubica el stock en una banda de dias desde la ultima venta
      * (0-29, 30-59, 60-89, 90-179, 180+, o SIN VENTA si la
      * sucursal nunca lo vendio) y calcula los dias de cobertura al
      * ritmo de venta actual. Todo se valoriza al HR-COSTO-PROMEDIO
      * de historico.dat, como VALINV, con subtotales por categoria
      * y un total por banda.
      *
      * El stock lento (60 dias o mas sin venta, nunca vendido, o
      * mas de 180 dias de cobertura) sale ademas a stock_lento.dat
      * (layout STKLENTO), con la otra sucursal que mas vende el
      * producto, para planificar transferencias con TRANSFSUC o
      * mandarlo a la revision de rebajas.
      *
      * Corre fuera de la cadena nocturna, despues de VALINV, sobre
      * el stock_lotes.dat del ciclo.
      *
      * ENTRADA:
      * - stock_lotes.dat:      Stock por lote ya descontado
      * - HISTORIAL_VENTAS.DAT: Historial permanente (indexado)
      * - historico.dat:        Costo promedio (indexado)
      * - productos.dat:        Maestro de productos (indexado)
      *
      * SALIDA:
      * - stock_lento.dat:      Stock lento para transferir o rebajar
      * - reporte_stock_lento.dat: Reporte impreso por categoria
      * - run_control.dat:      Rastro de auditoria de la corrida
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Archivo de stock por lote ya descontado por DEPLSTOCK, el
      * mismo que valoriza VALINV
           SELECT COSTOS-IN-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Historial permanente de ventas que alimenta CALC-COSTOS
           SELECT HISTORIAL-VENTAS
               ASSIGN TO "../data/HISTORIAL_VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-CLAVE
               FILE STATUS IS FS-HISTVTA.

      * Historico de costos promedio generado por BATCHCOSTOS
           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-HISTORICO.

      * Maestro de productos (descripcion y categoria)
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Stock lento para transferencias y revision de rebajas
           SELECT STOCK-LENTO-FILE ASSIGN TO "stock_lento.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCK-LENTO.

      * Archivo de salida para el reporte impreso
           SELECT REPORTE-OUT-FILE
               ASSIGN TO "reporte_stock_lento.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      * Archivo de auditoria de corridas, compartido con los demas
      * jobs del lote
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * Def. del archivo de entrada para costos, layout compartido
      * via copybook
      *-----------------------------------------------------------------
       FD  COSTOS-IN-FILE.
           COPY COSTOSIN.

      *-----------------------------------------------------------------
      * Def. del historial permanente de ventas, layout compartido
      * via copybook con CALC-COSTOS
      *-----------------------------------------------------------------
       FD  HISTORIAL-VENTAS.
           COPY HISTVTA.

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
      * Def. del archivo de stock lento, layout compartido via
      * copybook con sus consumidores
      *-----------------------------------------------------------------
       FD  STOCK-LENTO-FILE.
           COPY STKLENTO.

      *-----------------------------------------------------------------
      * Def. del archivo de salida para el reporte
      *-----------------------------------------------------------------
       FD  REPORTE-OUT-FILE.
       01  REPORTE-LINEA           PIC X(80).

      *-----------------------------------------------------------------
      * Def. del archivo de auditoria de corridas
      *-----------------------------------------------------------------
       FD  AUDIT-TRAIL-FILE.
           COPY RUNCTRL.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Criterios del reporte: ventana para el ritmo de venta y
      * limites a partir de los cuales el stock se considera lento
      *-----------------------------------------------------------------
       01  WS-CRITERIOS.
           05 WS-VENTANA-DIAS         PIC 9(3) VALUE 90.
           05 WS-DIAS-LENTO           PIC 9(3) VALUE 60.
           05 WS-COBERTURA-LENTA      PIC 9(5) VALUE 180.

      *-----------------------------------------------------------------
      * Bandas de dias desde la ultima venta. La sexta es el stock
      * que la sucursal nunca vendio
      *-----------------------------------------------------------------
       01  WS-BANDAS-NOMBRES.
           05 FILLER                  PIC X(9) VALUE "0-29".
           05 FILLER                  PIC X(9) VALUE "30-59".
           05 FILLER                  PIC X(9) VALUE "60-89".
           05 FILLER                  PIC X(9) VALUE "90-179".
           05 FILLER                  PIC X(9) VALUE "180+".
           05 FILLER                  PIC X(9) VALUE "SIN VENTA".
       01  WS-BANDAS-TABLE REDEFINES WS-BANDAS-NOMBRES.
           05 WS-BANDA-NOMBRE OCCURS 6 TIMES PIC X(9).

       01  WS-BANDAS-TOTALES.
           05 WS-BANDA-TOTAL OCCURS 6 TIMES.
               10 WS-BANDA-RENGLONES  PIC 9(7).
               10 WS-BANDA-VALOR      PIC S9(13)V99.

       01  WS-BANDAS-CONTROL.
           05 WS-BANDA-SUB            PIC 9(1).

      *-----------------------------------------------------------------
      * Ventas por sucursal + producto en todo el historial: ultima
      * venta y vendido neto en la ventana. Ordenada por producto +
      * sucursal para SEARCH ALL y para encontrar juntas las
      * sucursales de un producto al buscar destino
      *-----------------------------------------------------------------
       01  WS-VENTAS-TABLE.
           05 WS-VTA-COUNT            PIC 9(4) VALUE 0.
           05 WS-VTA-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-VTA-COUNT
                                 ASCENDING KEY IS WS-VTA-CLAVE
                                 INDEXED BY WS-VTA-IDX.
               10 WS-VTA-CLAVE.
                   15 WS-VTA-PRODUCTO-ID  PIC 9(9).
                   15 WS-VTA-SUCURSAL     PIC X(3).
               10 WS-VTA-ULT-VENTA    PIC 9(8).
               10 WS-VTA-VENTANA      PIC S9(9).

       01  WS-VENTAS-CONTROL.
           05 WS-VTA-SUB              PIC 9(4).
           05 WS-VTA-SHIFT-IDX        PIC 9(4).
           05 WS-VTA-CLAVE-BUSCADA.
               10 WS-VTA-PROD-BUSCADO PIC 9(9).
               10 WS-VTA-SUC-BUSCADA  PIC X(3).
           05 WS-VTA-HALLADA-SW       PIC X VALUE 'N'.
               88 WS-VTA-HALLADA      VALUE 'Y'.

      *-----------------------------------------------------------------
      * Fechas de trabajo
      *-----------------------------------------------------------------
       01  WS-FECHAS.
           05 WS-FECHA-HOY-N          PIC 9(8).
           05 WS-FECHA-DESDE-N        PIC 9(8).
           05 WS-DIA-HOY              PIC 9(9).

      *-----------------------------------------------------------------
      * Variables de Trabajo (Conversión de texto a número)
      *-----------------------------------------------------------------
       01  WS-CURRENT-LOTE-DATA.
           05 WS-SUCURSAL-X           PIC X(3).
           05 WS-PRODUCTO-ID-N        PIC 9(9).
           05 WS-CANTIDAD-N           PIC S9(9).

      *-----------------------------------------------------------------
      * Lógica de Corte de Control sobre stock_lotes.dat (por
      * sucursal + producto)
      *-----------------------------------------------------------------
       01  WS-CONTROL-BREAK.
           05 WS-PREV-SUCURSAL        PIC X(3) VALUE SPACES.
           05 WS-PREV-PRODUCTO-ID     PIC 9(9) VALUE 0.

      *-----------------------------------------------------------------
      * Calculo del producto en curso
      *-----------------------------------------------------------------
       01  WS-CALCULOS.
           05 WS-TOTAL-CANTIDAD       PIC S9(9)  COMP   VALUE +0.
           05 WS-COSTO-PROMEDIO       PIC 9(8)V99.
           05 WS-VALOR-PRODUCTO       PIC S9(13)V99.
           05 WS-ULT-VENTA            PIC 9(8).
           05 WS-DIAS-SIN-VENTA       PIC 9(5).
           05 WS-VENDIDO-VENTANA      PIC S9(9).
           05 WS-COBERTURA            PIC 9(5).
           05 WS-COBERTURA-CALC       PIC 9(11).
           05 WS-HAY-PROMEDIO-SW      PIC X VALUE 'N'.
               88 WS-HAY-PROMEDIO     VALUE 'Y'.
           05 WS-LENTO-SW             PIC X VALUE 'N'.
               88 WS-ES-LENTO         VALUE 'Y'.

      *-----------------------------------------------------------------
      * Datos del maestro para el producto en curso. Un producto sin
      * alta se agrupa bajo la categoria "SIN CATEGORIA"
      *-----------------------------------------------------------------
       01  WS-PRODUCTO-MAESTRO.
           05 WS-PM-DESCRIPCION       PIC X(30).
           05 WS-PM-CATEGORIA         PIC X(15).

      *-----------------------------------------------------------------
      * Tabla del reporte, ordenada por categoria + sucursal +
      * producto para el corte de control por categoria (igual que
      * la de VALINV)
      *-----------------------------------------------------------------
       01  WS-RPT-TABLE.
           05 WS-RPT-COUNT            PIC 9(4) VALUE 0.
           05 WS-RPT-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-RPT-COUNT
                                 INDEXED BY WS-RPT-IDX.
               10 WS-RPT-CLAVE.
                   15 WS-RPT-CATEGORIA    PIC X(15).
                   15 WS-RPT-SUCURSAL     PIC X(3).
                   15 WS-RPT-PRODUCTO-ID  PIC 9(9).
               10 WS-RPT-DESCRIPCION  PIC X(30).
               10 WS-RPT-CANTIDAD     PIC S9(9).
               10 WS-RPT-ULT-VENTA    PIC 9(8).
               10 WS-RPT-DIAS         PIC 9(5).
               10 WS-RPT-BANDA        PIC 9(1).
               10 WS-RPT-VENDIDO      PIC S9(9).
               10 WS-RPT-COBERTURA    PIC 9(5).
               10 WS-RPT-PROMEDIO     PIC 9(8)V99.
               10 WS-RPT-VALOR        PIC S9(13)V99.
               10 WS-RPT-LENTO        PIC X(1).

       01  WS-RPT-TABLE-CONTROL.
           05 WS-RPT-INSERT-POS       PIC 9(4).
           05 WS-RPT-SHIFT-IDX        PIC 9(4).
           05 WS-RPT-PRINT-IDX        PIC 9(4).
           05 WS-RPT-CLAVE-NUEVA.
               10 WS-RPT-CAT-NUEVA    PIC X(15).
               10 WS-RPT-SUC-NUEVA    PIC X(3).
               10 WS-RPT-PROD-NUEVO   PIC 9(9).

      *-----------------------------------------------------------------
      * Corte de control por categoria al imprimir, y acumuladores
      *-----------------------------------------------------------------
       01  WS-IMPRESION-CONTROL.
           05 WS-PREV-CATEGORIA       PIC X(15).
           05 WS-SUBTOTAL-CATEGORIA   PIC S9(13)V99 VALUE +0.
           05 WS-SUBTOTAL-LENTO       PIC S9(13)V99 VALUE +0.
           05 WS-TOTAL-GENERAL        PIC S9(13)V99 VALUE +0.
           05 WS-TOTAL-LENTO          PIC S9(13)V99 VALUE +0.

      *-----------------------------------------------------------------
      * Destino sugerido para el stock lento en curso
      *-----------------------------------------------------------------
       01  WS-DESTINO-CONTROL.
           05 WS-DEST-SUCURSAL        PIC X(3).
           05 WS-DEST-VENTA           PIC S9(9).

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-COSTOS-LINEA-ACTUAL  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-VENTAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-EVALUADOS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-PROM    PIC 9(9) VALUE 0.
           05 WS-CONTADOR-LENTOS      PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "STOCKLENTO".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-COSTOS               PIC X(2).
           05 FS-HISTVTA              PIC X(2).
           05 FS-HISTORICO            PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-STOCK-LENTO          PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
           05 EOF-HISTVTA             PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTVTA        VALUE 'Y'.

      *-----------------------------------------------------------------
      * Variables de control del reporte impreso (paginado). Todas
      * las lineas pasan por WS-RPT-SALIDA y 2008-ESCRIBIR-LINEA
      *-----------------------------------------------------------------
       01  WS-REPORTE-CONTROL.
           05 WS-RPT-PAGINA           PIC 9(4) VALUE 1.
           05 WS-RPT-LINEAS-PAGINA    PIC 9(3) VALUE 0.
           05 WS-RPT-MAX-LINEAS       PIC 9(3) VALUE 20.
           05 WS-RPT-FECHA-HOY        PIC X(8).
           05 WS-RPT-SALIDA           PIC X(80).

      *-----------------------------------------------------------------
      * Líneas de detalle / encabezado del reporte
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-TITULO.
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(52)
              VALUE "ANTIGUEDAD DEL STOCK SIN ROTACION POR SUCURSAL".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(20)
              VALUE "  RITMO DE VENTA: ".
           05 RPT-S-VENTANA           PIC ZZ9.
           05 FILLER                  PIC X(6)  VALUE " DIAS".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-CATEGORIA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "CATEGORIA: ".
           05 RPT-C-CATEGORIA         PIC X(15).

       01  WS-RPT-LINEA-COLUMNAS.
           05 FILLER                  PIC X(40)
              VALUE "SUC PRODUCTO  DESCRIPCION        STOCK U".
           05 FILLER                  PIC X(40)
              VALUE "LT.VTA   DIAS BANDA    COBER       VALOR".

       01  WS-RPT-LINEA-DETALLE.
           05 RPT-D-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-PRODUCTO          PIC 9(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-DESCRIPCION       PIC X(16).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CANTIDAD          PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-ULT-VENTA         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-DIAS              PIC X(5).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-BANDA             PIC X(9).
           05 RPT-D-COBERTURA         PIC X(5).
           05 RPT-D-LENTO             PIC X(1).
           05 RPT-D-VALOR             PIC ZZZZZZZ9,99.

       01  WS-RPT-EDICION.
           05 WS-RPT-DIAS-ED          PIC ZZZZ9.
           05 WS-RPT-COBERTURA-ED     PIC ZZZZ9.

       01  WS-RPT-LINEA-SUBTOTAL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(20)
              VALUE "SUBTOTAL CATEGORIA: ".
           05 RPT-ST-CATEGORIA        PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-ST-VALOR            PIC -(12)9,99.
           05 FILLER                  PIC X(8)  VALUE " LENTO: ".
           05 RPT-ST-LENTO            PIC -(10)9,99.

       01  WS-RPT-LINEA-BANDA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE "BANDA ".
           05 RPT-B-BANDA             PIC X(9).
           05 FILLER                  PIC X(12) VALUE " RENGLONES: ".
           05 RPT-B-RENGLONES         PIC ZZZZZZ9.
           05 FILLER                  PIC X(8)  VALUE "  VALOR ".
           05 RPT-B-VALOR             PIC -(12)9,99.

       01  WS-RPT-LINEA-TOTAL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-T-LEYENDA           PIC X(36).
           05 RPT-T-VALOR             PIC -(12)9,99.

       01  WS-RPT-LINEA-CONTADOR.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-K-LEYENDA           PIC X(36).
           05 RPT-K-CANTIDAD          PIC ZZZZZZZZ9.

       01  WS-RPT-LINEA-NOTA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(52)
              VALUE "* STOCK LENTO: GRABADO EN stock_lento.dat".

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (STOCKLENTO) ---'.
           PERFORM 1000-FIJAR-FECHAS.
           PERFORM 1100-CARGAR-VENTAS.
           PERFORM 2000-EVALUAR-STOCK.
           PERFORM 3000-IMPRIMIR-REPORTE.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'PRODUCTOS EVALUADOS: '    WS-CONTADOR-EVALUADOS.
           DISPLAY 'STOCK LENTO: '            WS-CONTADOR-LENTOS.
           DISPLAY 'PRODUCTOS SIN PROMEDIO: ' WS-CONTADOR-SIN-PROM.
           GOBACK.

      ******************************************************************
      * Párrafo 1000: Fecha de hoy y comienzo de la ventana del
      * ritmo de venta (los N dias que terminan hoy)
      ******************************************************************
       1000-FIJAR-FECHAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY-N
           COMPUTE WS-DIA-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
           COMPUTE WS-FECHA-DESDE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DIA-HOY - WS-VENTANA-DIAS + 1)

           INITIALIZE WS-BANDAS-TOTALES.

      ******************************************************************
      * Párrafo 1100: Recorre todo el historial de ventas y deja por
      * sucursal + producto la ultima fecha con venta y lo vendido
      * neto en la ventana. Un codigo no numerico no es un producto
      * del maestro y se saltea
      ******************************************************************
       1100-CARGAR-VENTAS.
           DISPLAY '--- INICIO LECTURA DEL HISTORIAL ---'.

           OPEN INPUT HISTORIAL-VENTAS
           IF FS-HISTVTA NOT = "00"
               DISPLAY "HISTORIAL_VENTAS.DAT NO DISPONIBLE (FS="
                       FS-HISTVTA ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0 TO HV-FECHA-CORRIDA
                     HV-SEQ-NUM
           START HISTORIAL-VENTAS KEY >= HV-CLAVE
               INVALID KEY
                   SET NO-HAY-MAS-HISTVTA TO TRUE
           END-START

           PERFORM UNTIL NO-HAY-MAS-HISTVTA
               READ HISTORIAL-VENTAS NEXT
                   AT END
                       SET NO-HAY-MAS-HISTVTA TO TRUE
                   NOT AT END
                       IF HV-FECHA-CORRIDA > WS-FECHA-HOY-N
                           SET NO-HAY-MAS-HISTVTA TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTADOR-VENTAS
                           IF HV-CODIGO IS NUMERIC
                               PERFORM 1110-ACUMULAR-VENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORIAL-VENTAS.

       1110-ACUMULAR-VENTA.
           MOVE FUNCTION NUMVAL(HV-CODIGO) TO WS-VTA-PROD-BUSCADO
           MOVE HV-SUCURSAL                TO WS-VTA-SUC-BUSCADA
           PERFORM 1120-BUSCAR-VENTA

           IF NOT WS-VTA-HALLADA
               PERFORM 1130-INSERTAR-VENTA
           END-IF

      * Una devolucion no es una venta: no mueve la ultima fecha,
      * pero si netea lo vendido en la ventana
           IF HV-CANTIDAD > 0
              AND HV-FECHA-CORRIDA > WS-VTA-ULT-VENTA(WS-VTA-SUB)
               MOVE HV-FECHA-CORRIDA TO WS-VTA-ULT-VENTA(WS-VTA-SUB)
           END-IF
           IF HV-FECHA-CORRIDA >= WS-FECHA-DESDE-N
               ADD HV-CANTIDAD TO WS-VTA-VENTANA(WS-VTA-SUB)
           END-IF.

       1120-BUSCAR-VENTA.
           MOVE 'N' TO WS-VTA-HALLADA-SW
           IF WS-VTA-COUNT > 0
               SEARCH ALL WS-VTA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VTA-CLAVE(WS-VTA-IDX)
                                       = WS-VTA-CLAVE-BUSCADA
                       SET WS-VTA-HALLADA TO TRUE
                       SET WS-VTA-SUB TO WS-VTA-IDX
               END-SEARCH
           END-IF.

      ******************************************************************
      * Párrafo 1130: Inserta una sucursal + producto nueva en su
      * lugar de la tabla y deja WS-VTA-SUB apuntandola
      ******************************************************************
       1130-INSERTAR-VENTA.
           IF WS-VTA-COUNT >= 9999
               DISPLAY "DEMASIADOS PRODUCTOS/SUCURSALES EN EL "
                       "HISTORIAL - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE WS-VTA-COUNT TO WS-VTA-SUB
           ADD 1 TO WS-VTA-SUB
           PERFORM VARYING WS-VTA-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-VTA-SHIFT-IDX > WS-VTA-COUNT
               IF WS-VTA-CLAVE(WS-VTA-SHIFT-IDX)
                                   > WS-VTA-CLAVE-BUSCADA
                   MOVE WS-VTA-SHIFT-IDX TO WS-VTA-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-VTA-SHIFT-IDX
                   FROM WS-VTA-COUNT BY -1
                   UNTIL WS-VTA-SHIFT-IDX < WS-VTA-SUB
               MOVE WS-VTA-ENTRY(WS-VTA-SHIFT-IDX)
                   TO WS-VTA-ENTRY(WS-VTA-SHIFT-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-VTA-COUNT
           MOVE WS-VTA-CLAVE-BUSCADA TO WS-VTA-CLAVE(WS-VTA-SUB)
           MOVE 0 TO WS-VTA-ULT-VENTA(WS-VTA-SUB)
                     WS-VTA-VENTANA(WS-VTA-SUB).

      ******************************************************************
      * Párrafo 2000: Corte de control por sucursal + producto sobre
      * el stock por lote, como en VALINV: en cada corte se evalua
      * la antiguedad del stock acumulado
      ******************************************************************
       2000-EVALUAR-STOCK.
           DISPLAY '--- INICIO EVALUACION DEL STOCK ---'.

           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO NOT = "00"
               DISPLAY "historico.dat NO DISPONIBLE (FS="
                       FS-HISTORICO ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "stock_lotes.dat NO DISPONIBLE (FS="
                       FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

      * Lectura inicial (Priming Read)
           PERFORM 2010-LEER-COSTOS

           IF NOT NO-HAY-MAS-COSTOS
               MOVE WS-SUCURSAL-X    TO WS-PREV-SUCURSAL
               MOVE WS-PRODUCTO-ID-N TO WS-PREV-PRODUCTO-ID
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS
               IF WS-SUCURSAL-X NOT = WS-PREV-SUCURSAL
                  OR WS-PRODUCTO-ID-N NOT = WS-PREV-PRODUCTO-ID
                   PERFORM 2100-EVALUAR-PRODUCTO
               END-IF
               ADD WS-CANTIDAD-N TO WS-TOTAL-CANTIDAD
               PERFORM 2010-LEER-COSTOS
           END-PERFORM

      * Evaluamos el último grupo (cuando AT END)
           IF WS-PREV-PRODUCTO-ID NOT = 0
               PERFORM 2100-EVALUAR-PRODUCTO
           END-IF

           CLOSE COSTOS-IN-FILE
                 HISTORICO-FILE
                 PRODUCTOS-FILE.

       2010-LEER-COSTOS.
           READ COSTOS-IN-FILE
               AT END
                   SET NO-HAY-MAS-COSTOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COSTOS-LINEA-ACTUAL
                   PERFORM 2020-CONVERTIR-DATOS-COSTOS
           END-READ.

       2020-CONVERTIR-DATOS-COSTOS.
      * Convierte los datos de TEXTO (PIC X) a NUMERICO
           MOVE CR-SUCURSAL TO WS-SUCURSAL-X
           MOVE FUNCTION NUMVAL(CR-PRODUCTO-ID) TO WS-PRODUCTO-ID-N
           MOVE FUNCTION NUMVAL(CR-CANTIDAD)    TO WS-CANTIDAD-N.

      ******************************************************************
      * Párrafo 2100: Se ejecuta en el "corte". Un stock en cero o
      * negativo no tiene antiguedad que mostrar; el resto se ubica
      * en su banda, se valoriza y va a la tabla del reporte
      ******************************************************************
       2100-EVALUAR-PRODUCTO.
           IF WS-TOTAL-CANTIDAD > 0
               ADD 1 TO WS-CONTADOR-EVALUADOS
               PERFORM 2110-FIJAR-ANTIGUEDAD
               PERFORM 2120-FIJAR-COBERTURA
               PERFORM 2160-BUSCAR-PROMEDIO
               PERFORM 2165-BUSCAR-PRODUCTO-MAESTRO

               IF WS-HAY-PROMEDIO
                   COMPUTE WS-VALOR-PRODUCTO =
                           WS-TOTAL-CANTIDAD * WS-COSTO-PROMEDIO
               ELSE
                   MOVE 0 TO WS-VALOR-PRODUCTO
                   ADD 1 TO WS-CONTADOR-SIN-PROM
               END-IF

               MOVE 'N' TO WS-LENTO-SW
               IF WS-BANDA-SUB = 6
                  OR WS-DIAS-SIN-VENTA >= WS-DIAS-LENTO
                  OR WS-COBERTURA > WS-COBERTURA-LENTA
                   SET WS-ES-LENTO TO TRUE
               END-IF

               ADD 1 TO WS-BANDA-RENGLONES(WS-BANDA-SUB)
               ADD WS-VALOR-PRODUCTO TO WS-BANDA-VALOR(WS-BANDA-SUB)
               PERFORM 2170-INSERTAR-EN-TABLA
           END-IF

      * Reseteamos para el próximo producto
           MOVE +0 TO WS-TOTAL-CANTIDAD.
      * Guardamos sucursal e ID del *nuevo* producto
           MOVE WS-SUCURSAL-X TO WS-PREV-SUCURSAL.
           MOVE WS-PRODUCTO-ID-N TO WS-PREV-PRODUCTO-ID.

      ******************************************************************
      * Párrafo 2110: Dias desde la ultima venta de la sucursal y
      * banda que le corresponde
      ******************************************************************
       2110-FIJAR-ANTIGUEDAD.
           MOVE WS-PREV-PRODUCTO-ID TO WS-VTA-PROD-BUSCADO
           MOVE WS-PREV-SUCURSAL    TO WS-VTA-SUC-BUSCADA
           PERFORM 1120-BUSCAR-VENTA

           MOVE 0 TO WS-ULT-VENTA
                     WS-VENDIDO-VENTANA
                     WS-DIAS-SIN-VENTA
           IF WS-VTA-HALLADA
               MOVE WS-VTA-ULT-VENTA(WS-VTA-SUB) TO WS-ULT-VENTA
               MOVE WS-VTA-VENTANA(WS-VTA-SUB)   TO WS-VENDIDO-VENTANA
           END-IF

           IF WS-ULT-VENTA = 0
               MOVE 6 TO WS-BANDA-SUB
           ELSE
               COMPUTE WS-DIAS-SIN-VENTA = WS-DIA-HOY
                     - FUNCTION INTEGER-OF-DATE(WS-ULT-VENTA)
               EVALUATE TRUE
                   WHEN WS-DIAS-SIN-VENTA < 30
                       MOVE 1 TO WS-BANDA-SUB
                   WHEN WS-DIAS-SIN-VENTA < 60
                       MOVE 2 TO WS-BANDA-SUB
                   WHEN WS-DIAS-SIN-VENTA < 90
                       MOVE 3 TO WS-BANDA-SUB
                   WHEN WS-DIAS-SIN-VENTA < 180
                       MOVE 4 TO WS-BANDA-SUB
                   WHEN OTHER
                       MOVE 5 TO WS-BANDA-SUB
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 2120: Dias de cobertura = stock / venta media diaria
      * de la ventana. Sin venta neta en la ventana la cobertura es
      * infinita y se informa como 99999, igual que si se pasa
      ******************************************************************
       2120-FIJAR-COBERTURA.
           IF WS-VENDIDO-VENTANA > 0
               COMPUTE WS-COBERTURA-CALC =
                       WS-TOTAL-CANTIDAD * WS-VENTANA-DIAS
                     / WS-VENDIDO-VENTANA
               IF WS-COBERTURA-CALC > 99999
                   MOVE 99999 TO WS-COBERTURA
               ELSE
                   MOVE WS-COBERTURA-CALC TO WS-COBERTURA
               END-IF
           ELSE
               MOVE 99999 TO WS-COBERTURA
           END-IF.

      ******************************************************************
      * Párrafo 2160: Busca el costo promedio de la sucursal +
      * producto en el historico indexado. Un promedio en cero
      * cuenta como "sin promedio"
      ******************************************************************
       2160-BUSCAR-PROMEDIO.
           MOVE 'N' TO WS-HAY-PROMEDIO-SW
           MOVE 0   TO WS-COSTO-PROMEDIO

           MOVE WS-PREV-SUCURSAL    TO HR-SUCURSAL
           MOVE WS-PREV-PRODUCTO-ID TO HR-PRODUCTO-ID
           READ HISTORICO-FILE
               KEY IS HR-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      * HR-COSTO-PROMEDIO viene editado; el MOVE a un campo numerico
      * lo desedita correctamente
                   MOVE HR-COSTO-PROMEDIO TO WS-COSTO-PROMEDIO
                   IF WS-COSTO-PROMEDIO > 0
                       SET WS-HAY-PROMEDIO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * Párrafo 2165: Busca descripción y categoría del producto en
      * el maestro; sin alta queda bajo "SIN CATEGORIA"
      ******************************************************************
       2165-BUSCAR-PRODUCTO-MAESTRO.
           MOVE "SIN DESCRIPCION" TO WS-PM-DESCRIPCION
           MOVE "SIN CATEGORIA"   TO WS-PM-CATEGORIA

           MOVE WS-PREV-PRODUCTO-ID TO PR-PRODUCTO-ID
           READ PRODUCTOS-FILE
               KEY IS PR-PRODUCTO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-DESCRIPCION TO WS-PM-DESCRIPCION
                   MOVE PR-CATEGORIA   TO WS-PM-CATEGORIA
           END-READ.

      ******************************************************************
      * Párrafo 2170: Inserta el producto evaluado en su posicion
      * ordenada por categoria + sucursal + producto. Sin lugar en
      * la tabla el reporte quedaria corto sin aviso: se aborta
      ******************************************************************
       2170-INSERTAR-EN-TABLA.
           IF WS-RPT-COUNT >= 9999
               DISPLAY "stock_lotes.dat EXCEDE LA TABLA DEL REPORTE "
                       "- CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE WS-PM-CATEGORIA     TO WS-RPT-CAT-NUEVA
           MOVE WS-PREV-SUCURSAL    TO WS-RPT-SUC-NUEVA
           MOVE WS-PREV-PRODUCTO-ID TO WS-RPT-PROD-NUEVO

           MOVE WS-RPT-COUNT TO WS-RPT-INSERT-POS
           ADD 1 TO WS-RPT-INSERT-POS
           PERFORM VARYING WS-RPT-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SHIFT-IDX > WS-RPT-COUNT
               IF WS-RPT-CLAVE(WS-RPT-SHIFT-IDX)
                                   > WS-RPT-CLAVE-NUEVA
                   MOVE WS-RPT-SHIFT-IDX TO WS-RPT-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RPT-SHIFT-IDX
                   FROM WS-RPT-COUNT BY -1
                   UNTIL WS-RPT-SHIFT-IDX < WS-RPT-INSERT-POS
               MOVE WS-RPT-ENTRY(WS-RPT-SHIFT-IDX)
                   TO WS-RPT-ENTRY(WS-RPT-SHIFT-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-RPT-COUNT
           MOVE WS-RPT-CLAVE-NUEVA
               TO WS-RPT-CLAVE(WS-RPT-INSERT-POS)
           MOVE WS-PM-DESCRIPCION
               TO WS-RPT-DESCRIPCION(WS-RPT-INSERT-POS)
           MOVE WS-TOTAL-CANTIDAD
               TO WS-RPT-CANTIDAD(WS-RPT-INSERT-POS)
           MOVE WS-ULT-VENTA
               TO WS-RPT-ULT-VENTA(WS-RPT-INSERT-POS)
           MOVE WS-DIAS-SIN-VENTA
               TO WS-RPT-DIAS(WS-RPT-INSERT-POS)
           MOVE WS-BANDA-SUB
               TO WS-RPT-BANDA(WS-RPT-INSERT-POS)
           MOVE WS-VENDIDO-VENTANA
               TO WS-RPT-VENDIDO(WS-RPT-INSERT-POS)
           MOVE WS-COBERTURA
               TO WS-RPT-COBERTURA(WS-RPT-INSERT-POS)
           MOVE WS-COSTO-PROMEDIO
               TO WS-RPT-PROMEDIO(WS-RPT-INSERT-POS)
           MOVE WS-VALOR-PRODUCTO
               TO WS-RPT-VALOR(WS-RPT-INSERT-POS)
           MOVE WS-LENTO-SW
               TO WS-RPT-LENTO(WS-RPT-INSERT-POS).

      ******************************************************************
      * Párrafo 3000: Imprime el reporte con corte de control por
      * categoria y graba el stock lento en stock_lento.dat en el
      * mismo orden
      ******************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-OUT-FILE
                       STOCK-LENTO-FILE
           IF FS-STOCK-LENTO NOT = "00"
               DISPLAY "ERROR ABRIENDO stock_lento.dat: "
                       FS-STOCK-LENTO
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2007-IMPRIMIR-ENCABEZADO
           MOVE SPACES TO WS-PREV-CATEGORIA

           PERFORM VARYING WS-RPT-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-PRINT-IDX > WS-RPT-COUNT
               PERFORM 3100-IMPRIMIR-PRODUCTO
           END-PERFORM

      * Subtotal de la última categoría pendiente
           IF WS-RPT-COUNT > 0
               PERFORM 3200-IMPRIMIR-SUBTOTAL
           END-IF

           PERFORM 3900-IMPRIMIR-TOTALES

           CLOSE REPORTE-OUT-FILE
                 STOCK-LENTO-FILE.

       3100-IMPRIMIR-PRODUCTO.
           SET WS-RPT-IDX TO WS-RPT-PRINT-IDX

           IF WS-RPT-CATEGORIA(WS-RPT-IDX) NOT = WS-PREV-CATEGORIA
               IF WS-PREV-CATEGORIA NOT = SPACES
                   PERFORM 3200-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE WS-RPT-CATEGORIA(WS-RPT-IDX) TO RPT-C-CATEGORIA
               MOVE WS-RPT-LINEA-CATEGORIA TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
               MOVE WS-RPT-LINEA-COLUMNAS TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
               MOVE WS-RPT-CATEGORIA(WS-RPT-IDX)
                   TO WS-PREV-CATEGORIA
           END-IF

           MOVE WS-RPT-SUCURSAL(WS-RPT-IDX)    TO RPT-D-SUCURSAL
           MOVE WS-RPT-PRODUCTO-ID(WS-RPT-IDX) TO RPT-D-PRODUCTO
           MOVE WS-RPT-DESCRIPCION(WS-RPT-IDX) TO RPT-D-DESCRIPCION
           MOVE WS-RPT-CANTIDAD(WS-RPT-IDX)    TO RPT-D-CANTIDAD
           IF WS-RPT-ULT-VENTA(WS-RPT-IDX) = 0
               MOVE "NUNCA"  TO RPT-D-ULT-VENTA
               MOVE "  ---"  TO RPT-D-DIAS
           ELSE
               MOVE WS-RPT-ULT-VENTA(WS-RPT-IDX) TO RPT-D-ULT-VENTA
               MOVE WS-RPT-DIAS(WS-RPT-IDX)      TO WS-RPT-DIAS-ED
               MOVE WS-RPT-DIAS-ED               TO RPT-D-DIAS
           END-IF
           MOVE WS-BANDA-NOMBRE(WS-RPT-BANDA(WS-RPT-IDX))
               TO RPT-D-BANDA
           IF WS-RPT-COBERTURA(WS-RPT-IDX) = 99999
               MOVE "  ---"  TO RPT-D-COBERTURA
           ELSE
               MOVE WS-RPT-COBERTURA(WS-RPT-IDX) TO WS-RPT-COBERTURA-ED
               MOVE WS-RPT-COBERTURA-ED          TO RPT-D-COBERTURA
           END-IF
           IF WS-RPT-LENTO(WS-RPT-IDX) = 'Y'
               MOVE "*" TO RPT-D-LENTO
               ADD WS-RPT-VALOR(WS-RPT-IDX) TO WS-SUBTOTAL-LENTO
                                               WS-TOTAL-LENTO
               PERFORM 3300-GRABAR-STOCK-LENTO
           ELSE
               MOVE SPACE TO RPT-D-LENTO
           END-IF
           MOVE WS-RPT-VALOR(WS-RPT-IDX)       TO RPT-D-VALOR

           MOVE WS-RPT-LINEA-DETALLE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           ADD WS-RPT-VALOR(WS-RPT-IDX) TO WS-SUBTOTAL-CATEGORIA
                                           WS-TOTAL-GENERAL.

       3200-IMPRIMIR-SUBTOTAL.
           MOVE WS-PREV-CATEGORIA     TO RPT-ST-CATEGORIA
           MOVE WS-SUBTOTAL-CATEGORIA TO RPT-ST-VALOR
           MOVE WS-SUBTOTAL-LENTO     TO RPT-ST-LENTO
           MOVE WS-RPT-LINEA-SUBTOTAL TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE +0 TO WS-SUBTOTAL-CATEGORIA
                      WS-SUBTOTAL-LENTO.

      ******************************************************************
      * Párrafo 3300: Graba el renglon de stock lento con la otra
      * sucursal que mas vendio el producto en la ventana
      ******************************************************************
       3300-GRABAR-STOCK-LENTO.
           PERFORM 3310-BUSCAR-DESTINO

           MOVE WS-RPT-SUCURSAL(WS-RPT-IDX)    TO SL-SUCURSAL
           MOVE WS-RPT-PRODUCTO-ID(WS-RPT-IDX) TO SL-PRODUCTO-ID
           MOVE WS-RPT-CATEGORIA(WS-RPT-IDX)   TO SL-CATEGORIA
           MOVE WS-RPT-CANTIDAD(WS-RPT-IDX)    TO SL-CANTIDAD
           MOVE WS-RPT-ULT-VENTA(WS-RPT-IDX)   TO SL-ULT-VENTA
           MOVE WS-RPT-DIAS(WS-RPT-IDX)        TO SL-DIAS-SIN-VENTA
           MOVE WS-BANDA-NOMBRE(WS-RPT-BANDA(WS-RPT-IDX))
               TO SL-BANDA
           MOVE WS-RPT-COBERTURA(WS-RPT-IDX)   TO SL-COBERTURA
           MOVE WS-RPT-PROMEDIO(WS-RPT-IDX)    TO SL-COSTO-PROMEDIO
           MOVE WS-RPT-VALOR(WS-RPT-IDX)       TO SL-VALOR
           MOVE WS-DEST-SUCURSAL               TO SL-SUC-DESTINO
           MOVE WS-DEST-VENTA                  TO SL-VENTA-DESTINO

           WRITE STOCK-LENTO-REG
           IF FS-STOCK-LENTO NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO stock_lento.dat: "
                       FS-STOCK-LENTO
               PERFORM 9900-ERROR-FATAL
           END-IF
           ADD 1 TO WS-CONTADOR-LENTOS.

      * La tabla de ventas esta ordenada por producto + sucursal:
      * las sucursales del producto quedan juntas
       3310-BUSCAR-DESTINO.
           MOVE SPACES TO WS-DEST-SUCURSAL
           MOVE 0      TO WS-DEST-VENTA
           PERFORM VARYING WS-VTA-SUB FROM 1 BY 1
                   UNTIL WS-VTA-SUB > WS-VTA-COUNT
                      OR WS-VTA-PRODUCTO-ID(WS-VTA-SUB)
                         > WS-RPT-PRODUCTO-ID(WS-RPT-IDX)
               IF WS-VTA-PRODUCTO-ID(WS-VTA-SUB)
                                   = WS-RPT-PRODUCTO-ID(WS-RPT-IDX)
                  AND WS-VTA-SUCURSAL(WS-VTA-SUB)
                                   NOT = WS-RPT-SUCURSAL(WS-RPT-IDX)
                  AND WS-VTA-VENTANA(WS-VTA-SUB) > WS-DEST-VENTA
                   MOVE WS-VTA-SUCURSAL(WS-VTA-SUB)
                       TO WS-DEST-SUCURSAL
                   MOVE WS-VTA-VENTANA(WS-VTA-SUB) TO WS-DEST-VENTA
               END-IF
           END-PERFORM.

      ******************************************************************
      * Párrafo 3900: Imprime el total general, el total por banda
      * y los contadores de la corrida
      ******************************************************************
       3900-IMPRIMIR-TOTALES.
           MOVE "VALOR TOTAL DEL STOCK:" TO RPT-T-LEYENDA
           MOVE WS-TOTAL-GENERAL TO RPT-T-VALOR
           MOVE WS-RPT-LINEA-TOTAL TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "VALOR DEL STOCK LENTO:" TO RPT-T-LEYENDA
           MOVE WS-TOTAL-LENTO TO RPT-T-VALOR
           MOVE WS-RPT-LINEA-TOTAL TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           PERFORM VARYING WS-BANDA-SUB FROM 1 BY 1
                   UNTIL WS-BANDA-SUB > 6
               MOVE WS-BANDA-NOMBRE(WS-BANDA-SUB) TO RPT-B-BANDA
               MOVE WS-BANDA-RENGLONES(WS-BANDA-SUB)
                   TO RPT-B-RENGLONES
               MOVE WS-BANDA-VALOR(WS-BANDA-SUB) TO RPT-B-VALOR
               MOVE WS-RPT-LINEA-BANDA TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
           END-PERFORM

           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "RENGLONES DE STOCK EVALUADOS:" TO RPT-K-LEYENDA
           MOVE WS-CONTADOR-EVALUADOS TO RPT-K-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "RENGLONES DE STOCK LENTO:" TO RPT-K-LEYENDA
           MOVE WS-CONTADOR-LENTOS TO RPT-K-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "PRODUCTOS SIN COSTO PROMEDIO:" TO RPT-K-LEYENDA
           MOVE WS-CONTADOR-SIN-PROM TO RPT-K-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2007: Imprime el encabezado de página del reporte
      ******************************************************************
       2007-IMPRIMIR-ENCABEZADO.
           IF WS-RPT-LINEAS-PAGINA NOT = 0
               ADD 1 TO WS-RPT-PAGINA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-FECHA-HOY

           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-TITULO
           MOVE WS-RPT-FECHA-HOY TO RPT-S-FECHA
           MOVE WS-VENTANA-DIAS  TO RPT-S-VENTANA
           MOVE WS-RPT-PAGINA    TO RPT-S-PAGINA
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 2008: Escribe la linea armada en WS-RPT-SALIDA con
      * el control de salto de pagina
      ******************************************************************
       2008-ESCRIBIR-LINEA.
           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
           END-IF

           WRITE REPORTE-LINEA FROM WS-RPT-SALIDA
           ADD 1 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "stock_lotes.dat"       TO AT-ARCHIVO
           MOVE WS-COSTOS-LINEA-ACTUAL  TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-LENTOS      TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-SIN-PROM    TO AT-REGISTROS-RECHAZADOS
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

           CLOSE COSTOS-IN-FILE
                 HISTORIAL-VENTAS
                 HISTORICO-FILE
                 PRODUCTOS-FILE
                 STOCK-LENTO-FILE
                 REPORTE-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
