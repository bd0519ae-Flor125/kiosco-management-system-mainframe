       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIERREINV.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Cierre mensual de inventario por sucursal y
      * categoria (pedido 033). VALINV da la foto del stock de hoy,
      * pero nadie explicaba como se llego de la foto del mes
      * anterior a la de este: contaduria armaba el roll-forward en
      * planilla y las diferencias quedaban sin rastro.
      *
      * Este programa arma, por sucursal + categoria del maestro:
      *
      *   APERTURA (foto del cierre del mes anterior)
      *   + COMPRAS      (recepciones_hist.dat, al costo de la orden)
      *   - COSTO VTAS   (HISTORIAL_VENTAS.DAT, devoluciones netas)
      *   - MERMAS       (mermas.dat de MERMAVENC)
      *   +/- TRANSF     (transferencias_hist.dat de TRANSFSUC)
      *   +/- AJUSTES    (ajustes_inventario.dat de AJUSINV)
      *   = CIERRE CALCULADO
      *
      * y lo compara con el CIERRE REAL, la valorizacion de VALINV
      * (stock_lotes.dat por HR-COSTO-PROMEDIO del historico). Toda
      * diferencia se imprime marcada como "sin explicar".
      *
      * MERMAS: MERMAVENC valoriza lo vencido que SIGUE en
      * stock_lotes.dat, no lo da de baja. Por eso la merma se
      * trata como reserva: el cierre real es la valorizacion de
      * VALINV menos la merma vencida en stock, la apertura es el
      * cierre anterior neto de su merma, y la linea MERMAS es lo
      * que crecio la reserva en el mes (merma al cierre menos
      * merma a la apertura).
      *
      * La foto del cierre (valor bruto, merma y cantidad por
      * sucursal + categoria) se agrega a cierres_inventario.dat y
      * es la apertura del mes siguiente. El periodo queda marcado
      * con un registro "C" en periodos_cerrados.dat: desde ahi
      * CALC-COSTOS, RECICLAVTAS y LIBROIVA se niegan a postear o a
      * re-correr sobre el mes, salvo una reapertura "R" explicita
      * (que ademas habilita a cerrarlo de nuevo).
      *
      * El cierre se corre despues del ultimo ciclo nocturno del mes
      * y antes del primero del mes siguiente: stock_lotes.dat es el
      * stock de ESE momento. Si se encuentran movimientos con fecha
      * posterior al periodo se avisa en el reporte, porque el stock
      * ya los incluye y apareceran como diferencia.
      *
      * ENTRADA:
      * - periodo_cierre.dat:      Periodo a cerrar (AAAAMM)
      * - stock_lotes.dat:         Stock por lote ya descontado
      * - historico.dat:           Costo promedio (indexado)
      * - productos.dat:           Maestro de productos (indexado)
      * - HISTORIAL_VENTAS.DAT:    Historial permanente (indexado)
      * - recepciones_hist.dat:    Historial de recepciones
      * - mermas.dat:              Mermas valorizadas de MERMAVENC
      * - transferencias_hist.dat: Historial de transferencias
      * - ajustes_inventario.dat:  Historial de ajustes de conteo
      *
      * ENTRADA/SALIDA:
      * - cierres_inventario.dat:  Fotos de cierre (se lee la del
      *                            mes anterior y se agrega la del
      *                            mes cerrado)
      * - periodos_cerrados.dat:   Cierres y reaperturas de periodo
      *
      * SALIDA:
      * - reporte_cierre.dat:      Roll-forward impreso
      * - run_control.dat:         Rastro de auditoria de la corrida
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Parametro de la corrida: periodo a cerrar
           SELECT PERIODO-IN-FILE ASSIGN TO "periodo_cierre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO.

      * Archivo de stock por lote ya descontado por DEPLSTOCK, el
      * mismo que valoriza VALINV
           SELECT COSTOS-IN-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Historico de costos promedio generado por BATCHCOSTOS
           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-HISTORICO.

      * Maestro de productos (categoria)
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Historial permanente de ventas alimentado por CALC-COSTOS
           SELECT HISTORIAL-VENTAS
               ASSIGN TO "../data/HISTORIAL_VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-CLAVE
               FILE STATUS IS FS-HISTVTA.

      * Historial de recepciones de RECEPOC (acumulativo)
           SELECT OPTIONAL RECEPCION-HIST-FILE
               ASSIGN TO "recepciones_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEP-HIST.

      * Mermas valorizadas por MERMAVENC (foto de la ultima corrida)
           SELECT MERMAS-IN-FILE ASSIGN TO "mermas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERMAS.

      * Historial de transferencias de TRANSFSUC (acumulativo)
           SELECT OPTIONAL TRANSF-HIST-FILE
               ASSIGN TO "transferencias_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSF-HIST.

      * Historial de ajustes de conteo de AJUSINV (acumulativo)
           SELECT OPTIONAL AJUSTES-FILE
               ASSIGN TO "ajustes_inventario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSTES.

      * Fotos de cierre por sucursal + categoria (acumulativo).
      * OPTIONAL: el primer cierre lo crea
           SELECT OPTIONAL CIERRES-FILE
               ASSIGN TO "cierres_inventario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.

      * Periodos cerrados, compartido con los programas que postean
      * (misma resolucion de directorio que CALC-COSTOS)
           SELECT OPTIONAL PERIODOS-FILE
               ASSIGN TO "../data/periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

      * Archivo de salida para el roll-forward impreso
           SELECT REPORTE-OUT-FILE ASSIGN TO "reporte_cierre.dat"
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
      * Def. del parametro de la corrida (Formato TEXTO)
      *-----------------------------------------------------------------
       FD  PERIODO-IN-FILE.
       01  PERIODO-IN-RECORD.
           05 PE-PERIODO           PIC X(6).

      *-----------------------------------------------------------------
      * Def. del stock por lote, layout compartido via copybook con
      * costos.dat
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
      * Def. del historial de ventas, layout compartido via copybook
      * con CALC-COSTOS
      *-----------------------------------------------------------------
       FD  HISTORIAL-VENTAS.
           COPY HISTVTA.

      *-----------------------------------------------------------------
      * Def. del historial de recepciones, layout compartido via
      * copybook con RECEPOC
      *-----------------------------------------------------------------
       FD  RECEPCION-HIST-FILE.
           COPY RECEPHIS.

      *-----------------------------------------------------------------
      * Def. del archivo de mermas valorizadas, el mismo layout que
      * graba MERMAVENC. Los importes vienen editados con separador
      * de miles y coma decimal
      *-----------------------------------------------------------------
       FD  MERMAS-IN-FILE.
       01  MERMAS-IN-RECORD.
           05 MM-SUCURSAL          PIC X(3).
           05 MM-LOTE-ID           PIC X(9).
           05 MM-FEC-VENC          PIC X(8).
           05 MM-DIAS-VENCIDO      PIC 9(4).
           05 MM-CANTIDAD          PIC 9(9).
           05 MM-COSTO-UNIT        PIC ZZZ.ZZZ.ZZ9,99.
           05 MM-VALOR             PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 MM-ORIGEN-COSTO      PIC X(1).

      *-----------------------------------------------------------------
      * Def. del historial de transferencias, layout compartido via
      * copybook con TRANSFSUC
      *-----------------------------------------------------------------
       FD  TRANSF-HIST-FILE.
           COPY TRANSHIS.

      *-----------------------------------------------------------------
      * Def. del historial de ajustes, layout compartido via copybook
      * con AJUSINV
      *-----------------------------------------------------------------
       FD  AJUSTES-FILE.
           COPY AJUSTREC.

      *-----------------------------------------------------------------
      * Def. de las fotos de cierre, layout compartido via copybook
      *-----------------------------------------------------------------
       FD  CIERRES-FILE.
           COPY CIERRINV.

      *-----------------------------------------------------------------
      * Def. del archivo de periodos cerrados, layout compartido via
      * copybook con los programas que postean
      *-----------------------------------------------------------------
       FD  PERIODOS-FILE.
           COPY PERCERR.

      *-----------------------------------------------------------------
      * Def. del archivo de salida para el roll-forward
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
      * Periodo a cerrar y periodo anterior (el de la apertura). Las
      * fechas AAAAMMDD del mes van del dia 01 al 31: alcanza para
      * comparar contra cualquier fecha del mes
      *-----------------------------------------------------------------
       01  WS-PERIODO.
           05 WS-PER-CIERRE           PIC 9(6).
           05 WS-PER-CIERRE-R REDEFINES WS-PER-CIERRE.
               10 WS-PER-ANIO         PIC 9(4).
               10 WS-PER-MES          PIC 9(2).
           05 WS-PER-ANTERIOR         PIC 9(6).
           05 WS-PER-ANTERIOR-R REDEFINES WS-PER-ANTERIOR.
               10 WS-ANT-ANIO         PIC 9(4).
               10 WS-ANT-MES          PIC 9(2).
           05 WS-PER-EN-CURSO         PIC 9(6).
           05 WS-FECHA-DESDE          PIC 9(8).
           05 WS-FECHA-HASTA          PIC 9(8).
           05 WS-PER-CERRADO-SW       PIC X VALUE 'N'.
               88 WS-PER-CERRADO      VALUE 'Y'.
               88 WS-PER-ABIERTO      VALUE 'N'.
           05 WS-CIERRE-ESTAMPA       PIC X(14).

      *-----------------------------------------------------------------
      * Variables de Trabajo (Conversión de texto a número)
      *-----------------------------------------------------------------
       01  WS-CURRENT-LOTE-DATA.
           05 WS-SUCURSAL-X           PIC X(3).
           05 WS-PRODUCTO-ID-N        PIC 9(9).
           05 WS-CANTIDAD-N           PIC S9(9).

      *-----------------------------------------------------------------
      * Importes del movimiento en curso y valorizacion del cierre
      *-----------------------------------------------------------------
       01  WS-CALCULOS.
           05 WS-IMPORTE              PIC S9(13)V99.
           05 WS-TOTAL-CANTIDAD       PIC S9(9)  COMP   VALUE +0.
           05 WS-COSTO-PROMEDIO       PIC 9(8)V99.
           05 WS-VALOR-PRODUCTO       PIC S9(13)V99.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-APERTURA    PIC 9(9) VALUE 0.
           05 WS-CONTADOR-RECEPCIONES PIC 9(9) VALUE 0.
           05 WS-CONTADOR-VENTAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-MERMAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-TRANSF      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-AJUSTES     PIC 9(9) VALUE 0.
           05 WS-CONTADOR-POSTERIORES PIC 9(9) VALUE 0.
           05 WS-CONTADOR-VALUADOS    PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-PROM    PIC 9(9) VALUE 0.
           05 WS-CONTADOR-CIERRES     PIC 9(9) VALUE 0.
           05 WS-CONTADOR-DIFERENCIAS PIC 9(4) VALUE 0.
           05 WS-COSTOS-LINEA-ACTUAL  PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "CIERREINV".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-PERIODO              PIC X(2).
           05 FS-COSTOS               PIC X(2).
           05 FS-HISTORICO            PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-HISTVTA              PIC X(2).
           05 FS-RECEP-HIST           PIC X(2).
           05 FS-MERMAS               PIC X(2).
           05 FS-TRANSF-HIST          PIC X(2).
           05 FS-AJUSTES              PIC X(2).
           05 FS-CIERRES              PIC X(2).
           05 FS-PERIODOS             PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
           05 EOF-HISTVTA             PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTVTA        VALUE 'Y'.
           05 EOF-RECEP-HIST          PIC X VALUE 'N'.
              88 NO-HAY-MAS-RECEP-HIST     VALUE 'Y'.
           05 EOF-MERMAS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-MERMAS         VALUE 'Y'.
           05 EOF-TRANSF-HIST         PIC X VALUE 'N'.
              88 NO-HAY-MAS-TRANSF-HIST    VALUE 'Y'.
           05 EOF-AJUSTES             PIC X VALUE 'N'.
              88 NO-HAY-MAS-AJUSTES        VALUE 'Y'.
           05 EOF-CIERRES             PIC X VALUE 'N'.
              88 NO-HAY-MAS-CIERRES        VALUE 'Y'.
           05 EOF-PERIODOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-PERIODOS       VALUE 'Y'.
           05 WS-MERMAS-ABIERTO-SW    PIC X VALUE 'N'.
              88 MERMAS-DISPONIBLE         VALUE 'Y'.

      *-----------------------------------------------------------------
      * Apertura: si el mes anterior se cerro mas de una vez (por
      * una reapertura), vale la foto mas nueva. Las filas de una
      * misma foto comparten la estampa; una estampa distinta es una
      * foto posterior (el archivo se graba en orden) y descarta lo
      * cargado hasta ahi
      *-----------------------------------------------------------------
       01  WS-APERTURA-CONTROL.
           05 WS-APERT-ESTAMPA        PIC 9(14) VALUE 0.
           05 WS-APERT-HALLADA-SW     PIC X VALUE 'N'.
               88 WS-APERT-HALLADA    VALUE 'Y'.

      *-----------------------------------------------------------------
      * Lógica de Corte de Control sobre stock_lotes.dat (por
      * sucursal + producto, como VALINV)
      *-----------------------------------------------------------------
       01  WS-CONTROL-BREAK.
           05 WS-PREV-SUCURSAL        PIC X(3) VALUE SPACES.
           05 WS-PREV-PRODUCTO-ID     PIC 9(9) VALUE 0.

       01  WS-PROMEDIO-CONTROL.
           05 WS-HAY-PROMEDIO-SW      PIC X VALUE 'N'.
               88 WS-HAY-PROMEDIO     VALUE 'Y'.

      *-----------------------------------------------------------------
      * Categoria del producto en curso. Un producto sin alta se
      * agrupa bajo "SIN CATEGORIA", como en VALINV
      *-----------------------------------------------------------------
       01  WS-PRODUCTO-MAESTRO.
           05 WS-PM-PRODUCTO-ID       PIC 9(9).
           05 WS-PM-CATEGORIA         PIC X(15).

      *-----------------------------------------------------------------
      * Tabla del roll-forward por sucursal + categoria, ordenada
      * por la clave para el corte por sucursal del reporte. Cada
      * fuente suma en su columna; la apertura y el cierre guardan
      * el valor bruto (VALINV) y la merma por separado
      *-----------------------------------------------------------------
       01  WS-CMB-TABLE.
           05 WS-CMB-COUNT            PIC 9(4) VALUE 0.
           05 WS-CMB-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-CMB-COUNT
                                 INDEXED BY WS-CMB-IDX.
               10 WS-CMB-CLAVE.
                   15 WS-CMB-SUCURSAL     PIC X(3).
                   15 WS-CMB-CATEGORIA    PIC X(15).
               10 WS-CMB-APERT-VALOR  PIC S9(13)V99.
               10 WS-CMB-APERT-MERMA  PIC S9(13)V99.
               10 WS-CMB-COMPRAS      PIC S9(13)V99.
               10 WS-CMB-COSTO-VTAS   PIC S9(13)V99.
               10 WS-CMB-TRANSF       PIC S9(13)V99.
               10 WS-CMB-AJUSTES      PIC S9(13)V99.
               10 WS-CMB-CIERRE-MERMA PIC S9(13)V99.
               10 WS-CMB-CIERRE-VALOR PIC S9(13)V99.
               10 WS-CMB-CIERRE-CANT  PIC S9(11).

       01  WS-CMB-CONTROL.
           05 WS-CMB-SUB              PIC 9(4).
           05 WS-CMB-INSERT-POS       PIC 9(4).
           05 WS-CMB-SHIFT-IDX        PIC 9(4).
           05 WS-CMB-PRINT-IDX        PIC 9(4).
           05 WS-CMB-CLAVE-NUEVA.
               10 WS-CMB-SUC-NUEVA    PIC X(3).
               10 WS-CMB-CAT-NUEVA    PIC X(15).

      *-----------------------------------------------------------------
      * Renglon del roll-forward ya calculado (de una combinacion,
      * del subtotal de la sucursal o del total general) y sus
      * acumuladores
      *-----------------------------------------------------------------
       01  WS-RENGLON.
           05 WS-RG-APERTURA          PIC S9(13)V99.
           05 WS-RG-COMPRAS           PIC S9(13)V99.
           05 WS-RG-COSTO-VTAS        PIC S9(13)V99.
           05 WS-RG-MERMAS            PIC S9(13)V99.
           05 WS-RG-TRANSF            PIC S9(13)V99.
           05 WS-RG-AJUSTES           PIC S9(13)V99.
           05 WS-RG-CIERRE-CALC       PIC S9(13)V99.
           05 WS-RG-CIERRE-REAL       PIC S9(13)V99.
           05 WS-RG-DIFERENCIA        PIC S9(13)V99.

       01  WS-SUBTOTAL-SUCURSAL.
           05 WS-SS-APERTURA          PIC S9(13)V99 VALUE +0.
           05 WS-SS-COMPRAS           PIC S9(13)V99 VALUE +0.
           05 WS-SS-COSTO-VTAS        PIC S9(13)V99 VALUE +0.
           05 WS-SS-MERMAS            PIC S9(13)V99 VALUE +0.
           05 WS-SS-TRANSF            PIC S9(13)V99 VALUE +0.
           05 WS-SS-AJUSTES           PIC S9(13)V99 VALUE +0.
           05 WS-SS-CIERRE-CALC       PIC S9(13)V99 VALUE +0.
           05 WS-SS-CIERRE-REAL       PIC S9(13)V99 VALUE +0.
           05 WS-SS-DIFERENCIA        PIC S9(13)V99 VALUE +0.

       01  WS-TOTAL-GENERAL.
           05 WS-TG-APERTURA          PIC S9(13)V99 VALUE +0.
           05 WS-TG-COMPRAS           PIC S9(13)V99 VALUE +0.
           05 WS-TG-COSTO-VTAS        PIC S9(13)V99 VALUE +0.
           05 WS-TG-MERMAS            PIC S9(13)V99 VALUE +0.
           05 WS-TG-TRANSF            PIC S9(13)V99 VALUE +0.
           05 WS-TG-AJUSTES           PIC S9(13)V99 VALUE +0.
           05 WS-TG-CIERRE-CALC       PIC S9(13)V99 VALUE +0.
           05 WS-TG-CIERRE-REAL       PIC S9(13)V99 VALUE +0.
           05 WS-TG-DIFERENCIA        PIC S9(13)V99 VALUE +0.

       01  WS-IMPRESION-CONTROL.
           05 WS-PREV-SUC-RPT         PIC X(3) VALUE SPACES.
           05 WS-VALOR-DIFERENCIAS    PIC S9(13)V99 VALUE +0.

      *-----------------------------------------------------------------
      * Variables de control del reporte impreso (paginado)
      *-----------------------------------------------------------------
       01  WS-REPORTE-CONTROL.
           05 WS-RPT-PAGINA           PIC 9(4) VALUE 1.
           05 WS-RPT-LINEAS-PAGINA    PIC 9(3) VALUE 0.
           05 WS-RPT-MAX-LINEAS       PIC 9(3) VALUE 20.
           05 WS-RPT-FECHA-HOY        PIC X(8).

      *-----------------------------------------------------------------
      * Líneas de detalle / encabezado del reporte. Cada combinacion
      * ocupa dos lineas: movimientos del mes (A) y cierre (B)
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-TITULO.
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(50)
              VALUE "CIERRE MENSUAL DE INVENTARIO - ROLL-FORWARD".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PERIODO: ".
           05 RPT-S-PERIODO           PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-COLUMNAS-A.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(19)
              VALUE "SUC CATEGORIA".
           05 FILLER                  PIC X(14)
              VALUE "      APERTURA".
           05 FILLER                  PIC X(14)
              VALUE "      +COMPRAS".
           05 FILLER                  PIC X(14)
              VALUE "  -COSTO VTAS".
           05 FILLER                  PIC X(14)
              VALUE "       -MERMAS".

       01  WS-RPT-LINEA-COLUMNAS-B.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(14)
              VALUE "     +/-TRANSF".
           05 FILLER                  PIC X(14)
              VALUE "    +/-AJUSTES".
           05 FILLER                  PIC X(14)
              VALUE "   CIERRE CALC".
           05 FILLER                  PIC X(14)
              VALUE "   CIERRE REAL".
           05 FILLER                  PIC X(14)
              VALUE "    DIFERENCIA".

       01  WS-RPT-LINEA-A.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-A-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-A-CATEGORIA         PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-A-APERTURA          PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-A-COMPRAS           PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-A-COSTO-VTAS        PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-A-MERMAS            PIC -(9)9,99.

       01  WS-RPT-LINEA-B.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-TRANSF            PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-AJUSTES           PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-CIERRE-CALC       PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-CIERRE-REAL       PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-DIFERENCIA        PIC -(9)9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-B-MARCA             PIC X(3).

       01  WS-RPT-LINEA-DIFERENCIAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(34)
              VALUE "COMBINACIONES CON DIFERENCIA SIN ".
           05 FILLER                  PIC X(10) VALUE "EXPLICAR: ".
           05 RPT-DF-CANTIDAD         PIC ZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "VALOR: ".
           05 RPT-DF-VALOR            PIC -(9)9,99.

       01  WS-RPT-LINEA-SIN-APERTURA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(20)
              VALUE "SIN CIERRE ANTERIOR ".
           05 RPT-SA-PERIODO          PIC 9(6).
           05 FILLER                  PIC X(22)
              VALUE " - APERTURA EN CERO".

       01  WS-RPT-LINEA-SIN-MERMAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(44)
              VALUE "mermas.dat NO DISPONIBLE - MERMAS EN CERO".

       01  WS-RPT-LINEA-POSTERIORES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(36)
              VALUE "MOVIMIENTOS POSTERIORES AL PERIODO: ".
           05 RPT-PO-CANTIDAD         PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(31)
              VALUE " - EL STOCK ACTUAL LOS INCLUYE".

       01  WS-RPT-LINEA-SIN-PROM.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(31)
              VALUE "PRODUCTOS SIN COSTO PROMEDIO:  ".
           05 RPT-SP-CANTIDAD         PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(24)
              VALUE " (VALORIZADOS EN CERO)".

       01  WS-RPT-LINEA-NOTA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(32)
              VALUE "CIERRE REAL: VALINV NETO DE LA ".
           05 FILLER                  PIC X(30)
              VALUE "MERMA VENCIDA AUN EN STOCK".

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (CIERREINV) ---'.
           PERFORM 1000-LEER-PERIODO.
           PERFORM 1100-VERIFICAR-CIERRE.
           PERFORM 2000-CARGAR-APERTURA.
           PERFORM 2002-ABRIR-MAESTROS.
           PERFORM 2100-ACUMULAR-COMPRAS.
           PERFORM 2200-ACUMULAR-COSTO-VENTAS.
           PERFORM 2300-ACUMULAR-MERMAS.
           PERFORM 2400-ACUMULAR-TRANSFERENCIAS.
           PERFORM 2500-ACUMULAR-AJUSTES.
           PERFORM 2600-VALORIZAR-CIERRE.
           PERFORM 3000-IMPRIMIR-REPORTE.
           PERFORM 4000-GRABAR-CIERRE.
           PERFORM 4100-MARCAR-PERIODO.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'PERIODO CERRADO: '           WS-PER-CIERRE.
           DISPLAY 'COMBINACIONES SUC/CATEGORIA: ' WS-CMB-COUNT.
           DISPLAY 'DIFERENCIAS SIN EXPLICAR: '
                    WS-CONTADOR-DIFERENCIAS.
           GOBACK.

      ******************************************************************
      * Párrafo 1000: Lee y valida el periodo a cerrar. Archivo
      * ausente, periodo no numerico, mes invalido o un mes que no
      * termino todavia abortan la corrida: cerrar el mes en curso
      * bloquearia el posteo de lo que falta del mes
      ******************************************************************
       1000-LEER-PERIODO.
           OPEN INPUT PERIODO-IN-FILE
           IF FS-PERIODO NOT = "00"
               DISPLAY "periodo_cierre.dat NO DISPONIBLE (FS="
                       FS-PERIODO ") - INDICAR PERIODO AAAAMM"
               PERFORM 9900-ERROR-FATAL
           END-IF

           READ PERIODO-IN-FILE
               AT END
                   DISPLAY "periodo_cierre.dat VACIO - INDICAR "
                           "PERIODO AAAAMM"
                   PERFORM 9900-ERROR-FATAL
           END-READ

           IF PE-PERIODO IS NOT NUMERIC
               DISPLAY "periodo_cierre.dat MAL FORMADO: PERIODO NO "
                       "NUMERICO (" PE-PERIODO ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE PE-PERIODO TO WS-PER-CIERRE

           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "periodo_cierre.dat MAL FORMADO: MES INVALIDO ("
                       PE-PERIODO ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PER-EN-CURSO
           IF WS-PER-CIERRE NOT < WS-PER-EN-CURSO
               DISPLAY "PERIODO " WS-PER-CIERRE " SIN TERMINAR - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           CLOSE PERIODO-IN-FILE

           COMPUTE WS-FECHA-DESDE = WS-PER-CIERRE * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-PER-CIERRE * 100 + 31

      * La apertura es la foto del mes anterior; enero abre con
      * diciembre del año previo
           IF WS-PER-MES = 1
               COMPUTE WS-ANT-ANIO = WS-PER-ANIO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-PER-ANIO TO WS-ANT-ANIO
               COMPUTE WS-ANT-MES = WS-PER-MES - 1
           END-IF.

      ******************************************************************
      * Párrafo 1100: No se cierra dos veces el mismo mes. Si ya
      * tiene un "C" en periodos_cerrados.dat sin una reapertura "R"
      * posterior, la corrida aborta
      ******************************************************************
       1100-VERIFICAR-CIERRE.
           OPEN INPUT PERIODOS-FILE
           IF FS-PERIODOS = "00" OR FS-PERIODOS = "05"
               PERFORM UNTIL NO-HAY-MAS-PERIODOS
                   READ PERIODOS-FILE
                       AT END
                           SET NO-HAY-MAS-PERIODOS TO TRUE
                       NOT AT END
                           PERFORM 1110-CLASIFICAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF

           IF WS-PER-CERRADO
               DISPLAY "PERIODO " WS-PER-CIERRE " YA CERRADO - "
                       "CORRIDA ABORTADA (AGREGAR REAPERTURA R PARA "
                       "RE-CERRAR)"
               PERFORM 9900-ERROR-FATAL
           END-IF.

       1110-CLASIFICAR-PERIODO.
           IF PC-PERIODO = WS-PER-CIERRE
               EVALUATE TRUE
                   WHEN PC-ES-CIERRE
                       SET WS-PER-CERRADO TO TRUE
                   WHEN PC-ES-REAPERTURA
                       SET WS-PER-ABIERTO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 2000: Carga la apertura desde la foto de cierre del
      * mes anterior. Sin foto anterior (primer cierre) la apertura
      * queda en cero y el reporte lo avisa
      ******************************************************************
       2000-CARGAR-APERTURA.
           DISPLAY '--- INICIO CIERRE MENSUAL DE INVENTARIO ---'.

           OPEN INPUT CIERRES-FILE
           IF FS-CIERRES NOT = "00" AND FS-CIERRES NOT = "05"
               DISPLAY "cierres_inventario.dat NO DISPONIBLE (FS="
                       FS-CIERRES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-CIERRES
               READ CIERRES-FILE
                   AT END
                       SET NO-HAY-MAS-CIERRES TO TRUE
                   NOT AT END
                       IF CI-PERIODO = WS-PER-ANTERIOR
                           PERFORM 2010-REGISTRAR-APERTURA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CIERRES-FILE

           IF NOT WS-APERT-HALLADA
               DISPLAY "SIN CIERRE ANTERIOR " WS-PER-ANTERIOR
                       " - APERTURA EN CERO"
           END-IF.

       2010-REGISTRAR-APERTURA.
           IF CI-FECHA-HORA NOT = WS-APERT-ESTAMPA
      * Foto mas nueva del mismo mes: descarta la cargada antes
               PERFORM VARYING WS-CMB-SUB FROM 1 BY 1
                       UNTIL WS-CMB-SUB > WS-CMB-COUNT
                   MOVE 0 TO WS-CMB-APERT-VALOR(WS-CMB-SUB)
                   MOVE 0 TO WS-CMB-APERT-MERMA(WS-CMB-SUB)
               END-PERFORM
               MOVE 0 TO WS-CONTADOR-APERTURA
               MOVE CI-FECHA-HORA TO WS-APERT-ESTAMPA
               SET WS-APERT-HALLADA TO TRUE
           END-IF

           ADD 1 TO WS-CONTADOR-APERTURA
           MOVE CI-SUCURSAL  TO WS-CMB-SUC-NUEVA
           MOVE CI-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION
           ADD CI-VALOR       TO WS-CMB-APERT-VALOR(WS-CMB-SUB)
           ADD CI-VALOR-MERMA TO WS-CMB-APERT-MERMA(WS-CMB-SUB).

      ******************************************************************
      * Párrafo 2002: Abre historico y maestro. Sin ellos no hay
      * valorizacion ni categoria: la corrida aborta, como VALINV
      ******************************************************************
       2002-ABRIR-MAESTROS.
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
           END-IF.

      ******************************************************************
      * Párrafo 2100: Compras del mes: cada recepcion aplicada por
      * RECEPOC, a la cantidad por el costo pactado en la orden
      ******************************************************************
       2100-ACUMULAR-COMPRAS.
           OPEN INPUT RECEPCION-HIST-FILE
           IF FS-RECEP-HIST NOT = "00" AND FS-RECEP-HIST NOT = "05"
               DISPLAY "recepciones_hist.dat NO DISPONIBLE (FS="
                       FS-RECEP-HIST ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-RECEP-HIST
               READ RECEPCION-HIST-FILE
                   AT END
                       SET NO-HAY-MAS-RECEP-HIST TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RH-FECHA-RECEPCION > WS-FECHA-HASTA
                               ADD 1 TO WS-CONTADOR-POSTERIORES
                           WHEN RH-FECHA-RECEPCION >= WS-FECHA-DESDE
                               ADD 1 TO WS-CONTADOR-RECEPCIONES
                               PERFORM 2110-ACUMULAR-RECEPCION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE RECEPCION-HIST-FILE.

       2110-ACUMULAR-RECEPCION.
           MOVE RH-PRODUCTO-ID TO WS-PM-PRODUCTO-ID
           PERFORM 2910-BUSCAR-CATEGORIA

           MOVE RH-SUCURSAL     TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION

           COMPUTE WS-IMPORTE ROUNDED = RH-CANTIDAD * RH-COSTO-UNIT
           ADD WS-IMPORTE TO WS-CMB-COMPRAS(WS-CMB-SUB).

      ******************************************************************
      * Párrafo 2200: Costo de ventas del mes desde el historial
      * permanente. HV-COSTO-TOT viene con signo: las devoluciones
      * (cantidad negativa) netean solas. Las corridas posteriores
      * al mes se cuentan para el aviso del reporte
      ******************************************************************
       2200-ACUMULAR-COSTO-VENTAS.
           OPEN INPUT HISTORIAL-VENTAS
           IF FS-HISTVTA NOT = "00"
               DISPLAY "HISTORIAL_VENTAS.DAT NO DISPONIBLE (FS="
                       FS-HISTVTA ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE WS-FECHA-DESDE TO HV-FECHA-CORRIDA
           MOVE 0              TO HV-SEQ-NUM
           START HISTORIAL-VENTAS KEY >= HV-CLAVE
               INVALID KEY
                   SET NO-HAY-MAS-HISTVTA TO TRUE
           END-START

           PERFORM UNTIL NO-HAY-MAS-HISTVTA
               READ HISTORIAL-VENTAS NEXT
                   AT END
                       SET NO-HAY-MAS-HISTVTA TO TRUE
                   NOT AT END
                       IF HV-FECHA-CORRIDA > WS-FECHA-HASTA
                           ADD 1 TO WS-CONTADOR-POSTERIORES
                       ELSE
                           ADD 1 TO WS-CONTADOR-VENTAS
                           PERFORM 2210-ACUMULAR-VENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORIAL-VENTAS.

       2210-ACUMULAR-VENTA.
           MOVE 0 TO WS-PM-PRODUCTO-ID
           IF HV-CODIGO IS NUMERIC
               MOVE FUNCTION NUMVAL(HV-CODIGO) TO WS-PM-PRODUCTO-ID
           END-IF
           PERFORM 2910-BUSCAR-CATEGORIA

           MOVE HV-SUCURSAL     TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION

           ADD HV-COSTO-TOT TO WS-CMB-COSTO-VTAS(WS-CMB-SUB).

      ******************************************************************
      * Párrafo 2300: Merma vencida al cierre, desde la ultima
      * corrida de MERMAVENC. Sin mermas.dat la merma queda en cero
      * y el reporte lo avisa
      ******************************************************************
       2300-ACUMULAR-MERMAS.
           OPEN INPUT MERMAS-IN-FILE
           IF FS-MERMAS = "00"
               SET MERMAS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "mermas.dat NO DISPONIBLE - MERMAS EN CERO (FS="
                       FS-MERMAS ")"
               SET NO-HAY-MAS-MERMAS TO TRUE
           END-IF

           PERFORM UNTIL NO-HAY-MAS-MERMAS
               READ MERMAS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-MERMAS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-MERMAS
                       PERFORM 2310-ACUMULAR-MERMA
               END-READ
           END-PERFORM

           IF MERMAS-DISPONIBLE
               CLOSE MERMAS-IN-FILE
           END-IF.

       2310-ACUMULAR-MERMA.
      * El lote de mermas.dat es el producto (mismo criterio que
      * vencimientos.dat)
           MOVE 0 TO WS-PM-PRODUCTO-ID
           IF MM-LOTE-ID IS NUMERIC
               MOVE MM-LOTE-ID TO WS-PM-PRODUCTO-ID
           END-IF
           PERFORM 2910-BUSCAR-CATEGORIA

           MOVE MM-SUCURSAL     TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION

      * MM-VALOR viene editado; el MOVE a un campo numerico lo
      * desedita correctamente
           MOVE MM-VALOR TO WS-IMPORTE
           ADD WS-IMPORTE TO WS-CMB-CIERRE-MERMA(WS-CMB-SUB).

      ******************************************************************
      * Párrafo 2400: Transferencias del mes: cada tramo sale del
      * origen y entra en el destino al costo que viajo con el
      ******************************************************************
       2400-ACUMULAR-TRANSFERENCIAS.
           OPEN INPUT TRANSF-HIST-FILE
           IF FS-TRANSF-HIST NOT = "00" AND FS-TRANSF-HIST NOT = "05"
               DISPLAY "transferencias_hist.dat NO DISPONIBLE (FS="
                       FS-TRANSF-HIST ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-TRANSF-HIST
               READ TRANSF-HIST-FILE
                   AT END
                       SET NO-HAY-MAS-TRANSF-HIST TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TH-FECHA > WS-FECHA-HASTA
                               ADD 1 TO WS-CONTADOR-POSTERIORES
                           WHEN TH-FECHA >= WS-FECHA-DESDE
                               ADD 1 TO WS-CONTADOR-TRANSF
                               PERFORM 2410-ACUMULAR-TRANSFERENCIA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE TRANSF-HIST-FILE.

       2410-ACUMULAR-TRANSFERENCIA.
           MOVE TH-PRODUCTO-ID TO WS-PM-PRODUCTO-ID
           PERFORM 2910-BUSCAR-CATEGORIA
           COMPUTE WS-IMPORTE ROUNDED = TH-CANTIDAD * TH-COSTO-UNIT

           MOVE TH-SUC-ORIGEN   TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION
           SUBTRACT WS-IMPORTE FROM WS-CMB-TRANSF(WS-CMB-SUB)

           MOVE TH-SUC-DESTINO  TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION
           ADD WS-IMPORTE TO WS-CMB-TRANSF(WS-CMB-SUB).

      ******************************************************************
      * Párrafo 2500: Ajustes de conteo del mes. AJUSINV guarda el
      * valor en positivo: el faltante resta y el sobrante suma. La
      * categoria es la que AJUSINV estampo al asentar
      ******************************************************************
       2500-ACUMULAR-AJUSTES.
           OPEN INPUT AJUSTES-FILE
           IF FS-AJUSTES NOT = "00" AND FS-AJUSTES NOT = "05"
               DISPLAY "ajustes_inventario.dat NO DISPONIBLE (FS="
                       FS-AJUSTES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-AJUSTES
               READ AJUSTES-FILE
                   AT END
                       SET NO-HAY-MAS-AJUSTES TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AJ-FECHA > WS-FECHA-HASTA
                               ADD 1 TO WS-CONTADOR-POSTERIORES
                           WHEN AJ-FECHA >= WS-FECHA-DESDE
                               ADD 1 TO WS-CONTADOR-AJUSTES
                               PERFORM 2510-ACUMULAR-AJUSTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE AJUSTES-FILE.

       2510-ACUMULAR-AJUSTE.
           MOVE AJ-SUCURSAL  TO WS-CMB-SUC-NUEVA
           MOVE AJ-CATEGORIA TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION

           IF AJ-ES-FALTANTE
               SUBTRACT AJ-VALOR FROM WS-CMB-AJUSTES(WS-CMB-SUB)
           ELSE
               ADD AJ-VALOR TO WS-CMB-AJUSTES(WS-CMB-SUB)
           END-IF.

      ******************************************************************
      * Párrafo 2600: Cierre real. Misma valorizacion que VALINV:
      * corte por sucursal + producto sobre stock_lotes.dat, la
      * cantidad por el costo promedio del historico; sin promedio
      * el producto vale cero y se cuenta
      ******************************************************************
       2600-VALORIZAR-CIERRE.
           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "stock_lotes.dat NO DISPONIBLE (FS="
                       FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

      * Lectura inicial (Priming Read)
           PERFORM 2610-LEER-COSTOS

           IF NOT NO-HAY-MAS-COSTOS
               MOVE WS-SUCURSAL-X    TO WS-PREV-SUCURSAL
               MOVE WS-PRODUCTO-ID-N TO WS-PREV-PRODUCTO-ID
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS
               IF WS-SUCURSAL-X NOT = WS-PREV-SUCURSAL
                  OR WS-PRODUCTO-ID-N NOT = WS-PREV-PRODUCTO-ID
                   PERFORM 2650-VALORIZAR-PRODUCTO
               END-IF
               ADD WS-CANTIDAD-N TO WS-TOTAL-CANTIDAD
               PERFORM 2610-LEER-COSTOS
           END-PERFORM

           IF WS-PREV-PRODUCTO-ID NOT = 0
               PERFORM 2650-VALORIZAR-PRODUCTO
           END-IF

           CLOSE COSTOS-IN-FILE
                 HISTORICO-FILE
                 PRODUCTOS-FILE.

       2610-LEER-COSTOS.
           READ COSTOS-IN-FILE
               AT END
                   SET NO-HAY-MAS-COSTOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-COSTOS-LINEA-ACTUAL
                   MOVE CR-SUCURSAL TO WS-SUCURSAL-X
                   MOVE FUNCTION NUMVAL(CR-PRODUCTO-ID)
                       TO WS-PRODUCTO-ID-N
                   MOVE FUNCTION NUMVAL(CR-CANTIDAD)
                       TO WS-CANTIDAD-N
           END-READ.

       2650-VALORIZAR-PRODUCTO.
           PERFORM 2660-BUSCAR-PROMEDIO

           IF WS-HAY-PROMEDIO
               COMPUTE WS-VALOR-PRODUCTO =
                       WS-TOTAL-CANTIDAD * WS-COSTO-PROMEDIO
               ADD 1 TO WS-CONTADOR-VALUADOS
           ELSE
               MOVE 0 TO WS-VALOR-PRODUCTO
               ADD 1 TO WS-CONTADOR-SIN-PROM
           END-IF

           MOVE WS-PREV-PRODUCTO-ID TO WS-PM-PRODUCTO-ID
           PERFORM 2910-BUSCAR-CATEGORIA

           MOVE WS-PREV-SUCURSAL TO WS-CMB-SUC-NUEVA
           MOVE WS-PM-CATEGORIA  TO WS-CMB-CAT-NUEVA
           PERFORM 2900-UBICAR-COMBINACION
           ADD WS-VALOR-PRODUCTO
               TO WS-CMB-CIERRE-VALOR(WS-CMB-SUB)
           ADD WS-TOTAL-CANTIDAD
               TO WS-CMB-CIERRE-CANT(WS-CMB-SUB)

      * Reseteamos para el próximo producto
           MOVE +0 TO WS-TOTAL-CANTIDAD
           MOVE WS-SUCURSAL-X    TO WS-PREV-SUCURSAL
           MOVE WS-PRODUCTO-ID-N TO WS-PREV-PRODUCTO-ID.

      ******************************************************************
      * Párrafo 2660: Busca el costo promedio del producto en el
      * historico indexado. Un promedio en cero cuenta como "sin
      * promedio"
      ******************************************************************
       2660-BUSCAR-PROMEDIO.
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
      * Párrafo 2900: Ubica la combinacion sucursal + categoria en
      * la tabla y la deja en WS-CMB-SUB; si no existe la inserta en
      * su posicion ordenada, con todas las columnas en cero
      ******************************************************************
       2900-UBICAR-COMBINACION.
           MOVE 0 TO WS-CMB-SUB
           PERFORM VARYING WS-CMB-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-CMB-SHIFT-IDX > WS-CMB-COUNT
               IF WS-CMB-CLAVE(WS-CMB-SHIFT-IDX) = WS-CMB-CLAVE-NUEVA
                   MOVE WS-CMB-SHIFT-IDX TO WS-CMB-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CMB-SUB = 0
               IF WS-CMB-COUNT >= 9999
                   DISPLAY "COMBINACIONES SUCURSAL/CATEGORIA EXCEDEN "
                           "LA TABLA EN MEMORIA - CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF

               MOVE WS-CMB-COUNT TO WS-CMB-INSERT-POS
               ADD 1 TO WS-CMB-INSERT-POS
               PERFORM VARYING WS-CMB-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-CMB-SHIFT-IDX > WS-CMB-COUNT
                   IF WS-CMB-CLAVE(WS-CMB-SHIFT-IDX)
                                       > WS-CMB-CLAVE-NUEVA
                       MOVE WS-CMB-SHIFT-IDX TO WS-CMB-INSERT-POS
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-CMB-SHIFT-IDX
                       FROM WS-CMB-COUNT BY -1
                       UNTIL WS-CMB-SHIFT-IDX < WS-CMB-INSERT-POS
                   MOVE WS-CMB-ENTRY(WS-CMB-SHIFT-IDX)
                       TO WS-CMB-ENTRY(WS-CMB-SHIFT-IDX + 1)
               END-PERFORM

               ADD 1 TO WS-CMB-COUNT
               MOVE WS-CMB-INSERT-POS TO WS-CMB-SUB
               MOVE WS-CMB-CLAVE-NUEVA TO WS-CMB-CLAVE(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-APERT-VALOR(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-APERT-MERMA(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-COMPRAS(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-COSTO-VTAS(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-TRANSF(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-AJUSTES(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-CIERRE-MERMA(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-CIERRE-VALOR(WS-CMB-SUB)
               MOVE 0 TO WS-CMB-CIERRE-CANT(WS-CMB-SUB)
           END-IF.

      ******************************************************************
      * Párrafo 2910: Busca la categoria del producto en el maestro;
      * sin alta queda bajo "SIN CATEGORIA"
      ******************************************************************
       2910-BUSCAR-CATEGORIA.
           MOVE "SIN CATEGORIA" TO WS-PM-CATEGORIA

           IF WS-PM-PRODUCTO-ID NOT = 0
               MOVE WS-PM-PRODUCTO-ID TO PR-PRODUCTO-ID
               READ PRODUCTOS-FILE
                   KEY IS PR-PRODUCTO-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-CATEGORIA TO WS-PM-CATEGORIA
               END-READ
           END-IF.

      ******************************************************************
      * Párrafo 3000: Imprime el roll-forward con corte de control
      * por sucursal: dos lineas por combinacion, subtotal por
      * sucursal, total general y los avisos del cierre
      ******************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-OUT-FILE
           PERFORM 2007-IMPRIMIR-ENCABEZADO

           MOVE SPACES TO WS-PREV-SUC-RPT

           PERFORM VARYING WS-CMB-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-CMB-PRINT-IDX > WS-CMB-COUNT
               PERFORM 3100-IMPRIMIR-COMBINACION
           END-PERFORM

      * Subtotal de la última sucursal pendiente
           IF WS-CMB-COUNT > 0
               PERFORM 3200-IMPRIMIR-SUBTOTAL
           END-IF

           PERFORM 3900-IMPRIMIR-TOTAL

           CLOSE REPORTE-OUT-FILE.

       3100-IMPRIMIR-COMBINACION.
           SET WS-CMB-IDX TO WS-CMB-PRINT-IDX

           IF WS-CMB-SUCURSAL(WS-CMB-IDX) NOT = WS-PREV-SUC-RPT
               IF WS-PREV-SUC-RPT NOT = SPACES
                   PERFORM 3200-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE WS-CMB-SUCURSAL(WS-CMB-IDX) TO WS-PREV-SUC-RPT
           END-IF

           PERFORM 3110-CALCULAR-RENGLON

           IF WS-RG-DIFERENCIA NOT = 0
               ADD 1 TO WS-CONTADOR-DIFERENCIAS
               ADD WS-RG-DIFERENCIA TO WS-VALOR-DIFERENCIAS
           END-IF

           MOVE WS-CMB-SUCURSAL(WS-CMB-IDX)  TO RPT-A-SUCURSAL
           MOVE WS-CMB-CATEGORIA(WS-CMB-IDX) TO RPT-A-CATEGORIA
           PERFORM 3120-IMPRIMIR-RENGLON
           PERFORM 3130-ACUMULAR-SUBTOTAL.

      ******************************************************************
      * Párrafo 3110: Arma el renglon de la combinacion en curso. La
      * merma se trata como reserva sobre el stock (ver OBJETIVO)
      ******************************************************************
       3110-CALCULAR-RENGLON.
           COMPUTE WS-RG-APERTURA =
                   WS-CMB-APERT-VALOR(WS-CMB-IDX)
                 - WS-CMB-APERT-MERMA(WS-CMB-IDX)
           MOVE WS-CMB-COMPRAS(WS-CMB-IDX)    TO WS-RG-COMPRAS
           MOVE WS-CMB-COSTO-VTAS(WS-CMB-IDX) TO WS-RG-COSTO-VTAS
           COMPUTE WS-RG-MERMAS =
                   WS-CMB-CIERRE-MERMA(WS-CMB-IDX)
                 - WS-CMB-APERT-MERMA(WS-CMB-IDX)
           MOVE WS-CMB-TRANSF(WS-CMB-IDX)     TO WS-RG-TRANSF
           MOVE WS-CMB-AJUSTES(WS-CMB-IDX)    TO WS-RG-AJUSTES
           COMPUTE WS-RG-CIERRE-CALC =
                   WS-RG-APERTURA + WS-RG-COMPRAS - WS-RG-COSTO-VTAS
                 - WS-RG-MERMAS + WS-RG-TRANSF + WS-RG-AJUSTES
           COMPUTE WS-RG-CIERRE-REAL =
                   WS-CMB-CIERRE-VALOR(WS-CMB-IDX)
                 - WS-CMB-CIERRE-MERMA(WS-CMB-IDX)
           COMPUTE WS-RG-DIFERENCIA =
                   WS-RG-CIERRE-REAL - WS-RG-CIERRE-CALC.

      ******************************************************************
      * Párrafo 3120: Imprime las dos lineas del renglon armado en
      * WS-RENGLON. La sucursal y la categoria (o el rotulo del
      * total) ya vienen en la linea A
      ******************************************************************
       3120-IMPRIMIR-RENGLON.
           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
           END-IF

           MOVE WS-RG-APERTURA     TO RPT-A-APERTURA
           MOVE WS-RG-COMPRAS      TO RPT-A-COMPRAS
           MOVE WS-RG-COSTO-VTAS   TO RPT-A-COSTO-VTAS
           MOVE WS-RG-MERMAS       TO RPT-A-MERMAS
           MOVE WS-RG-TRANSF       TO RPT-B-TRANSF
           MOVE WS-RG-AJUSTES      TO RPT-B-AJUSTES
           MOVE WS-RG-CIERRE-CALC  TO RPT-B-CIERRE-CALC
           MOVE WS-RG-CIERRE-REAL  TO RPT-B-CIERRE-REAL
           MOVE WS-RG-DIFERENCIA   TO RPT-B-DIFERENCIA
           IF WS-RG-DIFERENCIA NOT = 0
               MOVE "***" TO RPT-B-MARCA
           ELSE
               MOVE SPACES TO RPT-B-MARCA
           END-IF

           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-A
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-B
           ADD 2 TO WS-RPT-LINEAS-PAGINA.

       3130-ACUMULAR-SUBTOTAL.
           ADD WS-RG-APERTURA    TO WS-SS-APERTURA
           ADD WS-RG-COMPRAS     TO WS-SS-COMPRAS
           ADD WS-RG-COSTO-VTAS  TO WS-SS-COSTO-VTAS
           ADD WS-RG-MERMAS      TO WS-SS-MERMAS
           ADD WS-RG-TRANSF      TO WS-SS-TRANSF
           ADD WS-RG-AJUSTES     TO WS-SS-AJUSTES
           ADD WS-RG-CIERRE-CALC TO WS-SS-CIERRE-CALC
           ADD WS-RG-CIERRE-REAL TO WS-SS-CIERRE-REAL
           ADD WS-RG-DIFERENCIA  TO WS-SS-DIFERENCIA.

      ******************************************************************
      * Párrafo 3200: Subtotal de la sucursal, con las mismas lineas
      * del detalle, que ademas pasa al total general
      ******************************************************************
       3200-IMPRIMIR-SUBTOTAL.
           MOVE WS-SUBTOTAL-SUCURSAL TO WS-RENGLON
           MOVE WS-PREV-SUC-RPT  TO RPT-A-SUCURSAL
           MOVE "TOTAL SUCURSAL" TO RPT-A-CATEGORIA
           PERFORM 3120-IMPRIMIR-RENGLON
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           ADD 1 TO WS-RPT-LINEAS-PAGINA

           ADD WS-SS-APERTURA    TO WS-TG-APERTURA
           ADD WS-SS-COMPRAS     TO WS-TG-COMPRAS
           ADD WS-SS-COSTO-VTAS  TO WS-TG-COSTO-VTAS
           ADD WS-SS-MERMAS      TO WS-TG-MERMAS
           ADD WS-SS-TRANSF      TO WS-TG-TRANSF
           ADD WS-SS-AJUSTES     TO WS-TG-AJUSTES
           ADD WS-SS-CIERRE-CALC TO WS-TG-CIERRE-CALC
           ADD WS-SS-CIERRE-REAL TO WS-TG-CIERRE-REAL
           ADD WS-SS-DIFERENCIA  TO WS-TG-DIFERENCIA

           MOVE +0 TO WS-SS-APERTURA    WS-SS-COMPRAS
                      WS-SS-COSTO-VTAS  WS-SS-MERMAS
                      WS-SS-TRANSF      WS-SS-AJUSTES
                      WS-SS-CIERRE-CALC WS-SS-CIERRE-REAL
                      WS-SS-DIFERENCIA.

      ******************************************************************
      * Párrafo 3900: Total general, diferencias sin explicar y
      * avisos del cierre
      ******************************************************************
       3900-IMPRIMIR-TOTAL.
           MOVE WS-TOTAL-GENERAL TO WS-RENGLON
           MOVE SPACES          TO RPT-A-SUCURSAL
           MOVE "TOTAL GENERAL" TO RPT-A-CATEGORIA
           PERFORM 3120-IMPRIMIR-RENGLON

           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-CONTADOR-DIFERENCIAS TO RPT-DF-CANTIDAD
           MOVE WS-VALOR-DIFERENCIAS    TO RPT-DF-VALOR
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-DIFERENCIAS
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-NOTA

           IF NOT WS-APERT-HALLADA
               MOVE WS-PER-ANTERIOR TO RPT-SA-PERIODO
               WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SIN-APERTURA
           END-IF

           IF NOT MERMAS-DISPONIBLE
               WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SIN-MERMAS
           END-IF

           IF WS-CONTADOR-POSTERIORES > 0
               MOVE WS-CONTADOR-POSTERIORES TO RPT-PO-CANTIDAD
               WRITE REPORTE-LINEA FROM WS-RPT-LINEA-POSTERIORES
           END-IF

           IF WS-CONTADOR-SIN-PROM > 0
               MOVE WS-CONTADOR-SIN-PROM TO RPT-SP-CANTIDAD
               WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SIN-PROM
           END-IF.

      ******************************************************************
      * Párrafo 2007: Imprime el encabezado de página del reporte
      * con las dos lineas de columnas
      ******************************************************************
       2007-IMPRIMIR-ENCABEZADO.
           IF WS-RPT-LINEAS-PAGINA NOT = 0
               ADD 1 TO WS-RPT-PAGINA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-FECHA-HOY

           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-TITULO
           MOVE WS-RPT-FECHA-HOY TO RPT-S-FECHA
           MOVE WS-PER-CIERRE    TO RPT-S-PERIODO
           MOVE WS-RPT-PAGINA    TO RPT-S-PAGINA
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-COLUMNAS-A
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-COLUMNAS-B

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 4000: Agrega la foto del cierre a
      * cierres_inventario.dat, una fila por combinacion con la
      * misma estampa. Es la apertura del mes siguiente
      ******************************************************************
       4000-GRABAR-CIERRE.
           OPEN EXTEND CIERRES-FILE
           IF FS-CIERRES NOT = "00" AND FS-CIERRES NOT = "05"
               DISPLAY "ERROR ABRIENDO cierres_inventario.dat: "
                       FS-CIERRES
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CIERRE-ESTAMPA

           PERFORM VARYING WS-CMB-SUB FROM 1 BY 1
                   UNTIL WS-CMB-SUB > WS-CMB-COUNT
               MOVE WS-PER-CIERRE    TO CI-PERIODO
               MOVE WS-CIERRE-ESTAMPA TO CI-FECHA-HORA
               MOVE WS-CMB-SUCURSAL(WS-CMB-SUB)  TO CI-SUCURSAL
               MOVE WS-CMB-CATEGORIA(WS-CMB-SUB) TO CI-CATEGORIA
               MOVE WS-CMB-CIERRE-CANT(WS-CMB-SUB)  TO CI-CANTIDAD
               MOVE WS-CMB-CIERRE-VALOR(WS-CMB-SUB) TO CI-VALOR
               MOVE WS-CMB-CIERRE-MERMA(WS-CMB-SUB)
                   TO CI-VALOR-MERMA
               WRITE CIERRE-INV-REG
               IF FS-CIERRES NOT = "00"
                   DISPLAY "ERROR ESCRIBIENDO cierres_inventario.dat: "
                           FS-CIERRES
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-CONTADOR-CIERRES
           END-PERFORM

           CLOSE CIERRES-FILE.

      ******************************************************************
      * Párrafo 4100: Marca el periodo como cerrado. Desde aca los
      * programas que postean se niegan a correr sobre el mes
      ******************************************************************
       4100-MARCAR-PERIODO.
           OPEN EXTEND PERIODOS-FILE
           IF FS-PERIODOS NOT = "00" AND FS-PERIODOS NOT = "05"
               DISPLAY "ERROR ABRIENDO periodos_cerrados.dat: "
                       FS-PERIODOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE "C"                      TO PC-TIPO
           MOVE WS-PER-CIERRE            TO PC-PERIODO
           MOVE WS-CIERRE-ESTAMPA(1:8)   TO PC-FECHA
           MOVE WS-CIERRE-ESTAMPA(9:6)   TO PC-HORA
           WRITE PERIODO-CIERRE-REG
           IF FS-PERIODOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO periodos_cerrados.dat: "
                       FS-PERIODOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           CLOSE PERIODOS-FILE.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat los registros de
      * auditoria de la corrida: el stock valorizado, las ventas del
      * mes y la foto de cierre
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "stock_lotes.dat"       TO AT-ARCHIVO
           MOVE WS-COSTOS-LINEA-ACTUAL  TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-VALUADOS    TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-SIN-PROM    TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "HISTORIAL_VENTAS.DAT"  TO AT-ARCHIVO
           MOVE WS-CONTADOR-VENTAS      TO AT-REGISTROS-LEIDOS
           MOVE 0                       TO AT-REGISTROS-GRABADOS
           MOVE 0                       TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "cierres_inventario.dat" TO AT-ARCHIVO
           MOVE WS-CONTADOR-APERTURA    TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-CIERRES     TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-DIFERENCIAS TO AT-REGISTROS-RECHAZADOS
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

           CLOSE PERIODO-IN-FILE
                 COSTOS-IN-FILE
                 HISTORICO-FILE
                 PRODUCTOS-FILE
                 HISTORIAL-VENTAS
                 RECEPCION-HIST-FILE
                 MERMAS-IN-FILE
                 TRANSF-HIST-FILE
                 AJUSTES-FILE
                 CIERRES-FILE
                 PERIODOS-FILE
                 REPORTE-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
