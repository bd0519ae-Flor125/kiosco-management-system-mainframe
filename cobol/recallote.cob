       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECALLOTE.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Recall de lotes - trazabilidad y bloqueo de venta
      * (pedido 034). Cuando un proveedor o bromatologia retira un
      * lote, el rastro se armaba buscando a mano en los archivos y
      * el POS lo seguia vendiendo hasta que alguien avisaba.
      *
      * Cada pedido de recall_lotes.dat identifica el lote por su
      * codigo del POS (V-LOTE / HV-LOTE), por producto + rango de
      * vencimiento, o por ambos. Por cada pedido se imprime:
      *
      *   - VENTAS Y DEVOLUCIONES del lote (HISTORIAL_VENTAS.DAT)
      *   - RECEPCIONES que lo dieron de alta (recepciones_hist.dat)
      *   - TRANSFERENCIAS del producto entre sucursales desde la
      *     primera recepcion (transferencias_hist.dat)
      *   - MERMA ya tomada sobre el lote (mermas.dat)
      *   - STOCK que queda del producto por sucursal
      *     (stock_lotes.dat), marcando las sucursales que tienen el
      *     vencimiento del lote registrado (vencimientos.dat)
      *
      * Fuera del POS el lote se identifica por producto +
      * vencimiento (RECEPOC da de alta vencimientos.dat con el
      * producto como lote). Un pedido por codigo de lote del POS
      * toma de sus ventas los pares producto + vencimiento con que
      * se sigue la traza en los demas archivos. stock_lotes.dat y
      * transferencias_hist.dat no guardan el vencimiento: ahi la
      * traza es por producto y el reporte lo aclara.
      *
      * ACCIONES: B (o blanco) = trazar y bloquear el lote en
      * lotes_bloqueados.dat, que EDITVENTAS y RECICLAVTAS controlan
      * para rechazar con motivo B sus ventas y devoluciones;
      * L = liberar un bloqueo dado de alta antes con la misma
      * identificacion. Los cambios se graban al final de la
      * corrida: una corrida abortada no toca el archivo.
      *
      * ENTRADA:
      * - recall_lotes.dat:        Pedidos de recall / liberacion
      * - productos.dat:           Maestro de productos (indexado)
      * - HISTORIAL_VENTAS.DAT:    Historial permanente (indexado)
      * - recepciones_hist.dat:    Historial de recepciones
      * - transferencias_hist.dat: Historial de transferencias
      * - mermas.dat:              Mermas valorizadas de MERMAVENC
      * - stock_lotes.dat:         Stock por lote ya descontado
      * - vencimientos.dat:        Vencimientos por sucursal
      *
      * ENTRADA/SALIDA:
      * - lotes_bloqueados.dat:    Lotes bloqueados por recall
      *
      * SALIDA:
      * - reporte_recall.dat:      Traza impresa por pedido
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
      * Pedidos de recall cargados por administracion
           SELECT RECALL-IN-FILE ASSIGN TO "recall_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALL.

      * Maestro de productos (descripcion)
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

      * Historial de transferencias de TRANSFSUC (acumulativo)
           SELECT OPTIONAL TRANSF-HIST-FILE
               ASSIGN TO "transferencias_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSF-HIST.

      * Mermas valorizadas por MERMAVENC (foto de la ultima corrida)
           SELECT OPTIONAL MERMAS-IN-FILE ASSIGN TO "mermas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERMAS.

      * Archivo de stock por lote ya descontado por DEPLSTOCK
           SELECT OPTIONAL COSTOS-IN-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Vencimientos por sucursal (Python y RECEPOC)
           SELECT OPTIONAL VENCIMIENTOS-IN-FILE
               ASSIGN TO "vencimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENCIMIENTOS.

      * Lotes bloqueados, compartido con EDITVENTAS y RECICLAVTAS
      * (misma resolucion de directorio que ellos). OPTIONAL: el
      * primer recall lo crea
           SELECT OPTIONAL BLOQUEOS-FILE
               ASSIGN TO "../data/lotes_bloqueados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOQUEOS.

      * Archivo de salida para la traza impresa
           SELECT REPORTE-OUT-FILE ASSIGN TO "reporte_recall.dat"
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
      * Def. de los pedidos de recall (Formato TEXTO). Un campo en
      * blanco no restringe; el vencimiento hasta en blanco toma el
      * desde
      *-----------------------------------------------------------------
       FD  RECALL-IN-FILE.
       01  RECALL-IN-RECORD.
           05 RL-ACCION            PIC X(1).
           05 RL-LOTE              PIC X(8).
           05 RL-PRODUCTO-ID       PIC X(9).
           05 RL-VENC-DESDE        PIC X(8).
           05 RL-VENC-HASTA        PIC X(8).
           05 RL-MOTIVO            PIC X(30).

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
      * Def. del historial de transferencias, layout compartido via
      * copybook con TRANSFSUC
      *-----------------------------------------------------------------
       FD  TRANSF-HIST-FILE.
           COPY TRANSHIS.

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
      * Def. del stock por lote, layout compartido via copybook con
      * costos.dat
      *-----------------------------------------------------------------
       FD  COSTOS-IN-FILE.
           COPY COSTOSIN.

      *-----------------------------------------------------------------
      * Def. del archivo de vencimientos, el mismo layout que leen
      * BATCHCOSTOS y MERMAVENC
      *-----------------------------------------------------------------
       FD  VENCIMIENTOS-IN-FILE.
       01  VENCIMIENTOS-IN-RECORD.
           05 VR-SUCURSAL          PIC X(3).
           05 VR-LOTE-ID           PIC X(9).
           05 VR-FEC-VENC          PIC X(8).

      *-----------------------------------------------------------------
      * Def. del archivo de lotes bloqueados, layout compartido via
      * copybook con EDITVENTAS y RECICLAVTAS
      *-----------------------------------------------------------------
       FD  BLOQUEOS-FILE.
           COPY LOTEBLOQ.

      *-----------------------------------------------------------------
      * Def. del archivo de salida para la traza impresa
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
      * Pedido en curso ya normalizado: accion por defecto B,
      * producto en cero si vino en blanco, vencimiento hasta igual
      * al desde si vino en blanco
      *-----------------------------------------------------------------
       01  WS-PEDIDO.
           05 WS-PED-NUMERO           PIC 9(4) VALUE 0.
           05 WS-PED-ACCION           PIC X(1).
               88 WS-PED-BLOQUEAR     VALUE "B".
               88 WS-PED-LIBERAR      VALUE "L".
           05 WS-PED-LOTE             PIC X(8).
           05 WS-PED-PRODUCTO-ID      PIC 9(9).
           05 WS-PED-VENC-DESDE       PIC X(8).
           05 WS-PED-VENC-HASTA       PIC X(8).
           05 WS-PED-DESCRIPCION      PIC X(30).
           05 WS-PED-ERROR            PIC X(30).
           05 WS-PED-VALIDO-SW        PIC X VALUE 'Y'.
               88 WS-PED-VALIDO       VALUE 'Y'.
           05 WS-PED-RESULTADO        PIC X(30).

      *-----------------------------------------------------------------
      * Claves de la traza fuera del POS: producto + rango de
      * vencimiento. Un pedido por producto tiene una sola; uno por
      * codigo de lote toma una por cada producto + vencimiento que
      * aparezca en sus ventas. Vencimiento desde en blanco = todos
      *-----------------------------------------------------------------
       01  WS-CLV-TABLE.
           05 WS-CLV-COUNT            PIC 9(4) VALUE 0.
           05 WS-CLV-MAXIMO           PIC 9(4) VALUE 50.
           05 WS-CLV-ENTRY OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-CLV-COUNT
                                 INDEXED BY WS-CLV-IDX.
               10 WS-CLV-PRODUCTO-ID  PIC 9(9).
               10 WS-CLV-VENC-DESDE   PIC X(8).
               10 WS-CLV-VENC-HASTA   PIC X(8).

      *-----------------------------------------------------------------
      * Registro en evaluacion contra las claves de la traza
      *-----------------------------------------------------------------
       01  WS-TRAZA-CONTROL.
           05 WS-TRZ-PRODUCTO-ID      PIC 9(9).
           05 WS-TRZ-VENC             PIC X(8).
           05 WS-TRZ-COINCIDE-SW      PIC X VALUE 'N'.
               88 WS-TRZ-COINCIDE     VALUE 'Y'.
           05 WS-PRIMERA-RECEPCION    PIC 9(8) VALUE 0.
           05 WS-LINEAS-SECCION       PIC 9(9) VALUE 0.

      *-----------------------------------------------------------------
      * Totales del pedido en curso para el resumen
      *-----------------------------------------------------------------
       01  WS-TOTALES-PEDIDO.
           05 WS-TOT-RECIBIDO         PIC S9(11) VALUE +0.
           05 WS-TOT-VENDIDO          PIC S9(11) VALUE +0.
           05 WS-TOT-DEVUELTO         PIC S9(11) VALUE +0.
           05 WS-TOT-TRANSFERIDO      PIC S9(11) VALUE +0.
           05 WS-TOT-MERMA            PIC S9(11) VALUE +0.
           05 WS-TOT-STOCK            PIC S9(11) VALUE +0.

      *-----------------------------------------------------------------
      * Stock del producto por sucursal. VTO-SW = la sucursal tiene
      * el vencimiento del lote registrado en vencimientos.dat
      *-----------------------------------------------------------------
       01  WS-STK-TABLE.
           05 WS-STK-COUNT            PIC 9(4) VALUE 0.
           05 WS-STK-ENTRY OCCURS 0 TO 999 TIMES
                                 DEPENDING ON WS-STK-COUNT
                                 INDEXED BY WS-STK-IDX.
               10 WS-STK-SUCURSAL     PIC X(3).
               10 WS-STK-CANTIDAD     PIC S9(11).
               10 WS-STK-VTO-SW       PIC X(1).

       01  WS-STK-CONTROL.
           05 WS-STK-SUB              PIC 9(4).
           05 WS-STK-SUC-NUEVA        PIC X(3).

      *-----------------------------------------------------------------
      * Variables de Trabajo (Conversión de texto a número)
      *-----------------------------------------------------------------
       01  WS-CURRENT-LOTE-DATA.
           05 WS-PRODUCTO-ID-N        PIC 9(9).
           05 WS-CANTIDAD-N           PIC S9(9).

      *-----------------------------------------------------------------
      * Lotes bloqueados: todo el archivo en memoria. Un bloqueo
      * liberado se marca y no se regraba
      *-----------------------------------------------------------------
       01  WS-BLOQUEOS-TABLE.
           05 WS-BLQ-COUNT            PIC 9(4) VALUE 0.
           05 WS-BLQ-MAXIMO           PIC 9(4) VALUE 500.
           05 WS-BLQ-ENTRY OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-BLQ-COUNT
                                 INDEXED BY WS-BLQ-IDX.
               10 WS-BLQ-LOTE         PIC X(8).
               10 WS-BLQ-PRODUCTO-ID  PIC 9(9).
               10 WS-BLQ-VENC-DESDE   PIC X(8).
               10 WS-BLQ-VENC-HASTA   PIC X(8).
               10 WS-BLQ-FECHA        PIC 9(8).
               10 WS-BLQ-MOTIVO       PIC X(30).
               10 WS-BLQ-LIBERADO-SW  PIC X(1).
                   88 WS-BLQ-LIBERADO VALUE 'Y'.

       01  WS-BLOQUEO-CONTROL.
           05 WS-BLQ-HALLADO-POS      PIC 9(4) VALUE 0.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-PEDIDOS     PIC 9(9) VALUE 0.
           05 WS-CONTADOR-TRAZADOS    PIC 9(9) VALUE 0.
           05 WS-CONTADOR-LIBERACIONES PIC 9(9) VALUE 0.
           05 WS-CONTADOR-INVALIDOS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-BLQ-LEIDOS  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-BLQ-NUEVOS  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-BLQ-LIBERADOS PIC 9(9) VALUE 0.
           05 WS-CONTADOR-BLQ-GRABADOS PIC 9(9) VALUE 0.
           05 WS-CONTADOR-VENTAS      PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "RECALLOTE".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-RECALL               PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-HISTVTA              PIC X(2).
           05 FS-RECEP-HIST           PIC X(2).
           05 FS-TRANSF-HIST          PIC X(2).
           05 FS-MERMAS               PIC X(2).
           05 FS-COSTOS               PIC X(2).
           05 FS-VENCIMIENTOS         PIC X(2).
           05 FS-BLOQUEOS             PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-RECALL              PIC X VALUE 'N'.
              88 NO-HAY-MAS-RECALL         VALUE 'Y'.
           05 EOF-HISTVTA             PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTVTA        VALUE 'Y'.
           05 EOF-RECEP-HIST          PIC X VALUE 'N'.
              88 NO-HAY-MAS-RECEP-HIST     VALUE 'Y'.
           05 EOF-TRANSF-HIST         PIC X VALUE 'N'.
              88 NO-HAY-MAS-TRANSF-HIST    VALUE 'Y'.
           05 EOF-MERMAS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-MERMAS         VALUE 'Y'.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
           05 EOF-VENCIMIENTOS        PIC X VALUE 'N'.
              88 NO-HAY-MAS-VENCIMIENTOS   VALUE 'Y'.
           05 EOF-BLOQUEOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-BLOQUEOS       VALUE 'Y'.

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
           05 FILLER                  PIC X(48)
              VALUE "RECALL DE LOTES - TRAZABILIDAD Y BLOQUEO".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-PEDIDO-1.
           05 FILLER                  PIC X(7)  VALUE "PEDIDO ".
           05 RPT-P-NUMERO            PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE "  ACCION: ".
           05 RPT-P-ACCION            PIC X(1).
           05 FILLER                  PIC X(8)  VALUE "  LOTE: ".
           05 RPT-P-LOTE              PIC X(8).
           05 FILLER                  PIC X(12) VALUE "  PRODUCTO: ".
           05 RPT-P-PRODUCTO          PIC Z(8)9.

       01  WS-RPT-LINEA-PEDIDO-2.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-P-DESCRIPCION       PIC X(30).
           05 FILLER                  PIC X(7)  VALUE "  VTO: ".
           05 RPT-P-VENC-DESDE        PIC X(8).
           05 FILLER                  PIC X(3)  VALUE " A ".
           05 RPT-P-VENC-HASTA        PIC X(8).

       01  WS-RPT-LINEA-PEDIDO-3.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "MOTIVO: ".
           05 RPT-P-MOTIVO            PIC X(30).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-P-RESULTADO         PIC X(30).

       01  WS-RPT-LINEA-SECCION.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-SC-TITULO           PIC X(70).

       01  WS-RPT-LINEA-NOTA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-N-TEXTO             PIC X(70).

       01  WS-RPT-LINEA-CLAVE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PRODUCTO ".
           05 RPT-K-PRODUCTO          PIC Z(8)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-K-DESCRIPCION       PIC X(30).
           05 FILLER                  PIC X(5)  VALUE " VTO ".
           05 RPT-K-VENC-DESDE        PIC X(8).
           05 FILLER                  PIC X(1)  VALUE "-".
           05 RPT-K-VENC-HASTA        PIC X(8).

       01  WS-RPT-COLUMNAS-VENTA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "CORRIDA  SUC CODIGO     LOTE     VTO    ".
           05 FILLER                  PIC X(20)
              VALUE "   TIPO     CANTIDAD".

       01  WS-RPT-LINEA-VENTA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-V-FECHA             PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-V-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-V-CODIGO            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-V-LOTE              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-V-VENC              PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-V-TIPO              PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-V-CANTIDAD          PIC -(9)9.

       01  WS-RPT-COLUMNAS-RECEPCION.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "RECIBIDO ORDEN-LIN  PROVEEDOR SUC PRODU".
           05 FILLER                  PIC X(30)
              VALUE "CTO  VTO        CANTIDAD".

       01  WS-RPT-LINEA-RECEPCION.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-R-FECHA             PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE "-".
           05 RPT-R-LINEA             PIC 9(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-PROVEEDOR         PIC Z(8)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-PRODUCTO          PIC Z(8)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-VENC              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-R-CANTIDAD          PIC Z(9)9.

       01  WS-RPT-COLUMNAS-TRANSF.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(46)
              VALUE "FECHA     PRODUCTO  ORI    DES        CANTIDAD".

       01  WS-RPT-LINEA-TRANSF.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-T-FECHA             PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-T-PRODUCTO          PIC Z(8)9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-T-ORIGEN            PIC X(3).
           05 FILLER                  PIC X(4)  VALUE " -> ".
           05 RPT-T-DESTINO           PIC X(3).
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 RPT-T-CANTIDAD          PIC Z(9)9.

       01  WS-RPT-COLUMNAS-MERMA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "SUC LOTE      VTO      DIAS   CANTIDAD ".
           05 FILLER                  PIC X(20)
              VALUE "          VALOR".

       01  WS-RPT-LINEA-MERMA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-M-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-M-LOTE              PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-M-VENC              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-M-DIAS              PIC ZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-M-CANTIDAD          PIC Z(9)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-M-VALOR             PIC X(16).

       01  WS-RPT-COLUMNAS-STOCK.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "SUC    STOCK PROD.  VTO DEL LOTE        ".

       01  WS-RPT-LINEA-STOCK.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-K-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-K-CANTIDAD          PIC -(13)9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-K-VTO               PIC X(13).

       01  WS-RPT-LINEA-RESUMEN.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-RS-LEYENDA          PIC X(34).
           05 RPT-RS-CANTIDAD         PIC -(10)9.

       01  WS-RPT-LINEA-TOTALES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PEDIDOS: ".
           05 RPT-TT-PEDIDOS          PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE "  TRAZADOS: ".
           05 RPT-TT-TRAZADOS         PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE "  LIBERACION: ".
           05 RPT-TT-LIBERACIONES     PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE "  INVALIDOS: ".
           05 RPT-TT-INVALIDOS        PIC ZZZZ9.

       01  WS-RPT-LINEA-BLOQUEOS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(26)
              VALUE "LOTES BLOQUEADOS VIGENTES:".
           05 RPT-TB-VIGENTES         PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE "  NUEVOS: ".
           05 RPT-TB-NUEVOS           PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE "  LIBERADOS: ".
           05 RPT-TB-LIBERADOS        PIC ZZZZ9.

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (RECALLOTE) ---'.
           PERFORM 1000-CARGAR-BLOQUEOS.
           PERFORM 1100-ABRIR-MAESTROS.
           PERFORM 2000-PROCESAR-PEDIDOS.
           PERFORM 4000-GRABAR-BLOQUEOS.
           PERFORM 3900-IMPRIMIR-TOTALES.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'PEDIDOS LEIDOS: '       WS-CONTADOR-PEDIDOS.
           DISPLAY 'PEDIDOS TRAZADOS: '     WS-CONTADOR-TRAZADOS.
           DISPLAY 'PEDIDOS INVALIDOS: '    WS-CONTADOR-INVALIDOS.
           DISPLAY 'BLOQUEOS NUEVOS: '      WS-CONTADOR-BLQ-NUEVOS.
           DISPLAY 'BLOQUEOS LIBERADOS: '   WS-CONTADOR-BLQ-LIBERADOS.
           GOBACK.

      ******************************************************************
      * Párrafo 1000: Carga en memoria los lotes ya bloqueados. El
      * archivo se regraba completo al final con las altas y
      * liberaciones de la corrida
      ******************************************************************
       1000-CARGAR-BLOQUEOS.
           OPEN INPUT BLOQUEOS-FILE
           IF FS-BLOQUEOS NOT = "00" AND FS-BLOQUEOS NOT = "05"
               DISPLAY "lotes_bloqueados.dat NO DISPONIBLE (FS="
                       FS-BLOQUEOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-BLOQUEOS
               READ BLOQUEOS-FILE
                   AT END
                       SET NO-HAY-MAS-BLOQUEOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-BLQ-LEIDOS
                       PERFORM 1010-REGISTRAR-BLOQUEO
               END-READ
           END-PERFORM

           CLOSE BLOQUEOS-FILE.

       1010-REGISTRAR-BLOQUEO.
           IF WS-BLQ-COUNT >= WS-BLQ-MAXIMO
               DISPLAY "lotes_bloqueados.dat EXCEDE LA TABLA EN "
                       "MEMORIA - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-BLQ-COUNT
           SET WS-BLQ-IDX TO WS-BLQ-COUNT
           MOVE LB-LOTE          TO WS-BLQ-LOTE(WS-BLQ-IDX)
           MOVE LB-PRODUCTO-ID   TO WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
           MOVE LB-VENC-DESDE    TO WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
           MOVE LB-VENC-HASTA    TO WS-BLQ-VENC-HASTA(WS-BLQ-IDX)
           MOVE LB-FECHA-BLOQUEO TO WS-BLQ-FECHA(WS-BLQ-IDX)
           MOVE LB-MOTIVO        TO WS-BLQ-MOTIVO(WS-BLQ-IDX)
           MOVE 'N'              TO WS-BLQ-LIBERADO-SW(WS-BLQ-IDX).

      ******************************************************************
      * Párrafo 1100: Abre el maestro y el historial de ventas. Sin
      * ellos no hay traza posible: la corrida aborta
      ******************************************************************
       1100-ABRIR-MAESTROS.
           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT HISTORIAL-VENTAS
           IF FS-HISTVTA NOT = "00"
               DISPLAY "HISTORIAL_VENTAS.DAT NO DISPONIBLE (FS="
                       FS-HISTVTA ")"
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2000: Recorre los pedidos de recall: valida cada uno,
      * actualiza el bloqueo en memoria e imprime la traza
      ******************************************************************
       2000-PROCESAR-PEDIDOS.
           DISPLAY '--- INICIO RECALL DE LOTES ---'.

           OPEN INPUT RECALL-IN-FILE
           IF FS-RECALL NOT = "00"
               DISPLAY "recall_lotes.dat NO DISPONIBLE (FS="
                       FS-RECALL ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE-OUT-FILE
           PERFORM 2007-IMPRIMIR-ENCABEZADO

           PERFORM UNTIL NO-HAY-MAS-RECALL
               READ RECALL-IN-FILE
                   AT END
                       SET NO-HAY-MAS-RECALL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-PEDIDOS
                       PERFORM 2050-PROCESAR-PEDIDO
               END-READ
           END-PERFORM

           CLOSE RECALL-IN-FILE
                 PRODUCTOS-FILE
                 HISTORIAL-VENTAS.

       2050-PROCESAR-PEDIDO.
           MOVE WS-CONTADOR-PEDIDOS TO WS-PED-NUMERO
           PERFORM 2100-VALIDAR-PEDIDO

           IF NOT WS-PED-VALIDO
               ADD 1 TO WS-CONTADOR-INVALIDOS
               MOVE WS-PED-ERROR TO WS-PED-RESULTADO
               PERFORM 2170-IMPRIMIR-PEDIDO
           ELSE
               PERFORM 2150-ACTUALIZAR-BLOQUEO
               PERFORM 2170-IMPRIMIR-PEDIDO
               IF WS-PED-BLOQUEAR
                   ADD 1 TO WS-CONTADOR-TRAZADOS
                   PERFORM 2200-TRAZAR-PEDIDO
               ELSE
                   ADD 1 TO WS-CONTADOR-LIBERACIONES
               END-IF
           END-IF

           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2100: Valida y normaliza el pedido. Hace falta el
      * codigo de lote del POS, o el producto con su vencimiento
      * desde; el producto informado tiene que estar dado de alta
      ******************************************************************
       2100-VALIDAR-PEDIDO.
           MOVE 'Y'    TO WS-PED-VALIDO-SW
           MOVE SPACES TO WS-PED-ERROR
                          WS-PED-RESULTADO
                          WS-PED-DESCRIPCION

           MOVE RL-ACCION     TO WS-PED-ACCION
           IF WS-PED-ACCION = SPACE
               MOVE "B" TO WS-PED-ACCION
           END-IF
           MOVE RL-LOTE       TO WS-PED-LOTE
           MOVE 0             TO WS-PED-PRODUCTO-ID
           MOVE RL-VENC-DESDE TO WS-PED-VENC-DESDE
           MOVE RL-VENC-HASTA TO WS-PED-VENC-HASTA
           IF WS-PED-VENC-HASTA = SPACES
               MOVE WS-PED-VENC-DESDE TO WS-PED-VENC-HASTA
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-PED-BLOQUEAR AND NOT WS-PED-LIBERAR
                   MOVE "ACCION INVALIDA (B/L)" TO WS-PED-ERROR
               WHEN RL-PRODUCTO-ID NOT = SPACES
                    AND RL-PRODUCTO-ID IS NOT NUMERIC
                   MOVE "PRODUCTO NO NUMERICO" TO WS-PED-ERROR
               WHEN WS-PED-VENC-DESDE NOT = SPACES
                    AND WS-PED-VENC-DESDE IS NOT NUMERIC
                   MOVE "VENCIMIENTO DESDE INVALIDO" TO WS-PED-ERROR
               WHEN WS-PED-VENC-DESDE = SPACES
                    AND RL-VENC-HASTA NOT = SPACES
                   MOVE "VENCIMIENTO HASTA SIN DESDE" TO WS-PED-ERROR
               WHEN WS-PED-VENC-HASTA NOT = SPACES
                    AND WS-PED-VENC-HASTA IS NOT NUMERIC
                   MOVE "VENCIMIENTO HASTA INVALIDO" TO WS-PED-ERROR
               WHEN WS-PED-VENC-HASTA < WS-PED-VENC-DESDE
                   MOVE "RANGO DE VENCIMIENTO INVERTIDO"
                       TO WS-PED-ERROR
               WHEN WS-PED-LOTE = SPACES
                    AND (RL-PRODUCTO-ID = SPACES
                         OR WS-PED-VENC-DESDE = SPACES)
                   MOVE "FALTA LOTE O PRODUCTO + VTO" TO WS-PED-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PED-ERROR = SPACES AND RL-PRODUCTO-ID NOT = SPACES
               MOVE RL-PRODUCTO-ID TO WS-PED-PRODUCTO-ID
               MOVE WS-PED-PRODUCTO-ID TO PR-PRODUCTO-ID
               READ PRODUCTOS-FILE
                   KEY IS PR-PRODUCTO-ID
                   INVALID KEY
                       MOVE "PRODUCTO SIN ALTA EN EL MAESTRO"
                           TO WS-PED-ERROR
                   NOT INVALID KEY
                       MOVE PR-DESCRIPCION TO WS-PED-DESCRIPCION
               END-READ
           END-IF

           IF WS-PED-ERROR NOT = SPACES
               MOVE 'N' TO WS-PED-VALIDO-SW
           END-IF.

      ******************************************************************
      * Párrafo 2150: Da de alta o libera el bloqueo en memoria. La
      * identificacion del bloqueo es exactamente la del pedido:
      * para liberar hay que repetir lote, producto y vencimientos
      ******************************************************************
       2150-ACTUALIZAR-BLOQUEO.
           PERFORM 2160-BUSCAR-BLOQUEO

           IF WS-PED-BLOQUEAR
               IF WS-BLQ-HALLADO-POS NOT = 0
                   MOVE "YA ESTABA BLOQUEADO" TO WS-PED-RESULTADO
               ELSE
                   IF WS-BLQ-COUNT >= WS-BLQ-MAXIMO
                       DISPLAY "lotes_bloqueados.dat EXCEDE LA TABLA "
                               "EN MEMORIA - CORRIDA ABORTADA"
                       PERFORM 9900-ERROR-FATAL
                   END-IF
                   ADD 1 TO WS-BLQ-COUNT
                   SET WS-BLQ-IDX TO WS-BLQ-COUNT
                   MOVE WS-PED-LOTE TO WS-BLQ-LOTE(WS-BLQ-IDX)
                   MOVE WS-PED-PRODUCTO-ID
                       TO WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
                   MOVE WS-PED-VENC-DESDE
                       TO WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
                   MOVE WS-PED-VENC-HASTA
                       TO WS-BLQ-VENC-HASTA(WS-BLQ-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-BLQ-FECHA(WS-BLQ-IDX)
                   MOVE RL-MOTIVO TO WS-BLQ-MOTIVO(WS-BLQ-IDX)
                   MOVE 'N' TO WS-BLQ-LIBERADO-SW(WS-BLQ-IDX)
                   ADD 1 TO WS-CONTADOR-BLQ-NUEVOS
                   MOVE "LOTE BLOQUEADO PARA LA VENTA"
                       TO WS-PED-RESULTADO
               END-IF
           ELSE
               IF WS-BLQ-HALLADO-POS = 0
                   MOVE "NO ESTABA BLOQUEADO" TO WS-PED-RESULTADO
               ELSE
                   MOVE 'Y' TO WS-BLQ-LIBERADO-SW(WS-BLQ-HALLADO-POS)
                   ADD 1 TO WS-CONTADOR-BLQ-LIBERADOS
                   MOVE "BLOQUEO LIBERADO" TO WS-PED-RESULTADO
               END-IF
           END-IF.

       2160-BUSCAR-BLOQUEO.
           MOVE 0 TO WS-BLQ-HALLADO-POS
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF NOT WS-BLQ-LIBERADO(WS-BLQ-IDX)
                  AND WS-BLQ-LOTE(WS-BLQ-IDX) = WS-PED-LOTE
                  AND WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
                                       = WS-PED-PRODUCTO-ID
                  AND WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
                                       = WS-PED-VENC-DESDE
                  AND WS-BLQ-VENC-HASTA(WS-BLQ-IDX)
                                       = WS-PED-VENC-HASTA
                   SET WS-BLQ-HALLADO-POS TO WS-BLQ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Párrafo 2170: Imprime la identificacion del pedido y lo que
      * paso con el (bloqueo, liberacion o motivo de rechazo)
      ******************************************************************
       2170-IMPRIMIR-PEDIDO.
           MOVE WS-PED-NUMERO      TO RPT-P-NUMERO
           MOVE RL-ACCION          TO RPT-P-ACCION
           MOVE RL-LOTE            TO RPT-P-LOTE
           MOVE WS-PED-PRODUCTO-ID TO RPT-P-PRODUCTO
           MOVE WS-RPT-LINEA-PEDIDO-1 TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE WS-PED-DESCRIPCION TO RPT-P-DESCRIPCION
           MOVE RL-VENC-DESDE      TO RPT-P-VENC-DESDE
           MOVE RL-VENC-HASTA      TO RPT-P-VENC-HASTA
           MOVE WS-RPT-LINEA-PEDIDO-2 TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE RL-MOTIVO          TO RPT-P-MOTIVO
           MOVE WS-PED-RESULTADO   TO RPT-P-RESULTADO
           MOVE WS-RPT-LINEA-PEDIDO-3 TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2200: Traza completa del lote del pedido. Las ventas
      * van primero: de ellas salen las claves producto +
      * vencimiento de un pedido por codigo de lote
      ******************************************************************
       2200-TRAZAR-PEDIDO.
           INITIALIZE WS-TOTALES-PEDIDO
           MOVE 0 TO WS-CLV-COUNT
                     WS-STK-COUNT
                     WS-PRIMERA-RECEPCION

           PERFORM 2300-TRAZAR-VENTAS
           PERFORM 2350-ARMAR-CLAVES

           IF WS-CLV-COUNT = 0
               MOVE "SIN VENTAS DEL LOTE: NO SE PUEDE UBICAR PRODUCTO"
                   TO RPT-N-TEXTO
               MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
               MOVE "Y VENCIMIENTO - INFORMAR EL PRODUCTO EN EL PEDIDO"
                   TO RPT-N-TEXTO
               MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
           ELSE
               PERFORM 2400-TRAZAR-RECEPCIONES
               PERFORM 2500-TRAZAR-TRANSFERENCIAS
               PERFORM 2600-TRAZAR-MERMAS
               PERFORM 2700-TRAZAR-STOCK
           END-IF

           PERFORM 2800-IMPRIMIR-RESUMEN.

      ******************************************************************
      * Párrafo 2300: Ventas y devoluciones del lote en el historial
      * permanente, con la misma regla de coincidencia que aplica
      * EDITVENTAS al bloqueo
      ******************************************************************
       2300-TRAZAR-VENTAS.
           MOVE "VENTAS Y DEVOLUCIONES (HISTORIAL_VENTAS.DAT)"
               TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE WS-RPT-COLUMNAS-VENTA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE 0 TO WS-LINEAS-SECCION

           MOVE 'N' TO EOF-HISTVTA
           MOVE 0   TO HV-FECHA-CORRIDA
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
                       PERFORM 2310-EVALUAR-VENTA
               END-READ
           END-PERFORM

           IF WS-LINEAS-SECCION = 0
               PERFORM 2390-IMPRIMIR-SIN-MOVIMIENTOS
           END-IF.

       2310-EVALUAR-VENTA.
           MOVE 0 TO WS-PRODUCTO-ID-N
           IF HV-CODIGO IS NUMERIC
               MOVE FUNCTION NUMVAL(HV-CODIGO) TO WS-PRODUCTO-ID-N
           END-IF

           IF (WS-PED-LOTE = SPACES OR HV-LOTE = WS-PED-LOTE)
              AND (WS-PED-PRODUCTO-ID = 0
                   OR WS-PRODUCTO-ID-N = WS-PED-PRODUCTO-ID)
              AND (WS-PED-VENC-DESDE = SPACES
                   OR (HV-FEC-VENC >= WS-PED-VENC-DESDE
                       AND HV-FEC-VENC <= WS-PED-VENC-HASTA))
               ADD 1 TO WS-LINEAS-SECCION
               ADD 1 TO WS-CONTADOR-VENTAS

               MOVE HV-FECHA-CORRIDA TO RPT-V-FECHA
               MOVE HV-SUCURSAL      TO RPT-V-SUCURSAL
               MOVE HV-CODIGO        TO RPT-V-CODIGO
               MOVE HV-LOTE          TO RPT-V-LOTE
               MOVE HV-FEC-VENC      TO RPT-V-VENC
               MOVE HV-CANTIDAD      TO RPT-V-CANTIDAD
               IF HV-CANTIDAD < 0
                   MOVE "DEVOL." TO RPT-V-TIPO
                   SUBTRACT HV-CANTIDAD FROM WS-TOT-DEVUELTO
               ELSE
                   MOVE "VENTA"  TO RPT-V-TIPO
                   ADD HV-CANTIDAD TO WS-TOT-VENDIDO
               END-IF
               MOVE WS-RPT-LINEA-VENTA TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA

               IF WS-PED-LOTE NOT = SPACES
                  AND WS-PRODUCTO-ID-N NOT = 0
                   PERFORM 2320-REGISTRAR-CLAVE
               END-IF
           END-IF.

      * Par producto + vencimiento del lote visto en una venta. Si no
      * entra en la tabla la traza seguiria incompleta sin aviso:
      * la corrida aborta
       2320-REGISTRAR-CLAVE.
           MOVE 'N' TO WS-TRZ-COINCIDE-SW
           PERFORM VARYING WS-CLV-IDX FROM 1 BY 1
                   UNTIL WS-CLV-IDX > WS-CLV-COUNT
               IF WS-CLV-PRODUCTO-ID(WS-CLV-IDX) = WS-PRODUCTO-ID-N
                  AND WS-CLV-VENC-DESDE(WS-CLV-IDX) = HV-FEC-VENC
                   SET WS-TRZ-COINCIDE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-TRZ-COINCIDE
               IF WS-CLV-COUNT >= WS-CLV-MAXIMO
                   DISPLAY "LOTE " WS-PED-LOTE " CON DEMASIADOS "
                           "PRODUCTOS/VENCIMIENTOS - CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-CLV-COUNT
               SET WS-CLV-IDX TO WS-CLV-COUNT
               MOVE WS-PRODUCTO-ID-N TO WS-CLV-PRODUCTO-ID(WS-CLV-IDX)
               MOVE HV-FEC-VENC      TO WS-CLV-VENC-DESDE(WS-CLV-IDX)
               MOVE HV-FEC-VENC      TO WS-CLV-VENC-HASTA(WS-CLV-IDX)
           END-IF.

      ******************************************************************
      * Párrafo 2350: Claves de la traza fuera del POS. Un pedido
      * por producto usa su propio rango; uno por codigo de lote usa
      * lo visto en las ventas y, sin ventas, el producto informado
      * con su rango (o todos sus vencimientos)
      ******************************************************************
       2350-ARMAR-CLAVES.
           IF WS-PED-LOTE = SPACES
              OR (WS-CLV-COUNT = 0 AND WS-PED-PRODUCTO-ID NOT = 0)
               MOVE 1 TO WS-CLV-COUNT
               MOVE WS-PED-PRODUCTO-ID TO WS-CLV-PRODUCTO-ID(1)
               MOVE WS-PED-VENC-DESDE  TO WS-CLV-VENC-DESDE(1)
               MOVE WS-PED-VENC-HASTA  TO WS-CLV-VENC-HASTA(1)
           END-IF

           IF WS-CLV-COUNT > 0
               MOVE "TRAZA FUERA DEL POS POR PRODUCTO + VENCIMIENTO:"
                   TO RPT-SC-TITULO
               MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
               PERFORM VARYING WS-CLV-IDX FROM 1 BY 1
                       UNTIL WS-CLV-IDX > WS-CLV-COUNT
                   PERFORM 2360-IMPRIMIR-CLAVE
               END-PERFORM
           END-IF.

       2360-IMPRIMIR-CLAVE.
           MOVE SPACES TO RPT-K-DESCRIPCION
           MOVE WS-CLV-PRODUCTO-ID(WS-CLV-IDX) TO PR-PRODUCTO-ID
           READ PRODUCTOS-FILE
               KEY IS PR-PRODUCTO-ID
               INVALID KEY
                   MOVE "SIN ALTA EN EL MAESTRO" TO RPT-K-DESCRIPCION
               NOT INVALID KEY
                   MOVE PR-DESCRIPCION TO RPT-K-DESCRIPCION
           END-READ

           MOVE WS-CLV-PRODUCTO-ID(WS-CLV-IDX) TO RPT-K-PRODUCTO
           MOVE WS-CLV-VENC-DESDE(WS-CLV-IDX)  TO RPT-K-VENC-DESDE
           MOVE WS-CLV-VENC-HASTA(WS-CLV-IDX)  TO RPT-K-VENC-HASTA
           IF WS-CLV-VENC-DESDE(WS-CLV-IDX) = SPACES
               MOVE "TODOS"  TO RPT-K-VENC-DESDE
           END-IF
           MOVE WS-RPT-LINEA-CLAVE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2380: El producto + vencimiento en WS-TRZ-* cae en
      * alguna clave de la traza. 2385 compara solo el producto,
      * para los archivos que no guardan el vencimiento
      ******************************************************************
       2380-COINCIDE-CLAVE.
           MOVE 'N' TO WS-TRZ-COINCIDE-SW
           PERFORM VARYING WS-CLV-IDX FROM 1 BY 1
                   UNTIL WS-CLV-IDX > WS-CLV-COUNT
               IF WS-CLV-PRODUCTO-ID(WS-CLV-IDX) = WS-TRZ-PRODUCTO-ID
                  AND (WS-CLV-VENC-DESDE(WS-CLV-IDX) = SPACES
                   OR (WS-TRZ-VENC >= WS-CLV-VENC-DESDE(WS-CLV-IDX)
                   AND WS-TRZ-VENC <= WS-CLV-VENC-HASTA(WS-CLV-IDX)))
                   SET WS-TRZ-COINCIDE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2385-COINCIDE-PRODUCTO.
           MOVE 'N' TO WS-TRZ-COINCIDE-SW
           PERFORM VARYING WS-CLV-IDX FROM 1 BY 1
                   UNTIL WS-CLV-IDX > WS-CLV-COUNT
               IF WS-CLV-PRODUCTO-ID(WS-CLV-IDX) = WS-TRZ-PRODUCTO-ID
                   SET WS-TRZ-COINCIDE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2390-IMPRIMIR-SIN-MOVIMIENTOS.
           MOVE "SIN MOVIMIENTOS" TO RPT-N-TEXTO
           MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2400: Recepciones que dieron de alta el lote, con la
      * orden, el proveedor y la sucursal que recibio. La primera
      * fecha de recepcion acota la busqueda de transferencias
      ******************************************************************
       2400-TRAZAR-RECEPCIONES.
           MOVE "RECEPCIONES (recepciones_hist.dat)" TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE WS-RPT-COLUMNAS-RECEPCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE 0 TO WS-LINEAS-SECCION

           MOVE 'N' TO EOF-RECEP-HIST
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
                       PERFORM 2410-EVALUAR-RECEPCION
               END-READ
           END-PERFORM

           CLOSE RECEPCION-HIST-FILE

           IF WS-LINEAS-SECCION = 0
               PERFORM 2390-IMPRIMIR-SIN-MOVIMIENTOS
           END-IF.

       2410-EVALUAR-RECEPCION.
           MOVE RH-PRODUCTO-ID TO WS-TRZ-PRODUCTO-ID
           MOVE RH-FEC-VENC    TO WS-TRZ-VENC
           PERFORM 2380-COINCIDE-CLAVE

           IF WS-TRZ-COINCIDE
               ADD 1 TO WS-LINEAS-SECCION
               ADD RH-CANTIDAD TO WS-TOT-RECIBIDO
               IF WS-PRIMERA-RECEPCION = 0
                  OR RH-FECHA-RECEPCION < WS-PRIMERA-RECEPCION
                   MOVE RH-FECHA-RECEPCION TO WS-PRIMERA-RECEPCION
               END-IF

               MOVE RH-FECHA-RECEPCION TO RPT-R-FECHA
               MOVE RH-NUMERO          TO RPT-R-NUMERO
               MOVE RH-LINEA           TO RPT-R-LINEA
               MOVE RH-PROVEEDOR-ID    TO RPT-R-PROVEEDOR
               MOVE RH-SUCURSAL        TO RPT-R-SUCURSAL
               MOVE RH-PRODUCTO-ID     TO RPT-R-PRODUCTO
               MOVE RH-FEC-VENC        TO RPT-R-VENC
               MOVE RH-CANTIDAD        TO RPT-R-CANTIDAD
               MOVE WS-RPT-LINEA-RECEPCION TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      * Párrafo 2500: Transferencias del producto entre sucursales
      * desde la primera recepcion del lote (todas, si el lote no
      * tiene recepcion registrada). TRANSFSUC no guarda el
      * vencimiento del tramo: la traza aca es por producto
      ******************************************************************
       2500-TRAZAR-TRANSFERENCIAS.
           MOVE "TRANSFERENCIAS (transferencias_hist.dat)"
               TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE "POR PRODUCTO: EL HISTORIAL NO GUARDA EL VENCIMIENTO"
               TO RPT-N-TEXTO
           MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE WS-RPT-COLUMNAS-TRANSF TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE 0 TO WS-LINEAS-SECCION

           MOVE 'N' TO EOF-TRANSF-HIST
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
                       PERFORM 2510-EVALUAR-TRANSFERENCIA
               END-READ
           END-PERFORM

           CLOSE TRANSF-HIST-FILE

           IF WS-LINEAS-SECCION = 0
               PERFORM 2390-IMPRIMIR-SIN-MOVIMIENTOS
           END-IF.

       2510-EVALUAR-TRANSFERENCIA.
           MOVE TH-PRODUCTO-ID TO WS-TRZ-PRODUCTO-ID
           PERFORM 2385-COINCIDE-PRODUCTO

           IF WS-TRZ-COINCIDE
              AND TH-FECHA >= WS-PRIMERA-RECEPCION
               ADD 1 TO WS-LINEAS-SECCION
               ADD TH-CANTIDAD TO WS-TOT-TRANSFERIDO

               MOVE TH-FECHA       TO RPT-T-FECHA
               MOVE TH-PRODUCTO-ID TO RPT-T-PRODUCTO
               MOVE TH-SUC-ORIGEN  TO RPT-T-ORIGEN
               MOVE TH-SUC-DESTINO TO RPT-T-DESTINO
               MOVE TH-CANTIDAD    TO RPT-T-CANTIDAD
               MOVE WS-RPT-LINEA-TRANSF TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      * Párrafo 2600: Merma vencida ya tomada sobre el lote, desde
      * la ultima corrida de MERMAVENC. El lote de mermas.dat es el
      * producto (mismo criterio que vencimientos.dat)
      ******************************************************************
       2600-TRAZAR-MERMAS.
           MOVE "MERMAS (mermas.dat)" TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE WS-RPT-COLUMNAS-MERMA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE 0 TO WS-LINEAS-SECCION

           MOVE 'N' TO EOF-MERMAS
           OPEN INPUT MERMAS-IN-FILE
           IF FS-MERMAS NOT = "00" AND FS-MERMAS NOT = "05"
               DISPLAY "mermas.dat NO DISPONIBLE (FS=" FS-MERMAS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-MERMAS
               READ MERMAS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-MERMAS TO TRUE
                   NOT AT END
                       PERFORM 2610-EVALUAR-MERMA
               END-READ
           END-PERFORM

           CLOSE MERMAS-IN-FILE

           IF WS-LINEAS-SECCION = 0
               PERFORM 2390-IMPRIMIR-SIN-MOVIMIENTOS
           END-IF.

       2610-EVALUAR-MERMA.
           IF MM-LOTE-ID IS NUMERIC
               MOVE MM-LOTE-ID  TO WS-TRZ-PRODUCTO-ID
               MOVE MM-FEC-VENC TO WS-TRZ-VENC
               PERFORM 2380-COINCIDE-CLAVE

               IF WS-TRZ-COINCIDE
                   ADD 1 TO WS-LINEAS-SECCION
                   ADD MM-CANTIDAD TO WS-TOT-MERMA

                   MOVE MM-SUCURSAL     TO RPT-M-SUCURSAL
                   MOVE MM-LOTE-ID      TO RPT-M-LOTE
                   MOVE MM-FEC-VENC     TO RPT-M-VENC
                   MOVE MM-DIAS-VENCIDO TO RPT-M-DIAS
                   MOVE MM-CANTIDAD     TO RPT-M-CANTIDAD
                   MOVE MM-VALOR        TO RPT-M-VALOR
                   MOVE WS-RPT-LINEA-MERMA TO WS-RPT-SALIDA
                   PERFORM 2008-ESCRIBIR-LINEA
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2700: Stock que queda del producto por sucursal.
      * stock_lotes.dat no guarda el vencimiento, asi que se suman
      * todos los renglones del producto y se marca la sucursal que
      * tiene registrado en vencimientos.dat el vencimiento del lote
      ******************************************************************
       2700-TRAZAR-STOCK.
           MOVE "STOCK RESTANTE (stock_lotes.dat / vencimientos.dat)"
               TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE "STOCK DEL PRODUCTO: stock_lotes.dat NO GUARDA EL VTO"
               TO RPT-N-TEXTO
           MOVE WS-RPT-LINEA-NOTA TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE WS-RPT-COLUMNAS-STOCK TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE 'N' TO EOF-COSTOS
           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00" AND FS-COSTOS NOT = "05"
               DISPLAY "stock_lotes.dat NO DISPONIBLE (FS="
                       FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS
               READ COSTOS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-COSTOS TO TRUE
                   NOT AT END
                       PERFORM 2710-EVALUAR-STOCK
               END-READ
           END-PERFORM

           CLOSE COSTOS-IN-FILE

           MOVE 'N' TO EOF-VENCIMIENTOS
           OPEN INPUT VENCIMIENTOS-IN-FILE
           IF FS-VENCIMIENTOS NOT = "00" AND FS-VENCIMIENTOS NOT = "05"
               DISPLAY "vencimientos.dat NO DISPONIBLE (FS="
                       FS-VENCIMIENTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-VENCIMIENTOS
               READ VENCIMIENTOS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-VENCIMIENTOS TO TRUE
                   NOT AT END
                       PERFORM 2720-EVALUAR-VENCIMIENTO
               END-READ
           END-PERFORM

           CLOSE VENCIMIENTOS-IN-FILE

           IF WS-STK-COUNT = 0
               PERFORM 2390-IMPRIMIR-SIN-MOVIMIENTOS
           ELSE
               PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                       UNTIL WS-STK-SUB > WS-STK-COUNT
                   PERFORM 2740-IMPRIMIR-STOCK
               END-PERFORM
           END-IF.

       2710-EVALUAR-STOCK.
           IF CR-PRODUCTO-ID IS NUMERIC
               MOVE CR-PRODUCTO-ID TO WS-TRZ-PRODUCTO-ID
               PERFORM 2385-COINCIDE-PRODUCTO

               IF WS-TRZ-COINCIDE
                   MOVE FUNCTION NUMVAL(CR-CANTIDAD) TO WS-CANTIDAD-N
                   MOVE CR-SUCURSAL TO WS-STK-SUC-NUEVA
                   PERFORM 2730-UBICAR-SUCURSAL
                   ADD WS-CANTIDAD-N TO WS-STK-CANTIDAD(WS-STK-SUB)
                   ADD WS-CANTIDAD-N TO WS-TOT-STOCK
               END-IF
           END-IF.

       2720-EVALUAR-VENCIMIENTO.
           IF VR-LOTE-ID IS NUMERIC
               MOVE VR-LOTE-ID  TO WS-TRZ-PRODUCTO-ID
               MOVE VR-FEC-VENC TO WS-TRZ-VENC
               PERFORM 2380-COINCIDE-CLAVE

               IF WS-TRZ-COINCIDE
                   MOVE VR-SUCURSAL TO WS-STK-SUC-NUEVA
                   PERFORM 2730-UBICAR-SUCURSAL
                   MOVE "S" TO WS-STK-VTO-SW(WS-STK-SUB)
               END-IF
           END-IF.

      * Busca la sucursal en la tabla de stock y la agrega al final
      * si no esta
       2730-UBICAR-SUCURSAL.
           MOVE 0 TO WS-STK-SUB
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
               IF WS-STK-SUCURSAL(WS-STK-IDX) = WS-STK-SUC-NUEVA
                   SET WS-STK-SUB TO WS-STK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-STK-SUB = 0
               IF WS-STK-COUNT >= 999
                   DISPLAY "DEMASIADAS SUCURSALES EN LA TRAZA - "
                           "CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-STK-COUNT
               MOVE WS-STK-COUNT     TO WS-STK-SUB
               MOVE WS-STK-SUC-NUEVA TO WS-STK-SUCURSAL(WS-STK-SUB)
               MOVE 0                TO WS-STK-CANTIDAD(WS-STK-SUB)
               MOVE "N"              TO WS-STK-VTO-SW(WS-STK-SUB)
           END-IF.

       2740-IMPRIMIR-STOCK.
           MOVE WS-STK-SUCURSAL(WS-STK-SUB) TO RPT-K-SUCURSAL
           MOVE WS-STK-CANTIDAD(WS-STK-SUB) TO RPT-K-CANTIDAD
           IF WS-STK-VTO-SW(WS-STK-SUB) = "S"
               MOVE "REGISTRADO"    TO RPT-K-VTO
           ELSE
               MOVE "NO REGISTRADO" TO RPT-K-VTO
           END-IF
           MOVE WS-RPT-LINEA-STOCK TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2800: Resumen de cantidades del pedido
      ******************************************************************
       2800-IMPRIMIR-RESUMEN.
           MOVE "RESUMEN DEL LOTE" TO RPT-SC-TITULO
           MOVE WS-RPT-LINEA-SECCION TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "UNIDADES RECIBIDAS:" TO RPT-RS-LEYENDA
           MOVE WS-TOT-RECIBIDO TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "UNIDADES VENDIDAS:" TO RPT-RS-LEYENDA
           MOVE WS-TOT-VENDIDO TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "UNIDADES DEVUELTAS:" TO RPT-RS-LEYENDA
           MOVE WS-TOT-DEVUELTO TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "UNIDADES TRANSFERIDAS (PRODUCTO):" TO RPT-RS-LEYENDA
           MOVE WS-TOT-TRANSFERIDO TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "UNIDADES EN MERMA:" TO RPT-RS-LEYENDA
           MOVE WS-TOT-MERMA TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "STOCK RESTANTE (PRODUCTO):" TO RPT-RS-LEYENDA
           MOVE WS-TOT-STOCK TO RPT-RS-CANTIDAD
           MOVE WS-RPT-LINEA-RESUMEN TO WS-RPT-SALIDA
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
      * Párrafo 3900: Totales de la corrida al pie del reporte
      ******************************************************************
       3900-IMPRIMIR-TOTALES.
           MOVE WS-CONTADOR-PEDIDOS      TO RPT-TT-PEDIDOS
           MOVE WS-CONTADOR-TRAZADOS     TO RPT-TT-TRAZADOS
           MOVE WS-CONTADOR-LIBERACIONES TO RPT-TT-LIBERACIONES
           MOVE WS-CONTADOR-INVALIDOS    TO RPT-TT-INVALIDOS
           MOVE WS-RPT-LINEA-TOTALES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE WS-CONTADOR-BLQ-GRABADOS  TO RPT-TB-VIGENTES
           MOVE WS-CONTADOR-BLQ-NUEVOS    TO RPT-TB-NUEVOS
           MOVE WS-CONTADOR-BLQ-LIBERADOS TO RPT-TB-LIBERADOS
           MOVE WS-RPT-LINEA-BLOQUEOS TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           CLOSE REPORTE-OUT-FILE.

      ******************************************************************
      * Párrafo 4000: Regraba lotes_bloqueados.dat con los bloqueos
      * vigentes: los que ya estaban, menos los liberados, mas los
      * dados de alta en la corrida
      ******************************************************************
       4000-GRABAR-BLOQUEOS.
           OPEN OUTPUT BLOQUEOS-FILE
           IF FS-BLOQUEOS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO lotes_bloqueados.dat: "
                       FS-BLOQUEOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF NOT WS-BLQ-LIBERADO(WS-BLQ-IDX)
                   MOVE WS-BLQ-LOTE(WS-BLQ-IDX)   TO LB-LOTE
                   MOVE WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
                       TO LB-PRODUCTO-ID
                   MOVE WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
                       TO LB-VENC-DESDE
                   MOVE WS-BLQ-VENC-HASTA(WS-BLQ-IDX)
                       TO LB-VENC-HASTA
                   MOVE WS-BLQ-FECHA(WS-BLQ-IDX)  TO LB-FECHA-BLOQUEO
                   MOVE WS-BLQ-MOTIVO(WS-BLQ-IDX) TO LB-MOTIVO
                   WRITE LOTE-BLOQUEADO-REG
                   IF FS-BLOQUEOS NOT = "00"
                       DISPLAY "ERROR ESCRIBIENDO lotes_bloqueados"
                               ".dat: " FS-BLOQUEOS
                       PERFORM 9900-ERROR-FATAL
                   END-IF
                   ADD 1 TO WS-CONTADOR-BLQ-GRABADOS
               END-IF
           END-PERFORM

           CLOSE BLOQUEOS-FILE.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat los registros de
      * auditoria de la corrida: los pedidos y el archivo de
      * bloqueos
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "recall_lotes.dat"      TO AT-ARCHIVO
           MOVE WS-CONTADOR-PEDIDOS     TO AT-REGISTROS-LEIDOS
           COMPUTE AT-REGISTROS-GRABADOS =
                   WS-CONTADOR-TRAZADOS + WS-CONTADOR-LIBERACIONES
           MOVE WS-CONTADOR-INVALIDOS   TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "lotes_bloqueados.dat"  TO AT-ARCHIVO
           MOVE WS-CONTADOR-BLQ-LEIDOS  TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-BLQ-GRABADOS TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-BLQ-LIBERADOS TO AT-REGISTROS-RECHAZADOS
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

           CLOSE RECALL-IN-FILE
                 PRODUCTOS-FILE
                 HISTORIAL-VENTAS
                 RECEPCION-HIST-FILE
                 TRANSF-HIST-FILE
                 MERMAS-IN-FILE
                 COSTOS-IN-FILE
                 VENCIMIENTOS-IN-FILE
                 BLOQUEOS-FILE
                 REPORTE-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
