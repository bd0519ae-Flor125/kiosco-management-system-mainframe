       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOJACONT.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Hojas de conteo fisico (pedido 032). Primer paso
      * del recuento de inventario: el stock en libros por sucursal
      * + producto sale de stock_lotes.dat (DEPLSTOCK), pero no
      * habia forma de contrastarlo con la gondola hasta el recuento
      * anual.
      *
      * Toma de stock_lotes.dat los productos que tiene cada
      * sucursal (aun con stock en cero) y arma las hojas de conteo
      * con una hoja por sucursal + categoria del maestro, con la
      * descripcion de cada producto y el renglon en blanco para la
      * cantidad contada. La hoja NO trae la cantidad en libros:
      * el conteo es a ciegas para que nadie copie el numero.
      *
      * Ademas graba la planilla de carga (layout CONTEO) con un
      * registro por producto de la hoja, en el mismo orden y con la
      * cantidad en blanco: el deposito la completa y la presenta a
      * AJUSINV como conteo_fisico.dat.
      *
      * ENTRADA:
      * - stock_lotes.dat: Stock por lote ya descontado
      * - productos.dat:   Maestro de productos (indexado)
      *
      * SALIDA:
      * - hojas_conteo.dat:    Hojas de conteo impresas
      * - conteo_planilla.dat: Planilla de carga del conteo
      * - run_control.dat:     Rastro de auditoria de la corrida
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Archivo de stock por lote ya descontado por DEPLSTOCK
           SELECT COSTOS-IN-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Maestro de productos (descripcion y categoria)
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Hojas de conteo impresas
           SELECT HOJAS-OUT-FILE ASSIGN TO "hojas_conteo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS.

      * Planilla de carga del conteo, en el layout que lee AJUSINV
           SELECT PLANILLA-OUT-FILE ASSIGN TO "conteo_planilla.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANILLA.

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
      * Def. del maestro de productos, layout compartido via copybook
      *-----------------------------------------------------------------
       FD  PRODUCTOS-FILE.
           COPY PRODMAST.

      *-----------------------------------------------------------------
      * Def. de las hojas de conteo impresas
      *-----------------------------------------------------------------
       FD  HOJAS-OUT-FILE.
       01  HOJAS-LINEA             PIC X(80).

      *-----------------------------------------------------------------
      * Def. de la planilla de carga, layout compartido via copybook
      * con AJUSINV
      *-----------------------------------------------------------------
       FD  PLANILLA-OUT-FILE.
           COPY CONTEO.

      *-----------------------------------------------------------------
      * Def. del archivo de auditoria de corridas
      *-----------------------------------------------------------------
       FD  AUDIT-TRAIL-FILE.
           COPY RUNCTRL.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-COSTOS-LINEA-ACTUAL  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-PRODUCTOS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-HOJAS       PIC 9(4) VALUE 0.
           05 WS-CONTADOR-SIN-MAESTRO PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "HOJACONT".

       01  WS-FILE-STATUS-VALUES.
           05 FS-COSTOS               PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-HOJAS                PIC X(2).
           05 FS-PLANILLA             PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.

      *-----------------------------------------------------------------
      * Corte por sucursal + producto sobre stock_lotes.dat: un
      * producto con varios lotes va una sola vez a la hoja
      *-----------------------------------------------------------------
       01  WS-CONTROL-BREAK.
           05 WS-PREV-CLAVE.
               10 WS-PREV-SUCURSAL    PIC X(3) VALUE SPACES.
               10 WS-PREV-PRODUCTO-ID PIC X(9) VALUE SPACES.

      *-----------------------------------------------------------------
      * Datos del maestro para el producto en curso. Un producto sin
      * alta se agrupa bajo la categoria "SIN CATEGORIA", como en
      * VALINV
      *-----------------------------------------------------------------
       01  WS-PRODUCTO-MAESTRO.
           05 WS-PM-DESCRIPCION       PIC X(30).
           05 WS-PM-CATEGORIA         PIC X(15).

      *-----------------------------------------------------------------
      * Productos a contar, ordenados por sucursal + categoria +
      * producto: stock_lotes.dat viene por sucursal + producto, asi
      * que cada producto se inserta en su posicion ordenada para el
      * corte de hoja
      *-----------------------------------------------------------------
       01  WS-HOJ-TABLE.
           05 WS-HOJ-COUNT            PIC 9(4) VALUE 0.
           05 WS-HOJ-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-HOJ-COUNT
                                 INDEXED BY WS-HOJ-IDX.
               10 WS-HOJ-CLAVE.
                   15 WS-HOJ-SUCURSAL     PIC X(3).
                   15 WS-HOJ-CATEGORIA    PIC X(15).
                   15 WS-HOJ-PRODUCTO-ID  PIC X(9).
               10 WS-HOJ-DESCRIPCION  PIC X(30).

       01  WS-HOJ-CONTROL.
           05 WS-HOJ-INSERT-POS       PIC 9(4).
           05 WS-HOJ-SHIFT-IDX        PIC 9(4).
           05 WS-HOJ-PRINT-IDX        PIC 9(4).
           05 WS-HOJ-CLAVE-NUEVA.
               10 WS-HOJ-SUC-NUEVA    PIC X(3).
               10 WS-HOJ-CAT-NUEVA    PIC X(15).
               10 WS-HOJ-PROD-NUEVO   PIC X(9).

      *-----------------------------------------------------------------
      * Corte de hoja por sucursal + categoria al imprimir
      *-----------------------------------------------------------------
       01  WS-IMPRESION-CONTROL.
           05 WS-HOJA-ACTUAL.
               10 WS-HOJA-SUCURSAL    PIC X(3)  VALUE SPACES.
               10 WS-HOJA-CATEGORIA   PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
      * Variables de control del listado impreso (paginado)
      *-----------------------------------------------------------------
       01  WS-REPORTE-CONTROL.
           05 WS-RPT-PAGINA           PIC 9(4) VALUE 0.
           05 WS-RPT-LINEAS-PAGINA    PIC 9(3) VALUE 0.
           05 WS-RPT-MAX-LINEAS       PIC 9(3) VALUE 20.
           05 WS-RPT-FECHA-HOY        PIC X(8).

      *-----------------------------------------------------------------
      * Líneas de detalle / encabezado de la hoja
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-TITULO.
           05 FILLER                  PIC X(22) VALUE SPACES.
           05 FILLER                  PIC X(35)
              VALUE "HOJA DE CONTEO FISICO DE INVENTARIO".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-HOJA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SUCURSAL: ".
           05 RPT-H-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "CATEGORIA: ".
           05 RPT-H-CATEGORIA         PIC X(15).

       01  WS-RPT-LINEA-COLUMNAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PRODUCTO ".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPCION".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(16)
              VALUE "CANTIDAD CONTADA".

       01  WS-RPT-LINEA-DETALLE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-PRODUCTO          PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-DESCRIPCION       PIC X(30).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(16)
              VALUE "________________".

       01  WS-RPT-LINEA-FIRMAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "CONTADO POR: ".
           05 FILLER                  PIC X(20)
              VALUE "____________________".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "CONTROLO:  ".
           05 FILLER                  PIC X(20)
              VALUE "____________________".

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (HOJACONT) ---'.
           PERFORM 1000-CARGAR-PRODUCTOS.
           PERFORM 3000-IMPRIMIR-HOJAS.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'PRODUCTOS A CONTAR: '   WS-CONTADOR-PRODUCTOS.
           DISPLAY 'HOJAS DE CONTEO: '      WS-CONTADOR-HOJAS.
           DISPLAY 'PRODUCTOS SIN MAESTRO: '
                   WS-CONTADOR-SIN-MAESTRO.
           GOBACK.

      ******************************************************************
      * Párrafo 1000: Recorre stock_lotes.dat y agrega cada sucursal
      * + producto una sola vez a la tabla de hojas
      ******************************************************************
       1000-CARGAR-PRODUCTOS.
           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "stock_lotes.dat NO DISPONIBLE (FS="
                       FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS
               READ COSTOS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-COSTOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COSTOS-LINEA-ACTUAL
                       IF CR-SUCURSAL NOT = WS-PREV-SUCURSAL
                          OR CR-PRODUCTO-ID NOT = WS-PREV-PRODUCTO-ID
                           MOVE CR-SUCURSAL    TO WS-PREV-SUCURSAL
                           MOVE CR-PRODUCTO-ID TO WS-PREV-PRODUCTO-ID
                           PERFORM 1100-REGISTRAR-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COSTOS-IN-FILE
                 PRODUCTOS-FILE.

      ******************************************************************
      * Párrafo 1100: Busca descripcion y categoria en el maestro e
      * inserta el producto en su posicion ordenada por sucursal +
      * categoria + producto
      ******************************************************************
       1100-REGISTRAR-PRODUCTO.
           MOVE "SIN DESCRIPCION" TO WS-PM-DESCRIPCION
           MOVE "SIN CATEGORIA"   TO WS-PM-CATEGORIA

           IF CR-PRODUCTO-ID IS NUMERIC
               MOVE FUNCTION NUMVAL(CR-PRODUCTO-ID) TO PR-PRODUCTO-ID
               READ PRODUCTOS-FILE
                   KEY IS PR-PRODUCTO-ID
                   INVALID KEY
                       ADD 1 TO WS-CONTADOR-SIN-MAESTRO
                   NOT INVALID KEY
                       MOVE PR-DESCRIPCION TO WS-PM-DESCRIPCION
                       MOVE PR-CATEGORIA   TO WS-PM-CATEGORIA
               END-READ
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-MAESTRO
           END-IF

           IF WS-HOJ-COUNT >= 9999
               DISPLAY "stock_lotes.dat EXCEDE LA TABLA EN MEMORIA - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE CR-SUCURSAL     TO WS-HOJ-SUC-NUEVA
           MOVE WS-PM-CATEGORIA TO WS-HOJ-CAT-NUEVA
           MOVE CR-PRODUCTO-ID  TO WS-HOJ-PROD-NUEVO

           MOVE WS-HOJ-COUNT TO WS-HOJ-INSERT-POS
           ADD 1 TO WS-HOJ-INSERT-POS
           PERFORM VARYING WS-HOJ-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-HOJ-SHIFT-IDX > WS-HOJ-COUNT
               IF WS-HOJ-CLAVE(WS-HOJ-SHIFT-IDX)
                                   > WS-HOJ-CLAVE-NUEVA
                   MOVE WS-HOJ-SHIFT-IDX TO WS-HOJ-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-HOJ-SHIFT-IDX
                   FROM WS-HOJ-COUNT BY -1
                   UNTIL WS-HOJ-SHIFT-IDX < WS-HOJ-INSERT-POS
               MOVE WS-HOJ-ENTRY(WS-HOJ-SHIFT-IDX)
                   TO WS-HOJ-ENTRY(WS-HOJ-SHIFT-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-HOJ-COUNT
           MOVE WS-HOJ-CLAVE-NUEVA
               TO WS-HOJ-CLAVE(WS-HOJ-INSERT-POS)
           MOVE WS-PM-DESCRIPCION
               TO WS-HOJ-DESCRIPCION(WS-HOJ-INSERT-POS).

      ******************************************************************
      * Párrafo 3000: Imprime una hoja por sucursal + categoria (con
      * continuacion si no entra en una pagina) y graba la planilla
      * de carga en el mismo orden
      ******************************************************************
       3000-IMPRIMIR-HOJAS.
           DISPLAY '--- INICIO HOJAS DE CONTEO FISICO ---'.

           OPEN OUTPUT HOJAS-OUT-FILE
                       PLANILLA-OUT-FILE
           IF FS-HOJAS NOT = "00" OR FS-PLANILLA NOT = "00"
               DISPLAY "ERROR ABRIENDO LAS SALIDAS DEL CONTEO (FS="
                       FS-HOJAS "/" FS-PLANILLA ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM VARYING WS-HOJ-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-HOJ-PRINT-IDX > WS-HOJ-COUNT
               PERFORM 3100-IMPRIMIR-PRODUCTO
           END-PERFORM

      * Pie de firmas de la ultima hoja
           IF WS-HOJ-COUNT > 0
               PERFORM 3200-IMPRIMIR-FIRMAS
           END-IF

           CLOSE HOJAS-OUT-FILE
                 PLANILLA-OUT-FILE.

       3100-IMPRIMIR-PRODUCTO.
           SET WS-HOJ-IDX TO WS-HOJ-PRINT-IDX

           IF WS-HOJ-SUCURSAL(WS-HOJ-IDX) NOT = WS-HOJA-SUCURSAL
              OR WS-HOJ-CATEGORIA(WS-HOJ-IDX) NOT = WS-HOJA-CATEGORIA
               IF WS-HOJA-SUCURSAL NOT = SPACES
                   PERFORM 3200-IMPRIMIR-FIRMAS
               END-IF
               MOVE WS-HOJ-SUCURSAL(WS-HOJ-IDX)  TO WS-HOJA-SUCURSAL
               MOVE WS-HOJ-CATEGORIA(WS-HOJ-IDX) TO WS-HOJA-CATEGORIA
               ADD 1 TO WS-CONTADOR-HOJAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
           ELSE
               IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
                   PERFORM 2007-IMPRIMIR-ENCABEZADO
               END-IF
           END-IF

           MOVE WS-HOJ-PRODUCTO-ID(WS-HOJ-IDX)  TO RPT-D-PRODUCTO
           MOVE WS-HOJ-DESCRIPCION(WS-HOJ-IDX)  TO RPT-D-DESCRIPCION
           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-DETALLE
           MOVE SPACES TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           ADD 2 TO WS-RPT-LINEAS-PAGINA

           MOVE WS-HOJ-SUCURSAL(WS-HOJ-IDX)    TO CE-SUCURSAL
           MOVE WS-HOJ-PRODUCTO-ID(WS-HOJ-IDX) TO CE-PRODUCTO-ID
           MOVE SPACES                         TO CE-CANTIDAD
                                                  CE-AUTORIZADO
           WRITE CONTEO-REG
           IF FS-PLANILLA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO conteo_planilla.dat: "
                       FS-PLANILLA
               PERFORM 9900-ERROR-FATAL
           END-IF
           ADD 1 TO WS-CONTADOR-PRODUCTOS.

       3200-IMPRIMIR-FIRMAS.
           MOVE SPACES TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-FIRMAS.

      ******************************************************************
      * Párrafo 2007: Imprime el encabezado de la hoja, con la
      * sucursal y la categoria en curso y las columnas
      ******************************************************************
       2007-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-RPT-PAGINA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-FECHA-HOY

           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-TITULO
           MOVE WS-RPT-FECHA-HOY TO RPT-S-FECHA
           MOVE WS-RPT-PAGINA    TO RPT-S-PAGINA
           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE SPACES TO HOJAS-LINEA
           WRITE HOJAS-LINEA
           MOVE WS-HOJA-SUCURSAL  TO RPT-H-SUCURSAL
           MOVE WS-HOJA-CATEGORIA TO RPT-H-CATEGORIA
           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-HOJA
           WRITE HOJAS-LINEA FROM WS-RPT-LINEA-COLUMNAS
           MOVE SPACES TO HOJAS-LINEA
           WRITE HOJAS-LINEA

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

           MOVE "conteo_planilla.dat"   TO AT-ARCHIVO
           MOVE WS-COSTOS-LINEA-ACTUAL  TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-PRODUCTOS   TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-SIN-MAESTRO TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           CLOSE AUDIT-TRAIL-FILE.

       8010-ESCRIBIR-REGISTRO-AUDITORIA.
           MOVE WS-AUDIT-JOB-NAME           TO AT-JOB-NAME
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AT-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AT-HORA
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
                 PRODUCTOS-FILE
                 HOJAS-OUT-FILE
                 PLANILLA-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
