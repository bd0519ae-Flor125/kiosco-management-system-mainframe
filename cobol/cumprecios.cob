       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUMPRECIOS.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Cumplimiento de precios del POS (pedido 036).
      * LISPRECIOS publica el precio sugerido por sucursal +
      * producto y REBAJAS el precio rebajado por lote, pero nunca
      * se controlaba lo que la caja cobro de verdad.
      *
      * Este reporte nocturno recorre COSTOS_OUT.DAT de la corrida y
      * compara C-PRECIO-UNIT de cada venta (y devolucion) contra el
      * precio vigente de la sucursal y el producto:
      *
      *   - si el lote tiene rebaja aprobada en rebajas_pos.dat
      *     (misma sucursal, producto y vencimiento), contra
      *     RB-PRECIO-REBAJADO (origen R)
      *   - si no, contra LP-PRECIO de lista_precios.dat (origen L)
      *   - sin ninguno de los dos la venta sale como SIN PRECIO
      *
      * Una diferencia dentro de la tolerancia del registro "P" de
      * parametros.dat (PA-MARGEN-MIN, en % del precio vigente; sin
      * registro rige 0,00 %) se da por cumplida. Fuera de ella la
      * venta sale como SOBRECOBRO o SUBCOBRO con su impacto en
      * pesos: (cobrado - vigente) x cantidad, asi que una
      * devolucion resta. El reporte va por sucursal con subtotales
      * y un total general.
      *
      * Corre despues de CALC-COSTOS y ANTES de que LISPRECIOS y
      * REBAJAS regeneren sus listas: tienen que ser las que estaban
      * cargadas en el POS mientras se vendia.
      *
      * ENTRADA:
      * - COSTOS_OUT.DAT:    Costos de venta de la corrida (indexado)
      * - lista_precios.dat: Lista de precios sugeridos de LISPRECIOS
      * - rebajas_pos.dat:   Rebajas por lote de REBAJAS
      * - parametros.dat:    Tolerancia de precio (registro "P")
      *
      * SALIDA:
      * - reporte_cumplimiento.dat: Reporte impreso por sucursal
      * - run_control.dat:          Rastro de auditoria de la corrida
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Archivo de costos de venta generado por CALC-COSTOS. Se
      * asume que la corrida resuelve este nombre al mismo
      * directorio de datos que usa CALC-COSTOS
           SELECT COSTOS-OUT-FILE ASSIGN TO "../data/COSTOS_OUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-SEQ-NUM
               ALTERNATE RECORD KEY IS C-LOTE WITH DUPLICATES
               FILE STATUS IS FS-COSTOS-OUT.

      * Lista de precios sugeridos que carga el POS (LISPRECIOS)
           SELECT PRECIOS-FILE ASSIGN TO "lista_precios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.

      * Rebajas por lote que carga el POS (REBAJAS). OPTIONAL: sin
      * rebajas vigentes el archivo puede no existir
           SELECT OPTIONAL REBAJAS-IN-FILE ASSIGN TO "rebajas_pos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REBAJAS.

      * Parametros de corrida: de aca sale la tolerancia de precio
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * Archivo de salida para el reporte impreso
           SELECT REPORTE-OUT-FILE
               ASSIGN TO "reporte_cumplimiento.dat"
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
      * Def. del archivo de costos de venta, layout compartido via
      * copybook con CALC-COSTOS
      *-----------------------------------------------------------------
       FD  COSTOS-OUT-FILE.
           COPY COSTOREG.

      *-----------------------------------------------------------------
      * Def. de la lista de precios sugeridos, el mismo layout que
      * graba LISPRECIOS: precio en pesos enteros
      *-----------------------------------------------------------------
       FD  PRECIOS-FILE.
       01  PRECIOS-RECORD.
           05 LP-SUCURSAL          PIC X(3).
           05 LP-PRODUCTO-ID       PIC 9(9).
           05 LP-PRECIO            PIC 9(9).

      *-----------------------------------------------------------------
      * Def. de la lista de rebajas, el mismo layout que graba
      * REBAJAS. El lote es el producto (como en alertas.dat): lo
      * que distingue al lote es el vencimiento
      *-----------------------------------------------------------------
       FD  REBAJAS-IN-FILE.
       01  REBAJAS-IN-RECORD.
           05 RB-SUCURSAL          PIC X(3).
           05 RB-PRODUCTO-ID       PIC 9(9).
           05 RB-LOTE-ID           PIC X(9).
           05 RB-FEC-VENC          PIC X(8).
           05 RB-NIVEL-ALERTA      PIC X(10).
           05 RB-PRECIO-LISTA      PIC 9(9).
           05 RB-PRECIO-REBAJADO   PIC 9(9).

      *-----------------------------------------------------------------
      * Def. del archivo de parametros de corrida, layout compartido
      * via copybook
      *-----------------------------------------------------------------
       FD  PARAMETROS-FILE.
           COPY PARAMREC.

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
      * Tolerancia de precio: % del precio vigente (registro "P")
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-CORRIDA.
           05 WS-TOLERANCIA-PCT       PIC 9(3)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Lista de precios en memoria. LISPRECIOS la graba en orden de
      * clave del historico (sucursal + producto), asi que la carga
      * secuencial conserva el orden ascendente que exige SEARCH
      * ALL; igual se controla y una lista desordenada aborta
      *-----------------------------------------------------------------
       01  WS-LISTA-TABLE.
           05 WS-LST-COUNT            PIC 9(4) VALUE 0.
           05 WS-LST-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-LST-COUNT
                                 ASCENDING KEY IS WS-LST-CLAVE
                                 INDEXED BY WS-LST-IDX.
               10 WS-LST-CLAVE.
                   15 WS-LST-SUCURSAL     PIC X(3).
                   15 WS-LST-PRODUCTO-ID  PIC 9(9).
               10 WS-LST-PRECIO       PIC 9(9).

       01  WS-LISTA-CONTROL.
           05 WS-LST-CLAVE-BUSCADA.
               10 WS-LST-SUC-BUSCADA  PIC X(3).
               10 WS-LST-PROD-BUSCADO PIC 9(9).

      *-----------------------------------------------------------------
      * Rebajas en memoria. REBAJAS las graba en el orden de
      * alertas.dat: se insertan ordenadas por sucursal + producto +
      * vencimiento para SEARCH ALL. Una clave repetida conserva la
      * primera
      *-----------------------------------------------------------------
       01  WS-REBAJAS-TABLE.
           05 WS-RBJ-COUNT            PIC 9(4) VALUE 0.
           05 WS-RBJ-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-RBJ-COUNT
                                 ASCENDING KEY IS WS-RBJ-CLAVE
                                 INDEXED BY WS-RBJ-IDX.
               10 WS-RBJ-CLAVE.
                   15 WS-RBJ-SUCURSAL     PIC X(3).
                   15 WS-RBJ-PRODUCTO-ID  PIC 9(9).
                   15 WS-RBJ-FEC-VENC     PIC X(8).
               10 WS-RBJ-PRECIO       PIC 9(9).

       01  WS-REBAJAS-CONTROL.
           05 WS-RBJ-INSERT-POS       PIC 9(4).
           05 WS-RBJ-SHIFT-IDX        PIC 9(4).
           05 WS-RBJ-DUPLICADA-SW     PIC X VALUE 'N'.
               88 WS-RBJ-DUPLICADA    VALUE 'Y'.
           05 WS-RBJ-CLAVE-BUSCADA.
               10 WS-RBJ-SUC-BUSCADA  PIC X(3).
               10 WS-RBJ-PROD-BUSCADO PIC 9(9).
               10 WS-RBJ-VENC-BUSCADO PIC X(8).

      *-----------------------------------------------------------------
      * Venta en curso: precio vigente, diferencia e impacto
      *-----------------------------------------------------------------
       01  WS-CALCULOS.
           05 WS-PRODUCTO-ID-N        PIC 9(9).
           05 WS-PRECIO-VIGENTE       PIC 9(9)V99.
           05 WS-ORIGEN-PRECIO        PIC X(1).
               88 WS-SIN-PRECIO       VALUE SPACE.
           05 WS-DIFERENCIA           PIC S9(9)V99.
           05 WS-DIFERENCIA-ABS       PIC 9(9)V99.
           05 WS-TOLERANCIA-IMP       PIC 9(9)V99.
           05 WS-IMPACTO              PIC S9(13)V99.
           05 WS-TIPO-DESVIO          PIC X(10).

      *-----------------------------------------------------------------
      * Totales por sucursal, ordenados por sucursal para el corte
      * del reporte
      *-----------------------------------------------------------------
       01  WS-SUCURSALES-TABLE.
           05 WS-SUC-COUNT            PIC 9(4) VALUE 0.
           05 WS-SUC-ENTRY OCCURS 0 TO 999 TIMES
                                 DEPENDING ON WS-SUC-COUNT
                                 INDEXED BY WS-SUC-IDX.
               10 WS-SUC-SUCURSAL     PIC X(3).
               10 WS-SUC-CONTROLADAS  PIC 9(9).
               10 WS-SUC-CUMPLIDAS    PIC 9(9).
               10 WS-SUC-SOBRE-CANT   PIC 9(9).
               10 WS-SUC-SOBRE-IMP    PIC S9(13)V99.
               10 WS-SUC-SUB-CANT     PIC 9(9).
               10 WS-SUC-SUB-IMP      PIC S9(13)V99.
               10 WS-SUC-SIN-PRECIO   PIC 9(9).

       01  WS-SUCURSALES-CONTROL.
           05 WS-SUC-SUB              PIC 9(4).
           05 WS-SUC-SHIFT-IDX        PIC 9(4).
           05 WS-SUC-NUEVA            PIC X(3).

      *-----------------------------------------------------------------
      * Ventas fuera de precio o sin precio, en el orden de
      * COSTOS_OUT.DAT; el reporte las toma por sucursal
      *-----------------------------------------------------------------
       01  WS-DESVIOS-TABLE.
           05 WS-DSV-COUNT            PIC 9(4) VALUE 0.
           05 WS-DSV-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-DSV-COUNT
                                 INDEXED BY WS-DSV-IDX.
               10 WS-DSV-SUCURSAL     PIC X(3).
               10 WS-DSV-CODIGO       PIC X(10).
               10 WS-DSV-LOTE         PIC X(8).
               10 WS-DSV-CANTIDAD     PIC S9(9).
               10 WS-DSV-COBRADO      PIC 9(7)V99.
               10 WS-DSV-VIGENTE      PIC 9(9)V99.
               10 WS-DSV-ORIGEN       PIC X(1).
               10 WS-DSV-IMPACTO      PIC S9(13)V99.
               10 WS-DSV-TIPO         PIC X(10).

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-LEIDAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-CUMPLIDAS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SOBRE       PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SUB         PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-PRECIO  PIC 9(9) VALUE 0.
           05 WS-TOTAL-SOBRE-IMP      PIC S9(13)V99 VALUE 0.
           05 WS-TOTAL-SUB-IMP        PIC S9(13)V99 VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "CUMPRECIOS".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-COSTOS-OUT           PIC X(2).
           05 FS-PRECIOS              PIC X(2).
           05 FS-REBAJAS              PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS-OUT          PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS-OUT     VALUE 'Y'.
           05 EOF-PRECIOS             PIC X VALUE 'N'.
              88 NO-HAY-MAS-PRECIOS        VALUE 'Y'.
           05 EOF-REBAJAS             PIC X VALUE 'N'.
              88 NO-HAY-MAS-REBAJAS        VALUE 'Y'.
           05 EOF-PARAMETROS          PIC X VALUE 'N'.
              88 NO-HAY-MAS-PARAMETROS     VALUE 'Y'.

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
           05 FILLER                  PIC X(16) VALUE SPACES.
           05 FILLER                  PIC X(48)
              VALUE "CUMPLIMIENTO DE PRECIOS DEL POS POR SUCURSAL".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "TOLERANCIA: ".
           05 RPT-S-TOLERANCIA        PIC ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE " %".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-SUCURSAL.
           05 FILLER                  PIC X(10) VALUE "SUCURSAL: ".
           05 RPT-SU-SUCURSAL         PIC X(3).

       01  WS-RPT-COLUMNAS.
           05 FILLER                  PIC X(40)
              VALUE " CODIGO     LOTE      CANT.      COBRADO".
           05 FILLER                  PIC X(40)
              VALUE "      VIGENTE O       IMPACTO TIPO".

       01  WS-RPT-LINEA-DETALLE.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CODIGO            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-LOTE              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CANTIDAD          PIC -(5)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-COBRADO           PIC Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-VIGENTE           PIC Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-ORIGEN            PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-IMPACTO           PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-TIPO              PIC X(10).

       01  WS-RPT-LINEA-CONTADOR.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-C-LEYENDA           PIC X(36).
           05 RPT-C-CANTIDAD          PIC ZZZZZZZZ9.

       01  WS-RPT-LINEA-IMPORTE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-I-LEYENDA           PIC X(36).
           05 RPT-I-IMPORTE           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (CUMPRECIOS) ---'.
           PERFORM 1500-CARGAR-TOLERANCIA.
           PERFORM 1000-CARGAR-LISTA.
           PERFORM 1100-CARGAR-REBAJAS.
           PERFORM 2000-CONTROLAR-VENTAS.
           PERFORM 3000-IMPRIMIR-REPORTE.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'VENTAS CONTROLADAS: '  WS-CONTADOR-LEIDAS.
           DISPLAY 'EN PRECIO: '           WS-CONTADOR-CUMPLIDAS.
           DISPLAY 'SOBRECOBROS: '         WS-CONTADOR-SOBRE.
           DISPLAY 'SUBCOBROS: '           WS-CONTADOR-SUB.
           DISPLAY 'SIN PRECIO: '          WS-CONTADOR-SIN-PRECIO.
           GOBACK.

      ******************************************************************
      * Párrafo 1500: Carga la tolerancia del registro "P" de
      * parametros.dat. Sin archivo o sin registro "P" rige el
      * defecto de WORKING-STORAGE; un "P" no numerico se ignora con
      * aviso, igual que la banda de AJUSINV
      ******************************************************************
       1500-CARGAR-TOLERANCIA.
           OPEN INPUT PARAMETROS-FILE
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "parametros.dat NO DISPONIBLE (FS="
                       FS-PARAMETROS ") - TOLERANCIA POR DEFECTO"
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
           IF PA-ES-TOLERANCIA-PRECIO
               IF PA-MARGEN-MIN IS NUMERIC
                   MOVE PA-MARGEN-MIN TO WS-TOLERANCIA-PCT
               ELSE
                   DISPLAY "parametros.dat CON REGISTRO P NO "
                           "NUMERICO - TOLERANCIA POR DEFECTO"
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 1000: Carga la lista de precios vigente. Sin lista
      * no hay contra que comparar: la corrida aborta
      ******************************************************************
       1000-CARGAR-LISTA.
           OPEN INPUT PRECIOS-FILE
           IF FS-PRECIOS NOT = "00"
               DISPLAY "lista_precios.dat NO DISPONIBLE (FS="
                       FS-PRECIOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-PRECIOS
               READ PRECIOS-FILE
                   AT END
                       SET NO-HAY-MAS-PRECIOS TO TRUE
                   NOT AT END
                       PERFORM 1010-REGISTRAR-PRECIO
               END-READ
           END-PERFORM

           CLOSE PRECIOS-FILE.

       1010-REGISTRAR-PRECIO.
           IF WS-LST-COUNT >= 9999
               DISPLAY "lista_precios.dat EXCEDE LA TABLA EN MEMORIA "
                       "- CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE LP-SUCURSAL    TO WS-LST-SUC-BUSCADA
           MOVE LP-PRODUCTO-ID TO WS-LST-PROD-BUSCADO
           IF WS-LST-COUNT > 0
              AND WS-LST-CLAVE-BUSCADA
                  NOT > WS-LST-CLAVE(WS-LST-COUNT)
               DISPLAY "lista_precios.dat FUERA DE ORDEN EN "
                       LP-SUCURSAL " " LP-PRODUCTO-ID
                       " - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-LST-COUNT
           MOVE WS-LST-CLAVE-BUSCADA TO WS-LST-CLAVE(WS-LST-COUNT)
           MOVE LP-PRECIO            TO WS-LST-PRECIO(WS-LST-COUNT).

      ******************************************************************
      * Párrafo 1100: Carga las rebajas aprobadas, insertandolas
      * ordenadas por sucursal + producto + vencimiento
      ******************************************************************
       1100-CARGAR-REBAJAS.
           OPEN INPUT REBAJAS-IN-FILE
           IF FS-REBAJAS NOT = "00" AND FS-REBAJAS NOT = "05"
               DISPLAY "rebajas_pos.dat NO DISPONIBLE (FS="
                       FS-REBAJAS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-REBAJAS
               READ REBAJAS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-REBAJAS TO TRUE
                   NOT AT END
                       PERFORM 1110-INSERTAR-REBAJA
               END-READ
           END-PERFORM

           CLOSE REBAJAS-IN-FILE.

       1110-INSERTAR-REBAJA.
           MOVE RB-SUCURSAL    TO WS-RBJ-SUC-BUSCADA
           MOVE RB-PRODUCTO-ID TO WS-RBJ-PROD-BUSCADO
           MOVE RB-FEC-VENC    TO WS-RBJ-VENC-BUSCADO
           MOVE 'N' TO WS-RBJ-DUPLICADA-SW

           MOVE WS-RBJ-COUNT TO WS-RBJ-INSERT-POS
           ADD 1 TO WS-RBJ-INSERT-POS
           PERFORM VARYING WS-RBJ-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-RBJ-SHIFT-IDX > WS-RBJ-COUNT
               IF WS-RBJ-CLAVE(WS-RBJ-SHIFT-IDX)
                                   = WS-RBJ-CLAVE-BUSCADA
                   SET WS-RBJ-DUPLICADA TO TRUE
                   EXIT PERFORM
               END-IF
               IF WS-RBJ-CLAVE(WS-RBJ-SHIFT-IDX)
                                   > WS-RBJ-CLAVE-BUSCADA
                   MOVE WS-RBJ-SHIFT-IDX TO WS-RBJ-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-RBJ-DUPLICADA
               IF WS-RBJ-COUNT >= 9999
                   DISPLAY "rebajas_pos.dat EXCEDE LA TABLA EN "
                           "MEMORIA - CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF

               PERFORM VARYING WS-RBJ-SHIFT-IDX
                       FROM WS-RBJ-COUNT BY -1
                       UNTIL WS-RBJ-SHIFT-IDX < WS-RBJ-INSERT-POS
                   MOVE WS-RBJ-ENTRY(WS-RBJ-SHIFT-IDX)
                       TO WS-RBJ-ENTRY(WS-RBJ-SHIFT-IDX + 1)
               END-PERFORM

               ADD 1 TO WS-RBJ-COUNT
               MOVE WS-RBJ-CLAVE-BUSCADA
                   TO WS-RBJ-CLAVE(WS-RBJ-INSERT-POS)
               MOVE RB-PRECIO-REBAJADO
                   TO WS-RBJ-PRECIO(WS-RBJ-INSERT-POS)
           END-IF.

      ******************************************************************
      * Párrafo 2000: Recorre COSTOS_OUT.DAT y controla el precio de
      * cada venta y devolucion de la corrida
      ******************************************************************
       2000-CONTROLAR-VENTAS.
           DISPLAY '--- INICIO CONTROL DE PRECIOS ---'.

           OPEN INPUT COSTOS-OUT-FILE
           IF FS-COSTOS-OUT NOT = "00"
               DISPLAY "COSTOS_OUT.DAT NO DISPONIBLE (FS="
                       FS-COSTOS-OUT ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS-OUT
               READ COSTOS-OUT-FILE NEXT
                   AT END
                       SET NO-HAY-MAS-COSTOS-OUT TO TRUE
                   NOT AT END
                       IF C-CANTIDAD NOT = 0
                           ADD 1 TO WS-CONTADOR-LEIDAS
                           PERFORM 2100-CONTROLAR-VENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COSTOS-OUT-FILE.

      ******************************************************************
      * Párrafo 2100: Busca el precio vigente de la venta (rebaja
      * del lote primero, lista despues) y clasifica la diferencia
      ******************************************************************
       2100-CONTROLAR-VENTA.
           MOVE C-SUCURSAL TO WS-SUC-NUEVA
           PERFORM 2400-UBICAR-SUCURSAL
           ADD 1 TO WS-SUC-CONTROLADAS(WS-SUC-SUB)

           MOVE SPACE TO WS-ORIGEN-PRECIO
           MOVE 0     TO WS-PRECIO-VIGENTE
                         WS-IMPACTO
           MOVE 0     TO WS-PRODUCTO-ID-N
           IF C-CODIGO IS NUMERIC
               MOVE FUNCTION NUMVAL(C-CODIGO) TO WS-PRODUCTO-ID-N
               PERFORM 2110-BUSCAR-REBAJA
               IF WS-SIN-PRECIO
                   PERFORM 2120-BUSCAR-LISTA
               END-IF
           END-IF

           IF WS-SIN-PRECIO
               MOVE "SIN PRECIO" TO WS-TIPO-DESVIO
               ADD 1 TO WS-CONTADOR-SIN-PRECIO
               ADD 1 TO WS-SUC-SIN-PRECIO(WS-SUC-SUB)
               PERFORM 2300-REGISTRAR-DESVIO
           ELSE
               PERFORM 2200-CLASIFICAR-DIFERENCIA
           END-IF.

       2110-BUSCAR-REBAJA.
           MOVE C-SUCURSAL       TO WS-RBJ-SUC-BUSCADA
           MOVE WS-PRODUCTO-ID-N TO WS-RBJ-PROD-BUSCADO
           MOVE C-FEC-VENC       TO WS-RBJ-VENC-BUSCADO

           IF WS-RBJ-COUNT > 0
               SEARCH ALL WS-RBJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RBJ-CLAVE(WS-RBJ-IDX)
                                       = WS-RBJ-CLAVE-BUSCADA
                       MOVE WS-RBJ-PRECIO(WS-RBJ-IDX)
                           TO WS-PRECIO-VIGENTE
                       MOVE "R" TO WS-ORIGEN-PRECIO
               END-SEARCH
           END-IF.

       2120-BUSCAR-LISTA.
           MOVE C-SUCURSAL       TO WS-LST-SUC-BUSCADA
           MOVE WS-PRODUCTO-ID-N TO WS-LST-PROD-BUSCADO

           IF WS-LST-COUNT > 0
               SEARCH ALL WS-LST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LST-CLAVE(WS-LST-IDX)
                                       = WS-LST-CLAVE-BUSCADA
                       MOVE WS-LST-PRECIO(WS-LST-IDX)
                           TO WS-PRECIO-VIGENTE
                       MOVE "L" TO WS-ORIGEN-PRECIO
               END-SEARCH
           END-IF.

      ******************************************************************
      * Párrafo 2200: Diferencia contra el precio vigente. Dentro de
      * la tolerancia la venta cumple; fuera de ella es sobrecobro o
      * subcobro, con impacto = diferencia x cantidad
      ******************************************************************
       2200-CLASIFICAR-DIFERENCIA.
           COMPUTE WS-DIFERENCIA = C-PRECIO-UNIT - WS-PRECIO-VIGENTE
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
           END-IF
           COMPUTE WS-TOLERANCIA-IMP ROUNDED =
                   WS-PRECIO-VIGENTE * WS-TOLERANCIA-PCT / 100

           IF WS-DIFERENCIA-ABS NOT > WS-TOLERANCIA-IMP
               ADD 1 TO WS-CONTADOR-CUMPLIDAS
               ADD 1 TO WS-SUC-CUMPLIDAS(WS-SUC-SUB)
           ELSE
               COMPUTE WS-IMPACTO = WS-DIFERENCIA * C-CANTIDAD
               IF WS-DIFERENCIA > 0
                   MOVE "SOBRECOBRO" TO WS-TIPO-DESVIO
                   ADD 1 TO WS-CONTADOR-SOBRE
                   ADD WS-IMPACTO TO WS-TOTAL-SOBRE-IMP
                   ADD 1 TO WS-SUC-SOBRE-CANT(WS-SUC-SUB)
                   ADD WS-IMPACTO TO WS-SUC-SOBRE-IMP(WS-SUC-SUB)
               ELSE
                   MOVE "SUBCOBRO" TO WS-TIPO-DESVIO
                   ADD 1 TO WS-CONTADOR-SUB
                   ADD WS-IMPACTO TO WS-TOTAL-SUB-IMP
                   ADD 1 TO WS-SUC-SUB-CANT(WS-SUC-SUB)
                   ADD WS-IMPACTO TO WS-SUC-SUB-IMP(WS-SUC-SUB)
               END-IF
               PERFORM 2300-REGISTRAR-DESVIO
           END-IF.

      * Si la venta no entra en la tabla el reporte quedaria corto
      * sin aviso: la corrida aborta
       2300-REGISTRAR-DESVIO.
           IF WS-DSV-COUNT >= 9999
               DISPLAY "DESVIOS EXCEDEN LA TABLA EN MEMORIA - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-DSV-COUNT
           SET WS-DSV-IDX TO WS-DSV-COUNT
           MOVE C-SUCURSAL        TO WS-DSV-SUCURSAL(WS-DSV-IDX)
           MOVE C-CODIGO          TO WS-DSV-CODIGO(WS-DSV-IDX)
           MOVE C-LOTE            TO WS-DSV-LOTE(WS-DSV-IDX)
           MOVE C-CANTIDAD        TO WS-DSV-CANTIDAD(WS-DSV-IDX)
           MOVE C-PRECIO-UNIT     TO WS-DSV-COBRADO(WS-DSV-IDX)
           MOVE WS-PRECIO-VIGENTE TO WS-DSV-VIGENTE(WS-DSV-IDX)
           MOVE WS-ORIGEN-PRECIO  TO WS-DSV-ORIGEN(WS-DSV-IDX)
           MOVE WS-IMPACTO        TO WS-DSV-IMPACTO(WS-DSV-IDX)
           MOVE WS-TIPO-DESVIO    TO WS-DSV-TIPO(WS-DSV-IDX).

      ******************************************************************
      * Párrafo 2400: Ubica la sucursal en la tabla de totales y la
      * inserta en orden si es nueva
      ******************************************************************
       2400-UBICAR-SUCURSAL.
           MOVE 0 TO WS-SUC-SUB
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               IF WS-SUC-SUCURSAL(WS-SUC-IDX) = WS-SUC-NUEVA
                   SET WS-SUC-SUB TO WS-SUC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-SUC-SUB = 0
               IF WS-SUC-COUNT >= 999
                   DISPLAY "DEMASIADAS SUCURSALES EN COSTOS_OUT.DAT - "
                           "CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF

               MOVE WS-SUC-COUNT TO WS-SUC-SUB
               ADD 1 TO WS-SUC-SUB
               PERFORM VARYING WS-SUC-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SUC-SHIFT-IDX > WS-SUC-COUNT
                   IF WS-SUC-SUCURSAL(WS-SUC-SHIFT-IDX) > WS-SUC-NUEVA
                       MOVE WS-SUC-SHIFT-IDX TO WS-SUC-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-SUC-SHIFT-IDX
                       FROM WS-SUC-COUNT BY -1
                       UNTIL WS-SUC-SHIFT-IDX < WS-SUC-SUB
                   MOVE WS-SUC-ENTRY(WS-SUC-SHIFT-IDX)
                       TO WS-SUC-ENTRY(WS-SUC-SHIFT-IDX + 1)
               END-PERFORM

               ADD 1 TO WS-SUC-COUNT
               MOVE WS-SUC-NUEVA TO WS-SUC-SUCURSAL(WS-SUC-SUB)
               MOVE 0 TO WS-SUC-CONTROLADAS(WS-SUC-SUB)
                         WS-SUC-CUMPLIDAS(WS-SUC-SUB)
                         WS-SUC-SOBRE-CANT(WS-SUC-SUB)
                         WS-SUC-SOBRE-IMP(WS-SUC-SUB)
                         WS-SUC-SUB-CANT(WS-SUC-SUB)
                         WS-SUC-SUB-IMP(WS-SUC-SUB)
                         WS-SUC-SIN-PRECIO(WS-SUC-SUB)
           END-IF.

      ******************************************************************
      * Párrafo 3000: Imprime el reporte: por sucursal las ventas
      * fuera de precio o sin precio y sus subtotales, y al final
      * el total general
      ******************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-OUT-FILE
           PERFORM 2007-IMPRIMIR-ENCABEZADO

           PERFORM VARYING WS-SUC-SUB FROM 1 BY 1
                   UNTIL WS-SUC-SUB > WS-SUC-COUNT
               PERFORM 3100-IMPRIMIR-SUCURSAL
           END-PERFORM

           PERFORM 3200-IMPRIMIR-TOTALES

           CLOSE REPORTE-OUT-FILE.

       3100-IMPRIMIR-SUCURSAL.
           MOVE WS-SUC-SUCURSAL(WS-SUC-SUB) TO RPT-SU-SUCURSAL
           MOVE WS-RPT-LINEA-SUCURSAL TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           IF WS-SUC-CUMPLIDAS(WS-SUC-SUB)
              < WS-SUC-CONTROLADAS(WS-SUC-SUB)
               MOVE WS-RPT-COLUMNAS TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
               PERFORM VARYING WS-DSV-IDX FROM 1 BY 1
                       UNTIL WS-DSV-IDX > WS-DSV-COUNT
                   IF WS-DSV-SUCURSAL(WS-DSV-IDX)
                      = WS-SUC-SUCURSAL(WS-SUC-SUB)
                       PERFORM 3110-IMPRIMIR-DESVIO
                   END-IF
               END-PERFORM
           END-IF

           MOVE "VENTAS CONTROLADAS:" TO RPT-C-LEYENDA
           MOVE WS-SUC-CONTROLADAS(WS-SUC-SUB) TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "EN PRECIO:" TO RPT-C-LEYENDA
           MOVE WS-SUC-CUMPLIDAS(WS-SUC-SUB) TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "SOBRECOBROS:" TO RPT-C-LEYENDA
           MOVE WS-SUC-SOBRE-CANT(WS-SUC-SUB) TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "IMPACTO SOBRECOBROS ($):" TO RPT-I-LEYENDA
           MOVE WS-SUC-SOBRE-IMP(WS-SUC-SUB) TO RPT-I-IMPORTE
           MOVE WS-RPT-LINEA-IMPORTE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "SUBCOBROS:" TO RPT-C-LEYENDA
           MOVE WS-SUC-SUB-CANT(WS-SUC-SUB) TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "IMPACTO SUBCOBROS ($):" TO RPT-I-LEYENDA
           MOVE WS-SUC-SUB-IMP(WS-SUC-SUB) TO RPT-I-IMPORTE
           MOVE WS-RPT-LINEA-IMPORTE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "VENTAS SIN PRECIO PUBLICADO:" TO RPT-C-LEYENDA
           MOVE WS-SUC-SIN-PRECIO(WS-SUC-SUB) TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

       3110-IMPRIMIR-DESVIO.
           MOVE WS-DSV-CODIGO(WS-DSV-IDX)   TO RPT-D-CODIGO
           MOVE WS-DSV-LOTE(WS-DSV-IDX)     TO RPT-D-LOTE
           MOVE WS-DSV-CANTIDAD(WS-DSV-IDX) TO RPT-D-CANTIDAD
           MOVE WS-DSV-COBRADO(WS-DSV-IDX)  TO RPT-D-COBRADO
           MOVE WS-DSV-VIGENTE(WS-DSV-IDX)  TO RPT-D-VIGENTE
           MOVE WS-DSV-ORIGEN(WS-DSV-IDX)   TO RPT-D-ORIGEN
           MOVE WS-DSV-IMPACTO(WS-DSV-IDX)  TO RPT-D-IMPACTO
           MOVE WS-DSV-TIPO(WS-DSV-IDX)     TO RPT-D-TIPO
           MOVE WS-RPT-LINEA-DETALLE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

       3200-IMPRIMIR-TOTALES.
           MOVE "TOTAL VENTAS CONTROLADAS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-LEIDAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL EN PRECIO:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-CUMPLIDAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL SOBRECOBROS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SOBRE TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL IMPACTO SOBRECOBROS ($):" TO RPT-I-LEYENDA
           MOVE WS-TOTAL-SOBRE-IMP TO RPT-I-IMPORTE
           MOVE WS-RPT-LINEA-IMPORTE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL SUBCOBROS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SUB TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL IMPACTO SUBCOBROS ($):" TO RPT-I-LEYENDA
           MOVE WS-TOTAL-SUB-IMP TO RPT-I-IMPORTE
           MOVE WS-RPT-LINEA-IMPORTE TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "TOTAL VENTAS SIN PRECIO PUBLICADO:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SIN-PRECIO TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
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
           MOVE WS-RPT-FECHA-HOY  TO RPT-S-FECHA
           MOVE WS-TOLERANCIA-PCT TO RPT-S-TOLERANCIA
           MOVE WS-RPT-PAGINA     TO RPT-S-PAGINA
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
      * auditoria de la corrida: grabadas = en precio, rechazadas =
      * fuera de precio o sin precio
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "COSTOS_OUT.DAT"        TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDAS      TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-CUMPLIDAS   TO AT-REGISTROS-GRABADOS
           COMPUTE AT-REGISTROS-RECHAZADOS =
                   WS-CONTADOR-SOBRE + WS-CONTADOR-SUB
                 + WS-CONTADOR-SIN-PRECIO
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

           CLOSE COSTOS-OUT-FILE
                 PRECIOS-FILE
                 REBAJAS-IN-FILE
                 PARAMETROS-FILE
                 REPORTE-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
