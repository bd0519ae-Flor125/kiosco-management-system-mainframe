       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROPREORD.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Propuesta de punto de reorden y nivel maximo por
      * demanda (pedido 037). PR-PUNTO-REORDEN se cargo a mano hace
      * años y REORDEN repone hasta el doble sin mirar cuanto se
      * vende: los productos de alta rotacion se quedan sin stock y
      * los lentos se acumulan y vencen.
      *
      * Job periodico, fuera de la cadena nocturna. Lee las ventas
      * de HISTORIAL_VENTAS.DAT de los ultimos N dias (ventana del
      * registro "D" de parametros.dat, defecto 90) con las
      * devoluciones neteadas, y calcula por sucursal + producto la
      * venta media diaria y su desvio (los dias sin venta cuentan
      * como cero). El plazo de entrega del proveedor se observa por
      * producto, de la fecha de emision de la orden en
      * ordenes_compra.dat a la fecha de cada recepcion de
      * recepciones_hist.dat (sin recepciones rige el plazo por
      * defecto). Por sucursal:
      *
      *   punto = media x plazo + factor x desvio x raiz(plazo)
      *   nivel = punto + media x ciclo de pedido
      *
      * redondeados hacia arriba. REORDEN aplica el punto del
      * maestro a cada sucursal, asi que se propone el mayor de las
      * sucursales que venden el producto: ninguna queda corta.
      *
      * El reporte muestra los valores actuales contra los
      * propuestos. La propuesta se aprueba sola cuando el punto o
      * el nivel cambian mas que el cambio minimo del registro "D"
      * (defecto 10,00 %), y solo si el producto tuvo venta neta en
      * la ventana: los productos sin venta quedan como estan (eso
      * lo mira el reporte de stock inmovilizado). Las aprobadas se
      * graban como transacciones "M" en trans_reorden.dat, con el
      * layout de MANTPROD (TRANPROD) y los demas campos copiados
      * del maestro: compras revisa el reporte y las pasa a MANTPROD
      * como transacciones_productos.dat, el unico camino soportado
      * para tocar el maestro.
      *
      * ENTRADA:
      * - HISTORIAL_VENTAS.DAT: Historial permanente (indexado)
      * - recepciones_hist.dat: Historial de recepciones
      * - ordenes_compra.dat:   Ordenes de compra (indexado)
      * - productos.dat:        Maestro de productos (indexado)
      * - parametros.dat:       Parametros de demanda (registro "D")
      *
      * SALIDA:
      * - trans_reorden.dat:    Transacciones "M" para MANTPROD
      * - reporte_prop_reorden.dat: Reporte actual contra propuesto
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
      * Historial permanente de ventas que alimenta CALC-COSTOS
           SELECT HISTORIAL-VENTAS
               ASSIGN TO "../data/HISTORIAL_VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-CLAVE
               FILE STATUS IS FS-HISTVTA.

      * Historial de recepciones de RECEPOC. OPTIONAL: antes de la
      * primera recepcion el archivo no existe
           SELECT OPTIONAL RECEP-HIST-FILE
               ASSIGN TO "recepciones_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEP-HIST.

      * Ordenes de compra: de aca sale la fecha de emision
           SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

      * Maestro de productos, indexado por ID de producto
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Parametros de corrida: de aca salen los de demanda
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * Transacciones "M" propuestas, con el layout de MANTPROD
           SELECT TRANSACCIONES-OUT-FILE
               ASSIGN TO "trans_reorden.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACCIONES.

      * Archivo de salida para el reporte impreso
           SELECT REPORTE-OUT-FILE
               ASSIGN TO "reporte_prop_reorden.dat"
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
      * Def. del historial permanente de ventas, layout compartido
      * via copybook con CALC-COSTOS
      *-----------------------------------------------------------------
       FD  HISTORIAL-VENTAS.
           COPY HISTVTA.

      *-----------------------------------------------------------------
      * Def. del historial de recepciones, layout compartido via
      * copybook con RECEPOC
      *-----------------------------------------------------------------
       FD  RECEP-HIST-FILE.
           COPY RECEPHIS.

      *-----------------------------------------------------------------
      * Def. de las lineas de orden de compra, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  ORDENES-FILE.
           COPY ORDCOMP.

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
      * Def. de las transacciones de salida, layout compartido via
      * copybook con MANTPROD
      *-----------------------------------------------------------------
       FD  TRANSACCIONES-OUT-FILE.
           COPY TRANPROD.

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
      * Parametros de demanda (registro "D"), con sus defectos
      *-----------------------------------------------------------------
       01  WS-PARAMETROS-DEMANDA.
           05 WS-VENTANA-DIAS         PIC 9(3)    VALUE 90.
           05 WS-PLAZO-DEFECTO        PIC 9(3)    VALUE 7.
           05 WS-CICLO-DIAS           PIC 9(3)    VALUE 7.
           05 WS-FACTOR-SEGURIDAD     PIC 9(3)V99 VALUE 1,65.
           05 WS-CAMBIO-MIN-PCT       PIC 9(3)V99 VALUE 10.

      *-----------------------------------------------------------------
      * Ventana de ventas: los N dias que terminan hoy
      *-----------------------------------------------------------------
       01  WS-VENTANA.
           05 WS-FECHA-HOY-N          PIC 9(8).
           05 WS-FECHA-DESDE-N        PIC 9(8).
           05 WS-DIA-HOY              PIC 9(9).

      *-----------------------------------------------------------------
      * Demanda por producto + sucursal, ordenada por esa clave para
      * SEARCH ALL y para recorrerla en paralelo con el maestro.
      * El historial viene por fecha de corrida: la venta neta del
      * dia se junta en DEM-CANT-DIA y, al cambiar el dia, su
      * cuadrado pasa a DEM-SUMA-CUAD para el desvio
      *-----------------------------------------------------------------
       01  WS-DEMANDA-TABLE.
           05 WS-DEM-COUNT            PIC 9(4) VALUE 0.
           05 WS-DEM-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-DEM-COUNT
                                 ASCENDING KEY IS WS-DEM-CLAVE
                                 INDEXED BY WS-DEM-IDX.
               10 WS-DEM-CLAVE.
                   15 WS-DEM-PRODUCTO-ID  PIC 9(9).
                   15 WS-DEM-SUCURSAL     PIC X(3).
               10 WS-DEM-FECHA-DIA    PIC 9(8).
               10 WS-DEM-CANT-DIA     PIC S9(9).
               10 WS-DEM-SUMA         PIC S9(11).
               10 WS-DEM-SUMA-CUAD    PIC 9(17).

       01  WS-DEMANDA-CONTROL.
           05 WS-DEM-SUB              PIC 9(4).
           05 WS-DEM-SHIFT-IDX        PIC 9(4).
           05 WS-DEM-CURSOR           PIC 9(4).
           05 WS-DEM-CLAVE-BUSCADA.
               10 WS-DEM-PROD-BUSCADO PIC 9(9).
               10 WS-DEM-SUC-BUSCADA  PIC X(3).
           05 WS-DEM-HALLADA-SW       PIC X VALUE 'N'.
               88 WS-DEM-HALLADA      VALUE 'Y'.
           05 WS-ULTIMO-SIN-ALTA      PIC 9(9) VALUE 0.

      *-----------------------------------------------------------------
      * Plazo de entrega observado por producto (emision de la orden
      * a recepcion). Los productos con recepciones son pocos: la
      * busqueda es lineal
      *-----------------------------------------------------------------
       01  WS-PLAZOS-TABLE.
           05 WS-PLZ-COUNT            PIC 9(4) VALUE 0.
           05 WS-PLZ-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-PLZ-COUNT
                                 INDEXED BY WS-PLZ-IDX.
               10 WS-PLZ-PRODUCTO-ID  PIC 9(9).
               10 WS-PLZ-DIAS-TOTAL   PIC 9(9).
               10 WS-PLZ-RECEPCIONES  PIC 9(7).

       01  WS-PLAZOS-CONTROL.
           05 WS-PLZ-SUB              PIC 9(4).
           05 WS-FECHA-EMISION-N      PIC 9(8).
           05 WS-PLAZO-OBSERVADO      PIC 9(5).
           05 WS-ORDENES-ABIERTO-SW   PIC X VALUE 'N'.
               88 ORDENES-DISPONIBLE  VALUE 'Y'.

      *-----------------------------------------------------------------
      * Calculo del producto en curso
      *-----------------------------------------------------------------
       01  WS-CALCULOS.
           05 WS-PLAZO-DIAS           PIC 9(5).
           05 WS-PLAZO-MARCA          PIC X(1).
           05 WS-RAIZ-PLAZO           PIC 9(5)V9(4).
           05 WS-MEDIA-DIARIA         PIC S9(9)V9(4).
           05 WS-VARIANZA             PIC S9(13)V9(4).
           05 WS-DESVIO               PIC 9(9)V9(4).
           05 WS-PUNTO-CALC           PIC 9(11)V9(4).
           05 WS-NIVEL-CALC           PIC 9(11)V9(4).
           05 WS-SUC-PUNTO            PIC 9(9).
           05 WS-SUC-NIVEL            PIC 9(9).
           05 WS-PROD-NETO            PIC S9(11).
           05 WS-PROP-PUNTO           PIC 9(9).
           05 WS-PROP-NIVEL           PIC 9(9).
           05 WS-ACT-PUNTO            PIC 9(9).
           05 WS-ACT-NIVEL            PIC 9(9).
           05 WS-CAMBIO               PIC 9(9).
           05 WS-CAMBIO-SW            PIC X VALUE 'N'.
               88 WS-CAMBIO-SIGNIFICATIVO VALUE 'Y'.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-LEIDAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-DESCARTADAS PIC 9(9) VALUE 0.
           05 WS-CONTADOR-RECEPCIONES PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-PLAZO   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-EVALUADOS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-APROBADAS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-CAMBIO  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-VENTAS  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-SIN-ALTA    PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "PROPREORD".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-HISTVTA              PIC X(2).
           05 FS-RECEP-HIST           PIC X(2).
           05 FS-ORDENES              PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-TRANSACCIONES        PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-HISTVTA             PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTVTA        VALUE 'Y'.
           05 EOF-RECEP-HIST          PIC X VALUE 'N'.
              88 NO-HAY-MAS-RECEP-HIST     VALUE 'Y'.
           05 EOF-PRODUCTOS           PIC X VALUE 'N'.
              88 NO-HAY-MAS-PRODUCTOS      VALUE 'Y'.
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
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(52)
              VALUE "PROPUESTA DE PUNTO DE REORDEN Y NIVEL MAXIMO".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(11) VALUE "  VENTANA: ".
           05 RPT-S-VENTANA           PIC ZZ9.
           05 FILLER                  PIC X(12) VALUE " DIAS DESDE ".
           05 RPT-S-DESDE             PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.

       01  WS-RPT-LINEA-PARAMETROS.
           05 FILLER                  PIC X(8)  VALUE "FACTOR: ".
           05 RPT-P-FACTOR            PIC ZZ9,99.
           05 FILLER                  PIC X(9)  VALUE "  CICLO: ".
           05 RPT-P-CICLO             PIC ZZ9.
           05 FILLER                  PIC X(22)
              VALUE " DIAS  PLAZO DEFECTO: ".
           05 RPT-P-PLAZO             PIC ZZ9.
           05 FILLER                  PIC X(15)
              VALUE " DIAS  CAMBIO: ".
           05 RPT-P-CAMBIO            PIC ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE " %".

       01  WS-RPT-LINEA-PRODUCTO.
           05 FILLER                  PIC X(10) VALUE " PRODUCTO ".
           05 RPT-PR-PRODUCTO         PIC 9(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-PR-DESCRIPCION      PIC X(30).
           05 FILLER                  PIC X(7)  VALUE " PLAZO ".
           05 RPT-PR-PLAZO            PIC ZZZZ9.
           05 FILLER                  PIC X(5)  VALUE " DIAS".
           05 RPT-PR-MARCA            PIC X(1).

       01  WS-RPT-LINEA-SUCURSAL.
           05 FILLER                  PIC X(7)  VALUE "   SUC ".
           05 RPT-SU-SUCURSAL         PIC X(3).
           05 FILLER                  PIC X(9)  VALUE " VTA/DIA ".
           05 RPT-SU-MEDIA            PIC -Z.ZZ9,99.
           05 FILLER                  PIC X(8)  VALUE " DESVIO ".
           05 RPT-SU-DESVIO           PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(7)  VALUE " PUNTO ".
           05 RPT-SU-PUNTO            PIC ZZZZZZ9.
           05 FILLER                  PIC X(7)  VALUE " NIVEL ".
           05 RPT-SU-NIVEL            PIC ZZZZZZ9.

       01  WS-RPT-LINEA-VALORES.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 RPT-V-LEYENDA           PIC X(11).
           05 FILLER                  PIC X(6)  VALUE "PUNTO ".
           05 RPT-V-PUNTO             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(8)  VALUE "  NIVEL ".
           05 RPT-V-NIVEL             PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-V-ESTADO            PIC X(20).

       01  WS-RPT-LINEA-CONTADOR.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RPT-C-LEYENDA           PIC X(40).
           05 RPT-C-CANTIDAD          PIC ZZZZZZZZ9.

       01  WS-RPT-LINEA-NOTA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(49)
              VALUE "* PLAZO POR DEFECTO: PRODUCTO SIN RECEPCIONES CON".
           05 FILLER                  PIC X(15)
              VALUE " FECHA DE ORDEN".

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (PROPREORD) ---'.
           PERFORM 1500-CARGAR-PARAMETROS.
           PERFORM 1000-FIJAR-VENTANA.
           PERFORM 1100-CARGAR-DEMANDA.
           PERFORM 1200-CARGAR-PLAZOS.
           PERFORM 2000-PROPONER-VALORES.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'VENTAS LEIDAS: '           WS-CONTADOR-LEIDAS.
           DISPLAY 'PRODUCTOS EVALUADOS: '     WS-CONTADOR-EVALUADOS.
           DISPLAY 'MODIFICACIONES APROBADAS: ' WS-CONTADOR-APROBADAS.
           DISPLAY 'SIN CAMBIO: '              WS-CONTADOR-SIN-CAMBIO.
           DISPLAY 'SIN VENTAS: '              WS-CONTADOR-SIN-VENTAS.
           GOBACK.

      ******************************************************************
      * Párrafo 1500: Carga los parametros del registro "D" de
      * parametros.dat. Sin archivo o sin registro "D" rigen los
      * defectos de WORKING-STORAGE; un "D" no numerico o con
      * ventana en cero se ignora con aviso, igual que la banda de
      * AJUSINV
      ******************************************************************
       1500-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "parametros.dat NO DISPONIBLE (FS="
                       FS-PARAMETROS ") - PARAMETROS POR DEFECTO"
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
           IF PA-ES-DEMANDA
               IF PA-DIAS-CRITICA IS NUMERIC
                  AND PA-DIAS-URGENTE IS NUMERIC
                  AND PA-DIAS-PREVENTIVA IS NUMERIC
                  AND PA-MARGEN-MIN IS NUMERIC
                  AND PA-MARGEN-MAX IS NUMERIC
                  AND PA-DIAS-CRITICA > 0
                   MOVE PA-DIAS-CRITICA    TO WS-VENTANA-DIAS
                   MOVE PA-DIAS-URGENTE    TO WS-PLAZO-DEFECTO
                   MOVE PA-DIAS-PREVENTIVA TO WS-CICLO-DIAS
                   MOVE PA-MARGEN-MIN      TO WS-FACTOR-SEGURIDAD
                   MOVE PA-MARGEN-MAX      TO WS-CAMBIO-MIN-PCT
               ELSE
                   DISPLAY "parametros.dat CON REGISTRO D INVALIDO "
                           "- PARAMETROS POR DEFECTO"
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 1000: Fija la ventana de ventas: los N dias que
      * terminan hoy, hoy incluido
      ******************************************************************
       1000-FIJAR-VENTANA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY-N
           COMPUTE WS-DIA-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
           COMPUTE WS-FECHA-DESDE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DIA-HOY - WS-VENTANA-DIAS + 1).

      ******************************************************************
      * Párrafo 1100: Recorre el historial desde la primera corrida
      * de la ventana y acumula la venta neta por producto +
      * sucursal. Un codigo no numerico no es un producto del
      * maestro y se descarta
      ******************************************************************
       1100-CARGAR-DEMANDA.
           DISPLAY '--- INICIO CALCULO DE DEMANDA ---'.

           OPEN INPUT HISTORIAL-VENTAS
           IF FS-HISTVTA NOT = "00"
               DISPLAY "HISTORIAL_VENTAS.DAT NO DISPONIBLE (FS="
                       FS-HISTVTA ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE WS-FECHA-DESDE-N TO HV-FECHA-CORRIDA
           MOVE 0                TO HV-SEQ-NUM
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
                           ADD 1 TO WS-CONTADOR-LEIDAS
                           IF HV-CODIGO IS NUMERIC
                               PERFORM 1110-ACUMULAR-VENTA
                           ELSE
                               ADD 1 TO WS-CONTADOR-DESCARTADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORIAL-VENTAS

      * El ultimo dia de cada producto + sucursal todavia no paso a
      * la suma de cuadrados
           PERFORM VARYING WS-DEM-SUB FROM 1 BY 1
                   UNTIL WS-DEM-SUB > WS-DEM-COUNT
               PERFORM 1130-CERRAR-DIA
           END-PERFORM.

      ******************************************************************
      * Párrafo 1110: Suma la venta (o devolucion, con cantidad
      * negativa) en el dia en curso de su producto + sucursal
      ******************************************************************
       1110-ACUMULAR-VENTA.
           MOVE FUNCTION NUMVAL(HV-CODIGO) TO WS-DEM-PROD-BUSCADO
           MOVE HV-SUCURSAL                TO WS-DEM-SUC-BUSCADA

           MOVE 'N' TO WS-DEM-HALLADA-SW
           IF WS-DEM-COUNT > 0
               SEARCH ALL WS-DEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEM-CLAVE(WS-DEM-IDX)
                                       = WS-DEM-CLAVE-BUSCADA
                       SET WS-DEM-HALLADA TO TRUE
                       SET WS-DEM-SUB TO WS-DEM-IDX
               END-SEARCH
           END-IF

           IF NOT WS-DEM-HALLADA
               PERFORM 1120-INSERTAR-DEMANDA
           END-IF

           IF WS-DEM-FECHA-DIA(WS-DEM-SUB) NOT = HV-FECHA-CORRIDA
               PERFORM 1130-CERRAR-DIA
               MOVE HV-FECHA-CORRIDA TO WS-DEM-FECHA-DIA(WS-DEM-SUB)
           END-IF

           ADD HV-CANTIDAD TO WS-DEM-CANT-DIA(WS-DEM-SUB)
                              WS-DEM-SUMA(WS-DEM-SUB).

      ******************************************************************
      * Párrafo 1120: Inserta un producto + sucursal nuevo en su
      * lugar de la tabla y deja WS-DEM-SUB apuntandolo
      ******************************************************************
       1120-INSERTAR-DEMANDA.
           IF WS-DEM-COUNT >= 9999
               DISPLAY "DEMASIADOS PRODUCTOS/SUCURSALES EN LA "
                       "VENTANA - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE WS-DEM-COUNT TO WS-DEM-SUB
           ADD 1 TO WS-DEM-SUB
           PERFORM VARYING WS-DEM-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-DEM-SHIFT-IDX > WS-DEM-COUNT
               IF WS-DEM-CLAVE(WS-DEM-SHIFT-IDX)
                                   > WS-DEM-CLAVE-BUSCADA
                   MOVE WS-DEM-SHIFT-IDX TO WS-DEM-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEM-SHIFT-IDX
                   FROM WS-DEM-COUNT BY -1
                   UNTIL WS-DEM-SHIFT-IDX < WS-DEM-SUB
               MOVE WS-DEM-ENTRY(WS-DEM-SHIFT-IDX)
                   TO WS-DEM-ENTRY(WS-DEM-SHIFT-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-DEM-COUNT
           MOVE WS-DEM-CLAVE-BUSCADA TO WS-DEM-CLAVE(WS-DEM-SUB)
           MOVE HV-FECHA-CORRIDA     TO WS-DEM-FECHA-DIA(WS-DEM-SUB)
           MOVE 0 TO WS-DEM-CANT-DIA(WS-DEM-SUB)
                     WS-DEM-SUMA(WS-DEM-SUB)
                     WS-DEM-SUMA-CUAD(WS-DEM-SUB).

      ******************************************************************
      * Párrafo 1130: Pasa el cuadrado de la venta neta del dia a la
      * suma de cuadrados y deja el dia en cero
      ******************************************************************
       1130-CERRAR-DIA.
           COMPUTE WS-DEM-SUMA-CUAD(WS-DEM-SUB) =
                   WS-DEM-SUMA-CUAD(WS-DEM-SUB)
                 + WS-DEM-CANT-DIA(WS-DEM-SUB)
                 * WS-DEM-CANT-DIA(WS-DEM-SUB)
           MOVE 0 TO WS-DEM-CANT-DIA(WS-DEM-SUB).

      ******************************************************************
      * Párrafo 1200: Observa el plazo de entrega por producto en
      * recepciones_hist.dat. La fecha de emision sale de la orden
      * en ordenes_compra.dat; si la orden ya no esta (o el archivo
      * no abre) se usa la que RECEPOC copio en la recepcion
      ******************************************************************
       1200-CARGAR-PLAZOS.
           OPEN INPUT RECEP-HIST-FILE
           IF FS-RECEP-HIST NOT = "00" AND FS-RECEP-HIST NOT = "05"
               DISPLAY "recepciones_hist.dat NO DISPONIBLE (FS="
                       FS-RECEP-HIST ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT ORDENES-FILE
           IF FS-ORDENES = "00"
               SET ORDENES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "ordenes_compra.dat NO DISPONIBLE (FS="
                       FS-ORDENES ") - SE USA LA EMISION DE LA "
                       "RECEPCION"
           END-IF

           PERFORM UNTIL NO-HAY-MAS-RECEP-HIST
               READ RECEP-HIST-FILE
                   AT END
                       SET NO-HAY-MAS-RECEP-HIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-RECEPCIONES
                       PERFORM 1210-OBSERVAR-PLAZO
               END-READ
           END-PERFORM

           CLOSE RECEP-HIST-FILE
           IF ORDENES-DISPONIBLE
               CLOSE ORDENES-FILE
           END-IF.

       1210-OBSERVAR-PLAZO.
           MOVE RH-FECHA-EMISION TO WS-FECHA-EMISION-N
           IF ORDENES-DISPONIBLE
               MOVE RH-NUMERO TO OC-NUMERO
               MOVE RH-LINEA  TO OC-LINEA
               READ ORDENES-FILE
                   KEY IS OC-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OC-FECHA-EMISION TO WS-FECHA-EMISION-N
               END-READ
           END-IF

      * Sin fecha de emision, o con la recepcion anterior a la
      * emision, la recepcion no sirve para medir el plazo
           IF WS-FECHA-EMISION-N = 0
              OR RH-FECHA-RECEPCION < WS-FECHA-EMISION-N
               ADD 1 TO WS-CONTADOR-SIN-PLAZO
           ELSE
               COMPUTE WS-PLAZO-OBSERVADO =
                       FUNCTION INTEGER-OF-DATE(RH-FECHA-RECEPCION)
                     - FUNCTION INTEGER-OF-DATE(WS-FECHA-EMISION-N)
               PERFORM 1220-ACUMULAR-PLAZO
           END-IF.

       1220-ACUMULAR-PLAZO.
           MOVE 0 TO WS-PLZ-SUB
           PERFORM VARYING WS-PLZ-IDX FROM 1 BY 1
                   UNTIL WS-PLZ-IDX > WS-PLZ-COUNT
               IF WS-PLZ-PRODUCTO-ID(WS-PLZ-IDX) = RH-PRODUCTO-ID
                   SET WS-PLZ-SUB TO WS-PLZ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PLZ-SUB = 0
               IF WS-PLZ-COUNT >= 9999
                   DISPLAY "DEMASIADOS PRODUCTOS EN "
                           "recepciones_hist.dat - CORRIDA ABORTADA"
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-PLZ-COUNT
               MOVE WS-PLZ-COUNT TO WS-PLZ-SUB
               MOVE RH-PRODUCTO-ID TO WS-PLZ-PRODUCTO-ID(WS-PLZ-SUB)
               MOVE 0 TO WS-PLZ-DIAS-TOTAL(WS-PLZ-SUB)
                         WS-PLZ-RECEPCIONES(WS-PLZ-SUB)
           END-IF

           ADD WS-PLAZO-OBSERVADO TO WS-PLZ-DIAS-TOTAL(WS-PLZ-SUB)
           ADD 1                  TO WS-PLZ-RECEPCIONES(WS-PLZ-SUB).

      ******************************************************************
      * Párrafo 2000: Recorre el maestro en orden de producto junto
      * con la tabla de demanda (ordenada por producto + sucursal),
      * propone los valores de cada producto e imprime el reporte
      ******************************************************************
       2000-PROPONER-VALORES.
           DISPLAY '--- INICIO PROPUESTA DE REORDEN ---'.

           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN OUTPUT TRANSACCIONES-OUT-FILE
                       REPORTE-OUT-FILE
           IF FS-TRANSACCIONES NOT = "00"
               DISPLAY "ERROR ABRIENDO trans_reorden.dat: "
                       FS-TRANSACCIONES
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2007-IMPRIMIR-ENCABEZADO
           MOVE 1 TO WS-DEM-CURSOR

           MOVE 0 TO PR-PRODUCTO-ID
           START PRODUCTOS-FILE KEY >= PR-PRODUCTO-ID
               INVALID KEY
                   SET NO-HAY-MAS-PRODUCTOS TO TRUE
           END-START

           PERFORM UNTIL NO-HAY-MAS-PRODUCTOS
               READ PRODUCTOS-FILE NEXT
                   AT END
                       SET NO-HAY-MAS-PRODUCTOS TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESAR-PRODUCTO
               END-READ
           END-PERFORM

      * Lo que queda en la tabla son productos vendidos que no estan
      * en el maestro
           MOVE 999999999 TO PR-PRODUCTO-ID
           PERFORM 2110-SALTEAR-SIN-ALTA

           PERFORM 2900-IMPRIMIR-TOTALES

           CLOSE PRODUCTOS-FILE
                 TRANSACCIONES-OUT-FILE
                 REPORTE-OUT-FILE.

      ******************************************************************
      * Párrafo 2100: Producto del maestro en curso. Con venta en la
      * ventana se evalua; sin venta solo se informa si tiene punto
      * de reorden cargado
      ******************************************************************
       2100-PROCESAR-PRODUCTO.
           PERFORM 2110-SALTEAR-SIN-ALTA

           IF WS-DEM-CURSOR <= WS-DEM-COUNT
              AND WS-DEM-PRODUCTO-ID(WS-DEM-CURSOR) = PR-PRODUCTO-ID
               PERFORM 2200-EVALUAR-PRODUCTO
           ELSE
               IF PR-PUNTO-REORDEN > 0
                   PERFORM 2210-FIJAR-PLAZO
                   PERFORM 2250-IMPRIMIR-PRODUCTO
                   PERFORM 2230-FIJAR-ACTUALES
                   MOVE "SIN VENTAS" TO RPT-V-ESTADO
                   PERFORM 2260-IMPRIMIR-ACTUALES
                   ADD 1 TO WS-CONTADOR-SIN-VENTAS
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2110: Avanza la tabla de demanda sobre los productos
      * menores al del maestro: se vendieron pero no tienen alta
      ******************************************************************
       2110-SALTEAR-SIN-ALTA.
           PERFORM UNTIL WS-DEM-CURSOR > WS-DEM-COUNT
                   OR WS-DEM-PRODUCTO-ID(WS-DEM-CURSOR)
                                       >= PR-PRODUCTO-ID
               IF WS-DEM-PRODUCTO-ID(WS-DEM-CURSOR)
                                   NOT = WS-ULTIMO-SIN-ALTA
                   ADD 1 TO WS-CONTADOR-SIN-ALTA
                   MOVE WS-DEM-PRODUCTO-ID(WS-DEM-CURSOR)
                       TO WS-ULTIMO-SIN-ALTA
               END-IF
               ADD 1 TO WS-DEM-CURSOR
           END-PERFORM.

      ******************************************************************
      * Párrafo 2200: Calcula punto y nivel de cada sucursal que
      * vendio el producto, propone el mayor de cada uno y, si el
      * cambio es significativo, graba la transaccion "M"
      ******************************************************************
       2200-EVALUAR-PRODUCTO.
           ADD 1 TO WS-CONTADOR-EVALUADOS
           PERFORM 2210-FIJAR-PLAZO
           PERFORM 2250-IMPRIMIR-PRODUCTO

           MOVE 0 TO WS-PROD-NETO
                     WS-PROP-PUNTO
                     WS-PROP-NIVEL
           PERFORM UNTIL WS-DEM-CURSOR > WS-DEM-COUNT
                   OR WS-DEM-PRODUCTO-ID(WS-DEM-CURSOR)
                                   NOT = PR-PRODUCTO-ID
               PERFORM 2220-CALCULAR-SUCURSAL
               ADD 1 TO WS-DEM-CURSOR
           END-PERFORM

           PERFORM 2230-FIJAR-ACTUALES

      * Un producto con mas devoluciones que ventas no tiene demanda
      * que proponer: queda como esta
           IF WS-PROD-NETO NOT > 0
               MOVE "SIN VENTAS NETAS" TO RPT-V-ESTADO
               PERFORM 2260-IMPRIMIR-ACTUALES
               ADD 1 TO WS-CONTADOR-SIN-VENTAS
           ELSE
               MOVE SPACES TO RPT-V-ESTADO
               PERFORM 2260-IMPRIMIR-ACTUALES
               PERFORM 2240-EVALUAR-CAMBIO
               IF WS-CAMBIO-SIGNIFICATIVO
                   PERFORM 2300-GRABAR-TRANSACCION
                   MOVE "APROBADA" TO RPT-V-ESTADO
                   ADD 1 TO WS-CONTADOR-APROBADAS
               ELSE
                   MOVE "SIN CAMBIO" TO RPT-V-ESTADO
                   ADD 1 TO WS-CONTADOR-SIN-CAMBIO
               END-IF
               MOVE "PROPUESTO: " TO RPT-V-LEYENDA
               MOVE WS-PROP-PUNTO TO RPT-V-PUNTO
               MOVE WS-PROP-NIVEL TO RPT-V-NIVEL
               MOVE WS-RPT-LINEA-VALORES TO WS-RPT-SALIDA
               PERFORM 2008-ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      * Párrafo 2210: Plazo de entrega del producto: el promedio de
      * lo observado, o el de defecto (marcado con "*"). Un plazo
      * observado de cero dias (entrega en el dia) se toma como uno
      ******************************************************************
       2210-FIJAR-PLAZO.
           MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-DIAS
           MOVE "*"              TO WS-PLAZO-MARCA
           PERFORM VARYING WS-PLZ-IDX FROM 1 BY 1
                   UNTIL WS-PLZ-IDX > WS-PLZ-COUNT
               IF WS-PLZ-PRODUCTO-ID(WS-PLZ-IDX) = PR-PRODUCTO-ID
                   COMPUTE WS-PLAZO-DIAS ROUNDED =
                           WS-PLZ-DIAS-TOTAL(WS-PLZ-IDX)
                         / WS-PLZ-RECEPCIONES(WS-PLZ-IDX)
                   MOVE SPACE TO WS-PLAZO-MARCA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PLAZO-DIAS = 0
               MOVE 1 TO WS-PLAZO-DIAS
           END-IF
           COMPUTE WS-RAIZ-PLAZO = WS-PLAZO-DIAS ** 0,5.

      ******************************************************************
      * Párrafo 2220: Venta media diaria y desvio de la sucursal en
      * la ventana, y de ahi su punto y su nivel, redondeados hacia
      * arriba. Una media negativa (devoluciones) se toma como cero
      ******************************************************************
       2220-CALCULAR-SUCURSAL.
           MOVE WS-DEM-CURSOR TO WS-DEM-SUB
           ADD WS-DEM-SUMA(WS-DEM-SUB) TO WS-PROD-NETO

           COMPUTE WS-MEDIA-DIARIA ROUNDED =
                   WS-DEM-SUMA(WS-DEM-SUB) / WS-VENTANA-DIAS
           COMPUTE WS-VARIANZA ROUNDED =
                   WS-DEM-SUMA-CUAD(WS-DEM-SUB) / WS-VENTANA-DIAS
                 - WS-MEDIA-DIARIA * WS-MEDIA-DIARIA
           IF WS-VARIANZA < 0
               MOVE 0 TO WS-VARIANZA
           END-IF
           COMPUTE WS-DESVIO ROUNDED = WS-VARIANZA ** 0,5
           IF WS-MEDIA-DIARIA < 0
               MOVE 0 TO WS-MEDIA-DIARIA
           END-IF

           COMPUTE WS-PUNTO-CALC =
                   WS-MEDIA-DIARIA * WS-PLAZO-DIAS
                 + WS-FACTOR-SEGURIDAD * WS-DESVIO * WS-RAIZ-PLAZO
           COMPUTE WS-NIVEL-CALC =
                   WS-PUNTO-CALC + WS-MEDIA-DIARIA * WS-CICLO-DIAS

           MOVE WS-PUNTO-CALC TO WS-SUC-PUNTO
           IF WS-SUC-PUNTO < WS-PUNTO-CALC
               ADD 1 TO WS-SUC-PUNTO
           END-IF
           MOVE WS-NIVEL-CALC TO WS-SUC-NIVEL
           IF WS-SUC-NIVEL < WS-NIVEL-CALC
               ADD 1 TO WS-SUC-NIVEL
           END-IF

           IF WS-SUC-PUNTO > WS-PROP-PUNTO
               MOVE WS-SUC-PUNTO TO WS-PROP-PUNTO
           END-IF
           IF WS-SUC-NIVEL > WS-PROP-NIVEL
               MOVE WS-SUC-NIVEL TO WS-PROP-NIVEL
           END-IF

           MOVE WS-DEM-SUCURSAL(WS-DEM-SUB) TO RPT-SU-SUCURSAL
           MOVE WS-MEDIA-DIARIA             TO RPT-SU-MEDIA
           MOVE WS-DESVIO                   TO RPT-SU-DESVIO
           MOVE WS-SUC-PUNTO                TO RPT-SU-PUNTO
           MOVE WS-SUC-NIVEL                TO RPT-SU-NIVEL
           MOVE WS-RPT-LINEA-SUCURSAL TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2230: Valores actuales del maestro. Un nivel maximo
      * en cero es la regla del doble del punto que aplica REORDEN
      ******************************************************************
       2230-FIJAR-ACTUALES.
           MOVE PR-PUNTO-REORDEN TO WS-ACT-PUNTO
           IF PR-NIVEL-MAXIMO > 0
               MOVE PR-NIVEL-MAXIMO TO WS-ACT-NIVEL
           ELSE
               COMPUTE WS-ACT-NIVEL = PR-PUNTO-REORDEN * 2
           END-IF.

      ******************************************************************
      * Párrafo 2240: El cambio es significativo si el punto o el
      * nivel se mueven mas que el cambio minimo, en % del valor
      * actual (sobre un valor actual en cero, cualquier cambio)
      ******************************************************************
       2240-EVALUAR-CAMBIO.
           MOVE 'N' TO WS-CAMBIO-SW

           IF WS-PROP-PUNTO > WS-ACT-PUNTO
               COMPUTE WS-CAMBIO = WS-PROP-PUNTO - WS-ACT-PUNTO
           ELSE
               COMPUTE WS-CAMBIO = WS-ACT-PUNTO - WS-PROP-PUNTO
           END-IF
           IF WS-CAMBIO * 100 > WS-ACT-PUNTO * WS-CAMBIO-MIN-PCT
               SET WS-CAMBIO-SIGNIFICATIVO TO TRUE
           END-IF

           IF WS-PROP-NIVEL > WS-ACT-NIVEL
               COMPUTE WS-CAMBIO = WS-PROP-NIVEL - WS-ACT-NIVEL
           ELSE
               COMPUTE WS-CAMBIO = WS-ACT-NIVEL - WS-PROP-NIVEL
           END-IF
           IF WS-CAMBIO * 100 > WS-ACT-NIVEL * WS-CAMBIO-MIN-PCT
               SET WS-CAMBIO-SIGNIFICATIVO TO TRUE
           END-IF.

      ******************************************************************
      * Párrafo 2250: Imprime la linea de cabecera del producto
      ******************************************************************
       2250-IMPRIMIR-PRODUCTO.
           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA
           MOVE PR-PRODUCTO-ID TO RPT-PR-PRODUCTO
           MOVE PR-DESCRIPCION TO RPT-PR-DESCRIPCION
           MOVE WS-PLAZO-DIAS  TO RPT-PR-PLAZO
           MOVE WS-PLAZO-MARCA TO RPT-PR-MARCA
           MOVE WS-RPT-LINEA-PRODUCTO TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2260: Imprime los valores actuales del maestro; el
      * estado lo deja armado quien lo llama
      ******************************************************************
       2260-IMPRIMIR-ACTUALES.
           MOVE "ACTUAL:    " TO RPT-V-LEYENDA
           MOVE WS-ACT-PUNTO  TO RPT-V-PUNTO
           MOVE WS-ACT-NIVEL  TO RPT-V-NIVEL
           IF RPT-V-ESTADO = SPACES AND PR-NIVEL-MAXIMO = 0
               MOVE "(NIVEL = 2 X PUNTO)" TO RPT-V-ESTADO
           END-IF
           MOVE WS-RPT-LINEA-VALORES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA.

      ******************************************************************
      * Párrafo 2300: Graba la transaccion "M" para MANTPROD: punto
      * y nivel propuestos, y el resto de los campos tal como estan
      * en el maestro (MANTPROD reescribe el registro completo)
      ******************************************************************
       2300-GRABAR-TRANSACCION.
           MOVE SPACES           TO TRANSACCIONES-IN-RECORD
           SET TR-ES-MODIFICACION TO TRUE
           MOVE PR-PRODUCTO-ID   TO TR-PRODUCTO-ID
           MOVE PR-DESCRIPCION   TO TR-DESCRIPCION
           MOVE PR-CATEGORIA     TO TR-CATEGORIA
           MOVE WS-PROP-PUNTO    TO TR-PUNTO-REORDEN
           MOVE PR-PROVEEDOR-ID  TO TR-PROVEEDOR-ID
           MOVE PR-ALICUOTA-IVA  TO TR-ALICUOTA-IVA
           MOVE WS-PROP-NIVEL    TO TR-NIVEL-MAXIMO

           WRITE TRANSACCIONES-IN-RECORD
           IF FS-TRANSACCIONES NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO trans_reorden.dat: "
                       FS-TRANSACCIONES
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2900: Imprime los totales finales del reporte
      ******************************************************************
       2900-IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "VENTAS LEIDAS EN LA VENTANA:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-LEIDAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "VENTAS DESCARTADAS (CODIGO NO NUMERICO):"
               TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-DESCARTADAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "RECEPCIONES LEIDAS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-RECEPCIONES TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "RECEPCIONES SIN FECHA DE EMISION VALIDA:"
               TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SIN-PLAZO TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "PRODUCTOS EVALUADOS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-EVALUADOS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "MODIFICACIONES APROBADAS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-APROBADAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "SIN CAMBIO SIGNIFICATIVO:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SIN-CAMBIO TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "CON PUNTO DE REORDEN Y SIN VENTAS:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SIN-VENTAS TO RPT-C-CANTIDAD
           MOVE WS-RPT-LINEA-CONTADOR TO WS-RPT-SALIDA
           PERFORM 2008-ESCRIBIR-LINEA

           MOVE "PRODUCTOS VENDIDOS SIN ALTA EN MAESTRO:"
               TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-SIN-ALTA TO RPT-C-CANTIDAD
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
           MOVE WS-RPT-FECHA-HOY    TO RPT-S-FECHA
           MOVE WS-VENTANA-DIAS     TO RPT-S-VENTANA
           MOVE WS-FECHA-DESDE-N    TO RPT-S-DESDE
           MOVE WS-RPT-PAGINA       TO RPT-S-PAGINA
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE WS-FACTOR-SEGURIDAD TO RPT-P-FACTOR
           MOVE WS-CICLO-DIAS       TO RPT-P-CICLO
           MOVE WS-PLAZO-DEFECTO    TO RPT-P-PLAZO
           MOVE WS-CAMBIO-MIN-PCT   TO RPT-P-CAMBIO
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-PARAMETROS
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
      * auditoria de la corrida: uno por las ventas leidas del
      * historial y otro por las transacciones propuestas
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "HISTORIAL_VENTAS.DAT"  TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDAS      TO AT-REGISTROS-LEIDOS
           COMPUTE AT-REGISTROS-GRABADOS =
                   WS-CONTADOR-LEIDAS - WS-CONTADOR-DESCARTADAS
           MOVE WS-CONTADOR-DESCARTADAS TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "trans_reorden.dat"     TO AT-ARCHIVO
           MOVE WS-CONTADOR-EVALUADOS   TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-APROBADAS   TO AT-REGISTROS-GRABADOS
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

           CLOSE HISTORIAL-VENTAS
                 RECEP-HIST-FILE
                 ORDENES-FILE
                 PRODUCTOS-FILE
                 PARAMETROS-FILE
                 TRANSACCIONES-OUT-FILE
                 REPORTE-OUT-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
