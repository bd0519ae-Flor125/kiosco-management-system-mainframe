      * (fecha desde / fecha hasta en AAAAMMDD), el mismo formato
      * que usa REPMARGEN.
      *
      * Desde el pedido 033 el libro no se re-emite sobre un mes
      * cerrado por CIERREINV (periodos_cerrados.dat): si algun mes
      * del rango esta cerrado y no tiene una reapertura "R"
      * posterior, la corrida aborta. El libro del mes se emite
      * antes del cierre; rehacerlo despues exige reabrir.
      *
      * ENTRADA:
      * - PERIODO_IVA.DAT:      Rango de fechas del libro
      * - HISTORIAL_VENTAS.DAT: Historial permanente (indexado)
      * - productos.dat:        Maestro de productos (indexado)
      * - periodos_cerrados.dat: Cierres y reaperturas de periodo
      *
      * SALIDA:
      * - reporte_libro_iva.dat: Libro IVA ventas impreso
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      * Periodos cerrados por CIERREINV (pedido 033). OPTIONAL:
      * mientras no haya cierres el archivo no existe
           SELECT OPTIONAL PERIODOS-FILE
               ASSIGN TO "../data/periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

      * Archivo de auditoria compartido, con la misma resolucion de
      * directorio que usa CALC-COSTOS
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "../data/run_control.dat"
       FD  REPORTE-OUT-FILE.
       01  REPORTE-LINEA           PIC X(80).

      *-----------------------------------------------------------------
      * Def. del archivo de periodos cerrados (pedido 033)
      *-----------------------------------------------------------------
       FD  PERIODOS-FILE.
           COPY PERCERR.

      *-----------------------------------------------------------------
      * Def. del archivo de auditoria de corridas
      *-----------------------------------------------------------------
           05 WS-FECHA-DESDE          PIC 9(8).
           05 WS-FECHA-HASTA          PIC 9(8).

      *-----------------------------------------------------------------
      * Estado de cierre de los meses del rango (pedido 033). Manda
      * el ultimo registro de cada mes en periodos_cerrados.dat: "C"
      * lo cierra, "R" lo reabre
      *-----------------------------------------------------------------
       01  WS-PER-TABLE.
           05 WS-PER-COUNT            PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 0 TO 120 TIMES
                                 DEPENDING ON WS-PER-COUNT
                                 INDEXED BY WS-PER-IDX.
               10 WS-PER-PERIODO      PIC 9(6).
               10 WS-PER-CERRADO-SW   PIC X.
                   88 WS-PER-CERRADO  VALUE 'Y'.
                   88 WS-PER-ABIERTO  VALUE 'N'.

       01  WS-PER-CONTROL.
           05 WS-PER-DESDE            PIC 9(6).
           05 WS-PER-HASTA            PIC 9(6).

      *-----------------------------------------------------------------
      * Apertura del importe en neto + IVA segun la alicuota del
      * producto. El precio del POS es final (IVA incluido): neto =
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-PERIODOS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-HISTVTA             PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTVTA        VALUE 'Y'.
           05 EOF-PERIODOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-PERIODOS       VALUE 'Y'.
           05 WS-PRODUCTOS-ABIERTO-SW PIC X VALUE 'N'.
              88 PRODUCTOS-DISPONIBLE      VALUE 'Y'.

       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (LIBROIVA) ---'.
           PERFORM 1000-LEER-PERIODO.
           PERFORM 1100-VERIFICAR-CIERRE.
           PERFORM 2000-ACUMULAR-PERIODO.
           PERFORM 3000-IMPRIMIR-LIBRO.
           PERFORM 8000-GRABAR-AUDITORIA.

           CLOSE PERIODO-IN-FILE.

      ******************************************************************
      * Párrafo 1100: Bloqueo de periodo cerrado (pedido 033). Lee
      * periodos_cerrados.dat y aborta si algun mes del rango quedo
      * cerrado por CIERREINV sin una reapertura "R" posterior
      ******************************************************************
       1100-VERIFICAR-CIERRE.
           MOVE WS-FECHA-DESDE(1:6) TO WS-PER-DESDE
           MOVE WS-FECHA-HASTA(1:6) TO WS-PER-HASTA

           OPEN INPUT PERIODOS-FILE
           IF FS-PERIODOS = "00" OR FS-PERIODOS = "05"
               PERFORM UNTIL NO-HAY-MAS-PERIODOS
                   READ PERIODOS-FILE
                       AT END
                           SET NO-HAY-MAS-PERIODOS TO TRUE
                       NOT AT END
                           IF PC-PERIODO >= WS-PER-DESDE
                              AND PC-PERIODO <= WS-PER-HASTA
                               PERFORM 1110-REGISTRAR-CIERRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF

           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-CERRADO(WS-PER-IDX)
                   DISPLAY "PERIODO " WS-PER-PERIODO(WS-PER-IDX)
                           " CERRADO - CORRIDA ABORTADA (AGREGAR "
                           "REAPERTURA R PARA RE-EMITIR)"
                   PERFORM 9900-ERROR-FATAL
               END-IF
           END-PERFORM.

      * Ubica el mes en la tabla (lo agrega si es nuevo) y le aplica
      * el registro leido; el ultimo registro del mes es el que queda
       1110-REGISTRAR-CIERRE.
           SET WS-PER-IDX TO 1
           SEARCH WS-PER-ENTRY
               AT END
                   IF WS-PER-COUNT < 120
                       ADD 1 TO WS-PER-COUNT
                       SET WS-PER-IDX TO WS-PER-COUNT
                       MOVE PC-PERIODO TO WS-PER-PERIODO(WS-PER-IDX)
                       SET WS-PER-ABIERTO(WS-PER-IDX) TO TRUE
                   ELSE
                       DISPLAY "RANGO DE PERIODO_IVA.DAT EXCEDE LA "
                               "TABLA DE CIERRES - CORRIDA ABORTADA"
                       PERFORM 9900-ERROR-FATAL
                   END-IF
               WHEN WS-PER-PERIODO(WS-PER-IDX) = PC-PERIODO
                   CONTINUE
           END-SEARCH

           EVALUATE TRUE
               WHEN PC-ES-CIERRE
                   SET WS-PER-CERRADO(WS-PER-IDX) TO TRUE
               WHEN PC-ES-REAPERTURA
                   SET WS-PER-ABIERTO(WS-PER-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Párrafo 2000: Recorre el historial desde la primera corrida
      * del rango y acumula por sucursal + alicuota hasta pasar la
