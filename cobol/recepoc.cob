      * las buenas sobre ordenes_compra.dat e imprime un listado de
      * aplicadas/rechazadas con el motivo, al estilo de MANTPROD.
      *
      * Desde el pedido 030 la recepcion tambien ingresa la
      * mercaderia al stock: cada recepcion aplicada da de alta un
      * lote nuevo en costos.dat para la sucursal + producto de la
      * linea, al costo unitario pactado en la orden, y agrega su
      * fecha de vencimiento (tomada en el muelle) a
      * vencimientos.dat. Asi DEPLSTOCK, VALINV y REORDEN ven la
      * mercaderia el mismo dia, y el lote entra en el proximo costo
      * promedio y en las alertas de BATCHCOSTOS. costos.dat se lee
      * completo a memoria y se reescribe al final, como en
      * TRANSFSUC; el lote nuevo queda ultimo dentro de su sucursal
      * + producto (el mas nuevo), que es el orden en que DEPLSTOCK
      * consume.
      *
      * La recepcion trae, ademas de orden + linea + cantidad, el
      * vencimiento AAAAMMDD (obligatorio), la sucursal que recibe
      * (obligatoria solo para lineas de empresa "***") y un costo
      * en centavos que solo se usa si la orden salio sin costo
      * pactado. Cada recepcion aplicada queda en el historial
      * recepciones_hist.dat, y el listado cierra con el detalle de
      * lotes ingresados por sucursal.
      *
      * ENTRADA:
      * - recepciones.dat:    Recepciones contra lineas de orden
      * - historico.dat:      % de ganancia de referencia (indexado)
      *
      * ENTRADA/SALIDA:
      * - ordenes_compra.dat: Lineas de orden abiertas (indexado)
      * - costos.dat:         Lotes por sucursal (se reescribe)
      * - vencimientos.dat:   Vencimiento por lote (se agrega)
      * - recepciones_hist.dat: Historial de recepciones (se agrega)
      *
      * SALIDA:
      * - listado_recepciones.dat: Listado aplicadas/rechazadas y
      *                            lotes ingresados por sucursal
      * - run_control.dat:         Rastro de auditoria de la corrida
      * - generaciones_cadena.dat: Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

      * Archivo de lotes por sucursal: se lee completo a memoria y
      * se reescribe con los lotes recibidos (pedido 030)
           SELECT COSTOS-IN-FILE ASSIGN TO "costos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOS.

      * Vencimientos por lote: se agrega el del lote recibido.
      * OPTIONAL: EXTEND lo crea si todavia no existe
           SELECT OPTIONAL VENCIMIENTOS-OUT-FILE
               ASSIGN TO "vencimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENCIMIENTOS.

      * Historial acumulado de recepciones aplicadas (pedido 030);
      * se abre EXTEND (OPTIONAL lo crea la primera vez)
           SELECT OPTIONAL RECEP-HIST-FILE
               ASSIGN TO "recepciones_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEP-HIST.

      * Historico de costos promedio: % de ganancia de referencia
      * para un lote de sucursal + producto sin renglones previos
           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-HISTORICO.

      * Listado impreso de recepciones aplicadas y rechazadas
           SELECT LISTADO-OUT-FILE
               ASSIGN TO "listado_recepciones.dat"
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
      * Def. del archivo de recepciones (Formato TEXTO)
      * RC-FEC-VENC, RC-SUCURSAL y RC-COSTO-CENT se agregaron con el
      * ingreso del lote al stock (pedido 030). El costo viene en
      * centavos, como en el POS, y solo se usa si la linea de la
      * orden no trae costo pactado
      *-----------------------------------------------------------------
       FD  RECEPCIONES-IN-FILE.
       01  RECEPCIONES-IN-RECORD.
           05 RC-NUMERO            PIC X(6).
           05 RC-LINEA             PIC X(3).
           05 RC-CANTIDAD          PIC X(9).
           05 RC-FEC-VENC          PIC X(8).
           05 RC-SUCURSAL          PIC X(3).
           05 RC-COSTO-CENT        PIC X(9).

      *-----------------------------------------------------------------
      * Def. de las lineas de orden de compra, layout compartido via
       FD  ORDENES-FILE.
           COPY ORDCOMP.

      *-----------------------------------------------------------------
      * Def. del archivo de lotes por sucursal, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  COSTOS-IN-FILE.
           COPY COSTOSIN.

      *-----------------------------------------------------------------
      * Def. del archivo de vencimientos (Formato TEXTO), el mismo
      * layout que leen BATCHCOSTOS y MERMAVENC. VR-FEC-VENC en
      * formato AAAAMMDD; el ID de lote equivale al ID de producto
      *-----------------------------------------------------------------
       FD  VENCIMIENTOS-OUT-FILE.
       01  VENCIMIENTOS-OUT-RECORD.
           05 VR-SUCURSAL          PIC X(3).
           05 VR-LOTE-ID           PIC X(9).
           05 VR-FEC-VENC          PIC X(8).

      *-----------------------------------------------------------------
      * Def. del historial de recepciones, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  RECEP-HIST-FILE.
           COPY RECEPHIS.

      *-----------------------------------------------------------------
      * Def. del historico de costos promedio, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  HISTORICO-FILE.
           COPY HISTREC.

      *-----------------------------------------------------------------
      * Def. del listado impreso de recepciones
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
           05 WS-CONTADOR-APLICADAS   PIC 9(4) VALUE 0.
           05 WS-CONTADOR-RECHAZADAS  PIC 9(4) VALUE 0.
           05 WS-CONTADOR-CERRADAS    PIC 9(4) VALUE 0.
           05 WS-CONTADOR-LOTES       PIC 9(4) VALUE 0.
           05 WS-CONTADOR-GRABADOS    PIC 9(9) VALUE 0.
           05 WS-COSTOS-LINEA-ACTUAL  PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "RECEPOC".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-RECEPCIONES          PIC X(2).
           05 FS-ORDENES              PIC X(2).
           05 FS-COSTOS               PIC X(2).
           05 FS-VENCIMIENTOS         PIC X(2).
           05 FS-RECEP-HIST           PIC X(2).
           05 FS-HISTORICO            PIC X(2).
           05 FS-LISTADO              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-RECEPCIONES         PIC X VALUE 'N'.
              88 NO-HAY-MAS-RECEPCIONES    VALUE 'Y'.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
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
      * Resultado de la validacion de la recepcion en curso
               88 WS-LINEA-EXISTE     VALUE 'Y'.
           05 WS-LINEA-CERRADA-SW     PIC X VALUE 'N'.
               88 WS-LINEA-SE-CERRO   VALUE 'Y'.
           05 WS-SUCURSAL-LOTE        PIC X(3).
           05 WS-COSTO-LOTE           PIC 9(9)V99.
           05 WS-COSTO-CENT-N         PIC 9(9).

      *-----------------------------------------------------------------
      * Validacion de calendario del vencimiento AAAAMMDD, con anio
      * bisiesto para febrero (mismo criterio que EDITVENTAS)
      *-----------------------------------------------------------------
       01  WS-VALIDACION-FECHA.
           05 WS-FECHA-N.
               10 WS-FECHA-ANIO       PIC 9(4).
               10 WS-FECHA-MES        PIC 9(2).
               10 WS-FECHA-DIA        PIC 9(2).
           05 WS-FECHA-N-NUM REDEFINES WS-FECHA-N
                                      PIC 9(8).
           05 WS-DIA-MAXIMO           PIC 9(2).
           05 WS-RESTO-4              PIC 9(4).
           05 WS-RESTO-100            PIC 9(4).
           05 WS-RESTO-400            PIC 9(4).
           05 WS-FECHA-HOY-N          PIC 9(8).

      *-----------------------------------------------------------------
      * Imagen completa de costos.dat en memoria, igual que en
      * TRANSFSUC. El archivo viene ordenado por sucursal + producto
      * y cada lote recibido se inserta despues de los renglones de
      * su misma clave (queda como el lote mas nuevo), asi que la
      * reescritura final conserva el orden que exigen los
      * consumidores
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
           05 WS-CST-INSERT-POS       PIC 9(4).
           05 WS-CST-SHIFT-IDX        PIC 9(4).
           05 WS-CST-CLAVE-NUEVA.
               10 WS-CST-SUC-NUEVA    PIC X(3).
               10 WS-CST-PROD-NUEVO   PIC X(9).
           05 WS-CANTIDAD-SALIDA-N    PIC 9(9).
           05 WS-GANANCIA-LOTE        PIC X(6).

      *-----------------------------------------------------------------
      * Armado del costo y la ganancia del lote nuevo en el formato
      * textual de costos.dat ("150.75" / "25.50", punto decimal)
      *-----------------------------------------------------------------
       01  WS-FORMATO-COSTOS.
           05 WS-COSTO-DESARMADO      PIC 9(9)V99.
           05 WS-COSTO-PARTES REDEFINES WS-COSTO-DESARMADO.
               10 WS-COSTO-ENTERO-9   PIC 9(9).
               10 WS-COSTO-DECIMAL-9  PIC 9(2).
           05 WS-COSTO-TEXTO.
               10 WS-CT-ENTERO        PIC 9(8).
               10 FILLER              PIC X(1)  VALUE ".".
               10 WS-CT-DECIMAL       PIC 9(2).
           05 WS-GANANCIA-DESARMADA   PIC 9(3)V99.
           05 WS-GANANCIA-PARTES REDEFINES WS-GANANCIA-DESARMADA.
               10 WS-GAN-ENTERO-9     PIC 9(3).
               10 WS-GAN-DECIMAL-9    PIC 9(2).
           05 WS-GANANCIA-TEXTO.
               10 WS-GT-ENTERO        PIC 9(3).
               10 FILLER              PIC X(1)  VALUE ".".
               10 WS-GT-DECIMAL       PIC 9(2).

      *-----------------------------------------------------------------
      * Lotes ingresados en la corrida, ordenados por sucursal +
      * producto + orden + linea para el detalle por sucursal del
      * listado
      *-----------------------------------------------------------------
       01  WS-LOT-TABLE.
           05 WS-LOT-COUNT            PIC 9(4) VALUE 0.
           05 WS-LOT-ENTRY OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-LOT-COUNT
                                 INDEXED BY WS-LOT-IDX.
               10 WS-LOT-CLAVE.
                   15 WS-LOT-SUCURSAL     PIC X(3).
                   15 WS-LOT-PRODUCTO-ID  PIC 9(9).
                   15 WS-LOT-NUMERO       PIC 9(6).
                   15 WS-LOT-LINEA        PIC 9(3).
               10 WS-LOT-CANTIDAD     PIC 9(9).
               10 WS-LOT-COSTO-UNIT   PIC 9(9)V99.
               10 WS-LOT-FEC-VENC     PIC X(8).

       01  WS-LOT-CONTROL.
           05 WS-LOT-INSERT-POS       PIC 9(4).
           05 WS-LOT-SHIFT-IDX        PIC 9(4).
           05 WS-LOT-PRINT-IDX        PIC 9(4).
           05 WS-LOT-CLAVE-NUEVA.
               10 WS-LOT-SUC-NUEVA    PIC X(3).
               10 WS-LOT-PROD-NUEVO   PIC 9(9).
               10 WS-LOT-NUM-NUEVO    PIC 9(6).
               10 WS-LOT-LIN-NUEVA    PIC 9(3).
           05 WS-LOT-VALOR            PIC 9(11)V99.

      *-----------------------------------------------------------------
      * Corte por sucursal en el detalle de lotes ingresados
      *-----------------------------------------------------------------
       01  WS-IMPRESION-CONTROL.
           05 WS-RPT-SUCURSAL-ACTUAL  PIC X(3) VALUE SPACES.
           05 WS-SUB-CANTIDAD         PIC 9(11) VALUE 0.
           05 WS-SUB-VALOR            PIC 9(11)V99 VALUE 0.
           05 WS-TOT-CANTIDAD         PIC 9(11) VALUE 0.
           05 WS-TOT-VALOR            PIC 9(11)V99 VALUE 0.

      *-----------------------------------------------------------------
      * Variables de control del listado impreso (paginado)
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-MOTIVO            PIC X(32).

      *-----------------------------------------------------------------
      * Detalle de lotes ingresados por sucursal (pedido 030)
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-TIT-LOTES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "LOTES INGRESADOS AL STOCK POR SUCURSAL".

       01  WS-RPT-LINEA-SUCURSAL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SUCURSAL: ".
           05 RPT-U-CODIGO            PIC X(3).

       01  WS-RPT-LINEA-COL-LOTES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "PRODUCTO ".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE "ORDEN ".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(3)  VALUE "LIN".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE " CANTIDAD".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "   COSTO UNIT".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "VENCIM. ".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "        VALOR".

       01  WS-RPT-LINEA-DET-LOTE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-PRODUCTO          PIC 9(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-LINEA             PIC 9(3).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-CANTIDAD          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-COSTO             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-FEC-VENC          PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-VALOR             PIC ZZ.ZZZ.ZZ9,99.

       01  WS-RPT-LINEA-SUB-LOTES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(18)
              VALUE "SUBTOTAL SUCURSAL ".
           05 RPT-B-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 RPT-B-CANTIDAD          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(27) VALUE SPACES.
           05 RPT-B-VALOR             PIC ZZ.ZZZ.ZZ9,99.

       01  WS-RPT-LINEA-TOT-LOTES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "LOTES: ".
           05 RPT-G-LOTES             PIC ZZZ9.
           05 FILLER                  PIC X(13) VALUE SPACES.
           05 RPT-G-CANTIDAD          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(27) VALUE SPACES.
           05 RPT-G-VALOR             PIC ZZ.ZZZ.ZZ9,99.

       01  WS-RPT-LINEA-TOTALES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "LEIDAS: ".
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (RECEPOC) ---'.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1000-CARGAR-COSTOS.
           PERFORM 2000-PROCESAR-RECEPCIONES.
           PERFORM 2800-REESCRIBIR-COSTOS.
           PERFORM 3000-IMPRIMIR-LOTES.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'RECEPCIONES LEIDAS: '     WS-CONTADOR-LEIDAS.
           DISPLAY 'RECEPCIONES APLICADAS: '  WS-CONTADOR-APLICADAS.
           DISPLAY 'RECEPCIONES RECHAZADAS: ' WS-CONTADOR-RECHAZADAS.
           DISPLAY 'LINEAS DE ORDEN CERRADAS: ' WS-CONTADOR-CERRADAS.
           DISPLAY 'LOTES INGRESADOS AL STOCK: ' WS-CONTADOR-LOTES.
           GOBACK.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Antes
      * de tocar nada deja en generaciones_cadena.dat la marca de
      * inicio de la corrida y una copia de ordenes_compra.dat,
      * costos.dat, vencimientos.dat y recepciones_hist.dat, para
      * que RESTCADENA pueda volver al estado previo a este job.
      * Corre fuera de la cadena nocturna pero pisa archivos que
      * ella lee. Sin respaldo la corrida no arranca
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

           PERFORM 0210-RESPALDAR-ORDENES
           PERFORM 0220-RESPALDAR-COSTOS
           PERFORM 0230-RESPALDAR-VENCIMIENTOS
           PERFORM 0240-RESPALDAR-RECEP-HIST

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-ORDENES.
           MOVE "ordenes_compra.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT ORDENES-FILE
           EVALUATE FS-ORDENES
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ ORDENES-FILE NEXT
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE ORDEN-COMPRA-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE ORDENES-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "ordenes_compra.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-ORDENES ")"
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

       0230-RESPALDAR-VENCIMIENTOS.
           MOVE "vencimientos.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT VENCIMIENTOS-OUT-FILE
           EVALUATE FS-VENCIMIENTOS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ VENCIMIENTOS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE VENCIMIENTOS-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE VENCIMIENTOS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE VENCIMIENTOS-OUT-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "vencimientos.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-VENCIMIENTOS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0240-RESPALDAR-RECEP-HIST.
           MOVE "recepciones_hist.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT RECEP-HIST-FILE
           EVALUATE FS-RECEP-HIST
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ RECEP-HIST-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE RECEPCION-HIST-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE RECEP-HIST-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE RECEP-HIST-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "recepciones_hist.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-RECEP-HIST ")"
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
      * Párrafo 1000: Carga costos.dat completo en memoria, renglon
      * por renglon y en su orden original (pedido 030)
      ******************************************************************
       1000-CARGAR-COSTOS.
           OPEN INPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "costos.dat NO DISPONIBLE (FS=" FS-COSTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-COSTOS
               READ COSTOS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-COSTOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COSTOS-LINEA-ACTUAL
                       PERFORM 1010-REGISTRAR-RENGLON
               END-READ
           END-PERFORM

           CLOSE COSTOS-IN-FILE.

       1010-REGISTRAR-RENGLON.
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

      ******************************************************************
      * Párrafo 2000: Lee las recepciones, valida cada una y aplica
      * las buenas sobre ordenes_compra.dat
       2000-PROCESAR-RECEPCIONES.
           DISPLAY '--- INICIO RECEPCION DE MERCADERIA ---'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY-N

           OPEN I-O ORDENES-FILE
           IF FS-ORDENES NOT = "00"
               DISPLAY "ordenes_compra.dat NO DISPONIBLE (FS="
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN EXTEND VENCIMIENTOS-OUT-FILE
           IF FS-VENCIMIENTOS NOT = "00" AND FS-VENCIMIENTOS NOT = "05"
               DISPLAY "ERROR ABRIENDO vencimientos.dat: "
                       FS-VENCIMIENTOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN EXTEND RECEP-HIST-FILE
           IF FS-RECEP-HIST NOT = "00" AND FS-RECEP-HIST NOT = "05"
               DISPLAY "ERROR ABRIENDO recepciones_hist.dat: "
                       FS-RECEP-HIST
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2002-ABRIR-HISTORICO

           PERFORM 2007-IMPRIMIR-ENCABEZADO
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS
           ADD 1 TO WS-RPT-LINEAS-PAGINA

           PERFORM UNTIL NO-HAY-MAS-RECEPCIONES
               READ RECEPCIONES-IN-FILE
               END-READ
           END-PERFORM

           IF HISTORICO-DISPONIBLE
               CLOSE HISTORICO-FILE
           END-IF

           CLOSE RECEPCIONES-IN-FILE
                 ORDENES-FILE
                 VENCIMIENTOS-OUT-FILE
                 RECEP-HIST-FILE.

      ******************************************************************
      * Párrafo 2002: Abre el historico de costos promedio para el
      * % de ganancia de los lotes de sucursal + producto nuevos. Si
      * el archivo no existe todavia, esos lotes entran sin ganancia
      ******************************************************************
       2002-ABRIR-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO = "00"
               SET HISTORICO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "historico.dat NO DISPONIBLE (FS="
                       FS-HISTORICO ") - LOTES NUEVOS SIN GANANCIA"
           END-IF.

      ******************************************************************
      * Párrafo 2100: Valida la recepcion en curso y, si es buena,
               END-IF
           END-IF

           IF WS-RECEP-VALIDA
               PERFORM 2115-VALIDAR-VENCIMIENTO
           END-IF

           IF WS-RECEP-VALIDA
               MOVE FUNCTION NUMVAL(RC-NUMERO) TO WS-NUMERO-N
               MOVE FUNCTION NUMVAL(RC-LINEA)  TO WS-LINEA-N
                           TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-RECEP-VALIDA-SW
               END-EVALUATE
           END-IF

           IF WS-RECEP-VALIDA
               PERFORM 2130-RESOLVER-SUCURSAL
           END-IF

           IF WS-RECEP-VALIDA
               PERFORM 2140-RESOLVER-COSTO
           END-IF.

      ******************************************************************
      * Párrafo 2115: El vencimiento tomado en el muelle debe ser
      * una fecha AAAAMMDD valida de calendario y posterior a hoy:
      * mercaderia que llega vencida no entra al stock (pedido 030)
      ******************************************************************
       2115-VALIDAR-VENCIMIENTO.
           IF RC-FEC-VENC IS NOT NUMERIC
               MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RECEP-VALIDA-SW
           ELSE
               MOVE RC-FEC-VENC TO WS-FECHA-N
               PERFORM 2116-VALIDAR-CALENDARIO
           END-IF

           IF WS-RECEP-VALIDA
               IF WS-FECHA-N-NUM <= WS-FECHA-HOY-N
                   MOVE "MERCADERIA YA VENCIDA" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RECEP-VALIDA-SW
               END-IF
           END-IF.

       2116-VALIDAR-CALENDARIO.
           EVALUATE WS-FECHA-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIA-MAXIMO
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIA-MAXIMO
               WHEN 02
                   PERFORM 2117-DIAS-DE-FEBRERO
               WHEN OTHER
                   MOVE 0 TO WS-DIA-MAXIMO
           END-EVALUATE

           IF WS-FECHA-DIA < 1 OR WS-FECHA-DIA > WS-DIA-MAXIMO
              OR WS-FECHA-ANIO = 0
               MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RECEP-VALIDA-SW
           END-IF.

       2117-DIAS-DE-FEBRERO.
           COMPUTE WS-RESTO-4   = FUNCTION MOD(WS-FECHA-ANIO 4)
           COMPUTE WS-RESTO-100 = FUNCTION MOD(WS-FECHA-ANIO 100)
           COMPUTE WS-RESTO-400 = FUNCTION MOD(WS-FECHA-ANIO 400)

           IF WS-RESTO-400 = 0
              OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
               MOVE 29 TO WS-DIA-MAXIMO
           ELSE
               MOVE 28 TO WS-DIA-MAXIMO
           END-IF.

      ******************************************************************
                   SET WS-LINEA-EXISTE TO TRUE
           END-READ.

      ******************************************************************
      * Párrafo 2130: Sucursal en la que entra el lote. Una linea de
      * empresa ("***") no dice a que kiosco va: la sucursal que
      * recibe es obligatoria. En una linea con sucursal, la de la
      * recepcion puede venir en blanco pero si viene debe coincidir
      ******************************************************************
       2130-RESOLVER-SUCURSAL.
           IF OC-SUCURSAL = "***"
               IF RC-SUCURSAL = SPACES OR RC-SUCURSAL = "***"
                   MOVE "FALTA SUCURSAL QUE RECIBE"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RECEP-VALIDA-SW
               ELSE
                   MOVE RC-SUCURSAL TO WS-SUCURSAL-LOTE
               END-IF
           ELSE
               IF RC-SUCURSAL NOT = SPACES
                  AND RC-SUCURSAL NOT = OC-SUCURSAL
                   MOVE "SUCURSAL NO CORRESPONDE A ORDEN"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RECEP-VALIDA-SW
               ELSE
                   MOVE OC-SUCURSAL TO WS-SUCURSAL-LOTE
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2140: Costo unitario del lote. Manda el costo pactado
      * en la orden; solo si la orden salio sin costo se toma el
      * informado en la recepcion (en centavos). Sin ninguno de los
      * dos el lote no puede valorizarse y la recepcion se rechaza
      ******************************************************************
       2140-RESOLVER-COSTO.
           MOVE 0 TO WS-COSTO-LOTE

           IF OC-COSTO-UNIT IS NUMERIC AND OC-COSTO-UNIT > 0
               MOVE OC-COSTO-UNIT TO WS-COSTO-LOTE
           ELSE
               IF RC-COSTO-CENT IS NUMERIC
                   MOVE FUNCTION NUMVAL(RC-COSTO-CENT)
                       TO WS-COSTO-CENT-N
                   COMPUTE WS-COSTO-LOTE = WS-COSTO-CENT-N / 100
               END-IF
           END-IF

           IF WS-COSTO-LOTE = 0
               MOVE "LINEA SIN COSTO PACTADO" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RECEP-VALIDA-SW
           END-IF.

      ******************************************************************
      * Párrafo 2200: Descarga la cantidad recibida sobre la linea y
      * la cierra cuando lo recibido alcanza lo pedido. Recibir de
      * mas tambien cierra la linea: el proveedor a veces completa
      * el bulto y no se le devuelve. Con la linea ya reescrita, la
      * mercaderia entra al stock como lote nuevo (pedido 030)
      ******************************************************************
       2200-APLICAR-RECEPCION.
      * Sin lugar para el lote en memoria se aborta ANTES de tocar
      * la linea: una recepcion descargada en la orden pero sin su
      * lote en costos.dat dejaria la mercaderia fuera del stock
           IF WS-CST-COUNT >= 9999 OR WS-LOT-COUNT >= 9999
               DISPLAY "LOTES EXCEDEN LA TABLA EN MEMORIA - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD WS-CANTIDAD-N TO OC-CANT-RECIBIDA

           IF OC-CANT-RECIBIDA >= OC-CANTIDAD
                   MOVE "ERROR DE REESCRITURA EN ORDENES"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RECEP-VALIDA-SW
           END-REWRITE

           IF WS-RECEP-VALIDA
               PERFORM 2210-INGRESAR-LOTE
               PERFORM 2220-GRABAR-VENCIMIENTO
               PERFORM 2230-GRABAR-HISTORIAL
               PERFORM 2240-INSERTAR-EN-LOTES
               ADD 1 TO WS-CONTADOR-LOTES
           END-IF.

      ******************************************************************
      * Párrafo 2210: Inserta el lote recibido en la imagen de
      * costos.dat, despues del ultimo renglon de su sucursal +
      * producto, con el costo del lote y la ganancia vigente
      ******************************************************************
       2210-INGRESAR-LOTE.
           MOVE WS-SUCURSAL-LOTE TO WS-CST-SUC-NUEVA
           MOVE OC-PRODUCTO-ID   TO WS-CST-PROD-NUEVO

           PERFORM 2215-RESOLVER-GANANCIA

           MOVE WS-CST-COUNT TO WS-CST-INSERT-POS
           ADD 1 TO WS-CST-INSERT-POS
           PERFORM VARYING WS-CST-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-CST-SHIFT-IDX > WS-CST-COUNT
               IF WS-CST-CLAVE(WS-CST-SHIFT-IDX)
                                   > WS-CST-CLAVE-NUEVA
                   MOVE WS-CST-SHIFT-IDX TO WS-CST-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CST-SHIFT-IDX
                   FROM WS-CST-COUNT BY -1
                   UNTIL WS-CST-SHIFT-IDX < WS-CST-INSERT-POS
               MOVE WS-CST-ENTRY(WS-CST-SHIFT-IDX)
                   TO WS-CST-ENTRY(WS-CST-SHIFT-IDX + 1)
           END-PERFORM

      * Costo textual con punto decimal, como lo escribe el extracto
           MOVE WS-COSTO-LOTE      TO WS-COSTO-DESARMADO
           MOVE WS-COSTO-ENTERO-9  TO WS-CT-ENTERO
           MOVE WS-COSTO-DECIMAL-9 TO WS-CT-DECIMAL

           ADD 1 TO WS-CST-COUNT
           MOVE WS-CST-CLAVE-NUEVA
               TO WS-CST-CLAVE(WS-CST-INSERT-POS)
           MOVE WS-GANANCIA-LOTE
               TO WS-CST-GANANCIA(WS-CST-INSERT-POS)
           MOVE WS-CANTIDAD-N
               TO WS-CST-CANTIDAD(WS-CST-INSERT-POS)
           MOVE WS-COSTO-TEXTO
               TO WS-CST-PRECIOCOSTO(WS-CST-INSERT-POS).

      ******************************************************************
      * Párrafo 2215: % de ganancia del lote nuevo: el del ultimo
      * renglon de la misma sucursal + producto en costos.dat; si la
      * clave es nueva, el del historico; si tampoco esta, cero
      ******************************************************************
       2215-RESOLVER-GANANCIA.
           MOVE SPACES TO WS-GANANCIA-LOTE

           PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
               IF WS-CST-CLAVE(WS-CST-SUB) = WS-CST-CLAVE-NUEVA
                   MOVE WS-CST-GANANCIA(WS-CST-SUB)
                       TO WS-GANANCIA-LOTE
               END-IF
           END-PERFORM

           IF WS-GANANCIA-LOTE = SPACES
               MOVE 0 TO WS-GANANCIA-DESARMADA
               IF HISTORICO-DISPONIBLE
                   MOVE WS-CST-CLAVE-NUEVA TO HR-CLAVE
                   READ HISTORICO-FILE
                       KEY IS HR-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HR-PORC-GANANCIA
                               TO WS-GANANCIA-DESARMADA
                   END-READ
               END-IF
               MOVE WS-GAN-ENTERO-9  TO WS-GT-ENTERO
               MOVE WS-GAN-DECIMAL-9 TO WS-GT-DECIMAL
               MOVE WS-GANANCIA-TEXTO TO WS-GANANCIA-LOTE
           END-IF.

      ******************************************************************
      * Párrafo 2220: Agrega el vencimiento del lote recibido a
      * vencimientos.dat para las alertas de BATCHCOSTOS
      ******************************************************************
       2220-GRABAR-VENCIMIENTO.
           MOVE WS-SUCURSAL-LOTE TO VR-SUCURSAL
           MOVE OC-PRODUCTO-ID   TO VR-LOTE-ID
           MOVE RC-FEC-VENC      TO VR-FEC-VENC
           WRITE VENCIMIENTOS-OUT-RECORD
           IF FS-VENCIMIENTOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO vencimientos.dat: "
                       FS-VENCIMIENTOS
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2230: Deja la recepcion aplicada en el historial,
      * con la fecha de recepcion y la de emision de la orden
      ******************************************************************
       2230-GRABAR-HISTORIAL.
           MOVE WS-FECHA-HOY-N   TO RH-FECHA-RECEPCION
           MOVE OC-NUMERO        TO RH-NUMERO
           MOVE OC-LINEA         TO RH-LINEA
           MOVE OC-PROVEEDOR-ID  TO RH-PROVEEDOR-ID
           MOVE WS-SUCURSAL-LOTE TO RH-SUCURSAL
           MOVE OC-PRODUCTO-ID   TO RH-PRODUCTO-ID
           MOVE WS-CANTIDAD-N    TO RH-CANTIDAD
           MOVE WS-COSTO-LOTE    TO RH-COSTO-UNIT
           MOVE RC-FEC-VENC      TO RH-FEC-VENC
           MOVE OC-FECHA-EMISION TO RH-FECHA-EMISION
           WRITE RECEPCION-HIST-REG
           IF FS-RECEP-HIST NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO recepciones_hist.dat: "
                       FS-RECEP-HIST
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2240: Acumula el lote ingresado en el detalle por
      * sucursal, ordenado por sucursal + producto + orden + linea
      ******************************************************************
       2240-INSERTAR-EN-LOTES.
           MOVE WS-SUCURSAL-LOTE TO WS-LOT-SUC-NUEVA
           MOVE OC-PRODUCTO-ID   TO WS-LOT-PROD-NUEVO
           MOVE OC-NUMERO        TO WS-LOT-NUM-NUEVO
           MOVE OC-LINEA         TO WS-LOT-LIN-NUEVA

           MOVE WS-LOT-COUNT TO WS-LOT-INSERT-POS
           ADD 1 TO WS-LOT-INSERT-POS
           PERFORM VARYING WS-LOT-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-SHIFT-IDX > WS-LOT-COUNT
               IF WS-LOT-CLAVE(WS-LOT-SHIFT-IDX)
                                   > WS-LOT-CLAVE-NUEVA
                   MOVE WS-LOT-SHIFT-IDX TO WS-LOT-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LOT-SHIFT-IDX
                   FROM WS-LOT-COUNT BY -1
                   UNTIL WS-LOT-SHIFT-IDX < WS-LOT-INSERT-POS
               MOVE WS-LOT-ENTRY(WS-LOT-SHIFT-IDX)
                   TO WS-LOT-ENTRY(WS-LOT-SHIFT-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-LOT-COUNT
           MOVE WS-LOT-CLAVE-NUEVA
               TO WS-LOT-CLAVE(WS-LOT-INSERT-POS)
           MOVE WS-CANTIDAD-N
               TO WS-LOT-CANTIDAD(WS-LOT-INSERT-POS)
           MOVE WS-COSTO-LOTE
               TO WS-LOT-COSTO-UNIT(WS-LOT-INSERT-POS)
           MOVE RC-FEC-VENC
               TO WS-LOT-FEC-VENC(WS-LOT-INSERT-POS).

      ******************************************************************
      * Párrafo 2007: Imprime el encabezado de página del listado.
      * La linea de columnas NO va aca (como en TRANSFSUC): el
      * listado de recepciones y el detalle de lotes usan columnas
      * distintas y cada seccion imprime la suya
      ******************************************************************
       2007-IMPRIMIR-ENCABEZADO.
           IF WS-RPT-LINEAS-PAGINA NOT = 0
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-SUBTITULO
           MOVE SPACES TO LISTADO-LINEA
           WRITE LISTADO-LINEA

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

       2300-IMPRIMIR-LINEA-LISTADO.
           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS
               ADD 1 TO WS-RPT-LINEAS-PAGINA
           END-IF

           MOVE RC-NUMERO   TO RPT-D-NUMERO
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-DETALLE
           ADD 1 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 2800: Reescribe costos.dat desde la imagen en
      * memoria, con los lotes recibidos en su lugar (pedido 030)
      ******************************************************************
       2800-REESCRIBIR-COSTOS.
           OPEN OUTPUT COSTOS-IN-FILE
           IF FS-COSTOS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO costos.dat: " FS-COSTOS
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
               PERFORM 2810-GRABAR-RENGLON
           END-PERFORM

           CLOSE COSTOS-IN-FILE.

       2810-GRABAR-RENGLON.
           MOVE WS-CST-SUCURSAL(WS-CST-SUB)    TO CR-SUCURSAL
           MOVE WS-CST-PRODUCTO-ID(WS-CST-SUB) TO CR-PRODUCTO-ID
           MOVE WS-CST-GANANCIA(WS-CST-SUB)    TO CR-PORC-GANANCIA
           MOVE WS-CST-PRECIOCOSTO(WS-CST-SUB) TO CR-PRECIOCOSTO

      * La cantidad vuelve como digitos con ceros a la izquierda,
      * el mismo formato con el que vino
           MOVE WS-CST-CANTIDAD(WS-CST-SUB) TO WS-CANTIDAD-SALIDA-N
           MOVE WS-CANTIDAD-SALIDA-N        TO CR-CANTIDAD

           WRITE COSTOS-IN-RECORD
           IF FS-COSTOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO costos.dat: " FS-COSTOS
               PERFORM 9900-ERROR-FATAL
           ELSE
               ADD 1 TO WS-CONTADOR-GRABADOS
           END-IF.

      ******************************************************************
      * Párrafo 3000: Imprime el detalle de lotes ingresados con
      * corte por sucursal y los totales finales del listado
      ******************************************************************
       3000-IMPRIMIR-LOTES.
           IF WS-LOT-COUNT > 0
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TIT-LOTES
               ADD 2 TO WS-RPT-LINEAS-PAGINA

               MOVE SPACES TO WS-RPT-SUCURSAL-ACTUAL
               PERFORM VARYING WS-LOT-PRINT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-PRINT-IDX > WS-LOT-COUNT
                   PERFORM 3100-IMPRIMIR-LINEA-LOTE
               END-PERFORM
               PERFORM 3200-IMPRIMIR-SUBTOTAL-SUCURSAL

               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE WS-LOT-COUNT    TO RPT-G-LOTES
               MOVE WS-TOT-CANTIDAD TO RPT-G-CANTIDAD
               MOVE WS-TOT-VALOR    TO RPT-G-VALOR
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TOT-LOTES
           END-IF

           PERFORM 2900-IMPRIMIR-TOTAL-LISTADO

           CLOSE LISTADO-OUT-FILE.

       3100-IMPRIMIR-LINEA-LOTE.
           SET WS-LOT-IDX TO WS-LOT-PRINT-IDX

           IF WS-LOT-SUCURSAL(WS-LOT-IDX) NOT = WS-RPT-SUCURSAL-ACTUAL
               IF WS-RPT-SUCURSAL-ACTUAL NOT = SPACES
                   PERFORM 3200-IMPRIMIR-SUBTOTAL-SUCURSAL
               END-IF
               IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
                   PERFORM 2007-IMPRIMIR-ENCABEZADO
               END-IF
               MOVE WS-LOT-SUCURSAL(WS-LOT-IDX)
                   TO WS-RPT-SUCURSAL-ACTUAL
               MOVE WS-LOT-SUCURSAL(WS-LOT-IDX) TO RPT-U-CODIGO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-SUCURSAL
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COL-LOTES
               ADD 2 TO WS-RPT-LINEAS-PAGINA
           END-IF

           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-SUCURSAL
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COL-LOTES
               ADD 2 TO WS-RPT-LINEAS-PAGINA
           END-IF

           COMPUTE WS-LOT-VALOR =
                   WS-LOT-CANTIDAD(WS-LOT-IDX) *
                   WS-LOT-COSTO-UNIT(WS-LOT-IDX)

           MOVE WS-LOT-PRODUCTO-ID(WS-LOT-IDX) TO RPT-L-PRODUCTO
           MOVE WS-LOT-NUMERO(WS-LOT-IDX)      TO RPT-L-NUMERO
           MOVE WS-LOT-LINEA(WS-LOT-IDX)       TO RPT-L-LINEA
           MOVE WS-LOT-CANTIDAD(WS-LOT-IDX)    TO RPT-L-CANTIDAD
           MOVE WS-LOT-COSTO-UNIT(WS-LOT-IDX)  TO RPT-L-COSTO
           MOVE WS-LOT-FEC-VENC(WS-LOT-IDX)    TO RPT-L-FEC-VENC
           MOVE WS-LOT-VALOR                   TO RPT-L-VALOR

           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-DET-LOTE
           ADD 1 TO WS-RPT-LINEAS-PAGINA

           ADD WS-LOT-CANTIDAD(WS-LOT-IDX) TO WS-SUB-CANTIDAD
                                              WS-TOT-CANTIDAD
           ADD WS-LOT-VALOR                TO WS-SUB-VALOR
                                              WS-TOT-VALOR.

       3200-IMPRIMIR-SUBTOTAL-SUCURSAL.
           MOVE WS-RPT-SUCURSAL-ACTUAL TO RPT-B-SUCURSAL
           MOVE WS-SUB-CANTIDAD        TO RPT-B-CANTIDAD
           MOVE WS-SUB-VALOR           TO RPT-B-VALOR
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-SUB-LOTES
           MOVE SPACES TO LISTADO-LINEA
           WRITE LISTADO-LINEA
           ADD 2 TO WS-RPT-LINEAS-PAGINA

           MOVE 0 TO WS-SUB-CANTIDAD
                     WS-SUB-VALOR.

      ******************************************************************
      * Párrafo 2900: Imprime los totales finales del listado
      ******************************************************************

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida: uno por las recepciones y otro por
      * los lotes escritos en costos.dat (pedido 030)
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "recepciones.dat"       TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDAS      TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-APLICADAS   TO AT-REGISTROS-GRABADOS
           MOVE WS-CONTADOR-RECHAZADAS  TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "costos.dat"            TO AT-ARCHIVO
           MOVE WS-COSTOS-LINEA-ACTUAL  TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-GRABADOS    TO AT-REGISTROS-GRABADOS
           MOVE 0                       TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           CLOSE AUDIT-TRAIL-FILE.

       8010-ESCRIBIR-REGISTRO-AUDITORIA.
           MOVE WS-AUDIT-JOB-NAME TO AT-JOB-NAME
           MOVE WS-AUDIT-ESTAMPA  TO AT-FECHA-HORA
           WRITE AUDIT-TRAIL-RECORD
           IF FS-AUDIT NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO run_control.dat: " FS-AUDIT

           CLOSE RECEPCIONES-IN-FILE
                 ORDENES-FILE
                 COSTOS-IN-FILE
                 VENCIMIENTOS-OUT-FILE
                 RECEP-HIST-FILE
                 HISTORICO-FILE
                 LISTADO-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
