       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONCFACT.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Conciliacion de facturas de proveedor contra las
      * ordenes de compra y lo recibido (pedido 031). Cierra el
      * circuito GENORDC -> RECEPOC: cada renglon de factura se
      * controla contra su linea de orden (orden + linea) y contra
      * la cantidad efectivamente recibida en el muelle.
      *
      * Las facturas llegan agrupadas por proveedor + numero de
      * factura; el programa corta por factura y controla cada
      * renglon:
      * - la orden + linea debe existir y ser del mismo proveedor
      * - lo ya facturado mas lo que factura el renglon no puede
      *   superar lo recibido (sobrefacturacion de cantidad)
      * - el precio unitario no puede apartarse del costo pactado en
      *   la orden mas que la tolerancia del registro "F" de
      *   parametros.dat (en %, defecto 2,00)
      *
      * La factura se aprueba o se retiene entera: con un solo
      * renglon observado queda retenida para revision de compras y
      * no toca nada. Una factura aprobada suma lo facturado en
      * OC-CANT-FACTURADA de cada linea y genera su asiento en la
      * interfaz de cuentas a pagar, con el mismo formato de
      * cabecera / detalle / cola que GL_INTERFACE.DAT:
      *   debe  11400000 Mercaderias          (neto)
      *   debe  11500000 IVA credito fiscal   (IVA de cada renglon,
      *                                        alicuota del producto)
      *   haber 21100000 Proveedores          (total de la factura)
      * El precio de la factura es unitario, neto de IVA y en
      * centavos, como en el POS.
      *
      * ENTRADA:
      * - facturas_prov.dat:  Renglones de factura de proveedor
      * - productos.dat:      Alicuota de IVA del producto (indexado)
      * - proveedores.dat:    Razon social para el listado (indexado)
      * - parametros.dat:     Tolerancia de precio (registro "F")
      *
      * ENTRADA/SALIDA:
      * - ordenes_compra.dat: Lineas de orden (indexado); se
      *                       actualiza OC-CANT-FACTURADA
      *
      * SALIDA:
      * - AP_INTERFACE.DAT:      Interfaz de cuentas a pagar
      * - listado_facturas.dat:  Listado de facturas aprobadas y
      *                          retenidas con el motivo por renglon
      * - run_control.dat:       Rastro de auditoria de la corrida
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
      * Renglones de factura de proveedor (Formato TEXTO)
           SELECT FACTURAS-IN-FILE
               ASSIGN TO "facturas_prov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURAS.

      * Lineas de orden de compra, indexadas por numero + linea
           SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

      * Maestro de productos (alicuota de IVA del renglon)
           SELECT PRODUCTOS-FILE ASSIGN TO "productos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCTO-ID
               FILE STATUS IS FS-PRODUCTOS.

      * Maestro de proveedores (razon social para el listado)
           SELECT PROVEEDORES-FILE ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-PROVEEDOR-ID
               FILE STATUS IS FS-PROVEEDORES.

      * Parametros de corrida compartidos con BATCHCOSTOS: de aca
      * sale la tolerancia de precio (registro "F")
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * Interfaz de cuentas a pagar, mismo esquema que la de GL
           SELECT AP-OUT-FILE ASSIGN TO "AP_INTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AP.

      * Listado impreso de facturas aprobadas y retenidas
           SELECT LISTADO-OUT-FILE
               ASSIGN TO "listado_facturas.dat"
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
      * Def. del archivo de renglones de factura (Formato TEXTO).
      * Renglones agrupados por proveedor + numero de factura. La
      * cantidad en unidades y el precio unitario neto en centavos
      *-----------------------------------------------------------------
       FD  FACTURAS-IN-FILE.
       01  FACTURAS-IN-RECORD.
           05 FP-PROVEEDOR-ID      PIC X(9).
           05 FP-NUMERO-FACTURA    PIC X(13).
           05 FP-ORDEN             PIC X(6).
           05 FP-LINEA             PIC X(3).
           05 FP-CANTIDAD          PIC X(9).
           05 FP-PRECIO-CENT       PIC X(9).

      *-----------------------------------------------------------------
      * Def. de las lineas de orden de compra, layout compartido via
      * copybook con GENORDC, RECEPOC y REORDEN
      *-----------------------------------------------------------------
       FD  ORDENES-FILE.
           COPY ORDCOMP.

      *-----------------------------------------------------------------
      * Def. del maestro de productos, layout compartido via copybook
      *-----------------------------------------------------------------
       FD  PRODUCTOS-FILE.
           COPY PRODMAST.

      *-----------------------------------------------------------------
      * Def. del maestro de proveedores, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.

      *-----------------------------------------------------------------
      * Def. del archivo de parametros de corrida, layout compartido
      * via copybook
      *-----------------------------------------------------------------
       FD  PARAMETROS-FILE.
           COPY PARAMREC.

      *-----------------------------------------------------------------
      * Def. de la interfaz de cuentas a pagar (tres tipos de
      * registro, ver WS-AP-CABECERA / DETALLE / COLA)
      *-----------------------------------------------------------------
       FD  AP-OUT-FILE.
       01  AP-OUT-RECORD               PIC X(70).

      *-----------------------------------------------------------------
      * Def. del listado impreso de facturas
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
      * Vistas de los tres tipos de registro de la interfaz de
      * cuentas a pagar. El detalle lleva proveedor y factura para
      * que tesoreria arme la orden de pago
      *-----------------------------------------------------------------
       01  WS-AP-CABECERA.
           05 APH-TIPO                PIC X(1)  VALUE "H".
           05 APH-FECHA               PIC 9(8).
           05 APH-HORA                PIC 9(6).
           05 APH-JOB-NAME            PIC X(12).
           05 FILLER                  PIC X(43) VALUE SPACES.

       01  WS-AP-DETALLE.
           05 APD-TIPO                PIC X(1)  VALUE "D".
           05 APD-CUENTA              PIC X(8).
           05 APD-DEBE-HABER          PIC X(1).
           05 APD-IMPORTE             PIC 9(13)V99.
           05 APD-PROVEEDOR-ID        PIC 9(9).
           05 APD-FACTURA             PIC X(13).
           05 APD-CONCEPTO            PIC X(23).

       01  WS-AP-COLA.
           05 APT-TIPO                PIC X(1)  VALUE "T".
           05 APT-CANT-DETALLES       PIC 9(9).
           05 APT-HASH-IMPORTES       PIC 9(15)V99.
           05 FILLER                  PIC X(43) VALUE SPACES.

      *-----------------------------------------------------------------
      * Tolerancia de precio en % contra el costo pactado. El valor
      * vigente sale del registro "F" de parametros.dat; el VALUE es
      * el defecto cuando el archivo o el registro faltan
      *-----------------------------------------------------------------
       01  WS-PARAMETROS.
           05 WS-TOLERANCIA-PCT       PIC 9(3)V99 VALUE 2.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-CONTADOR-LEIDOS      PIC 9(6) VALUE 0.
           05 WS-CONTADOR-FACTURAS    PIC 9(4) VALUE 0.
           05 WS-CONTADOR-APROBADAS   PIC 9(4) VALUE 0.
           05 WS-CONTADOR-RETENIDAS   PIC 9(4) VALUE 0.
           05 WS-RENGLONES-APROBADOS  PIC 9(6) VALUE 0.
           05 WS-RENGLONES-RETENIDOS  PIC 9(6) VALUE 0.
           05 WS-CONTADOR-DETALLES    PIC 9(9) VALUE 0.
           05 WS-HASH-IMPORTES        PIC 9(15)V99 VALUE 0.
           05 WS-TOTAL-A-PAGAR        PIC 9(13)V99 VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "CONCFACT".
           05 WS-AUDIT-ESTAMPA        PIC X(14).

       01  WS-FILE-STATUS-VALUES.
           05 FS-FACTURAS             PIC X(2).
           05 FS-ORDENES              PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-PROVEEDORES          PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-AP                   PIC X(2).
           05 FS-LISTADO              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-FACTURAS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-FACTURAS       VALUE 'Y'.
           05 EOF-PARAMETROS          PIC X VALUE 'N'.
              88 NO-HAY-MAS-PARAMETROS     VALUE 'Y'.
           05 WS-PROVEEDORES-ABIERTO-SW PIC X VALUE 'N'.
              88 PROVEEDORES-DISPONIBLE    VALUE 'Y'.
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
      * Resultado de la validacion del renglon en curso
      *-----------------------------------------------------------------
       01  WS-VALIDACION.
           05 WS-RENGLON-VALIDO-SW    PIC X VALUE 'N'.
               88 WS-RENGLON-VALIDO   VALUE 'Y'.
           05 WS-MOTIVO-RECHAZO       PIC X(24).
           05 WS-PROVEEDOR-N          PIC 9(9).
           05 WS-CANT-PREVIA          PIC 9(9).
           05 WS-CANT-A-FACTURAR      PIC 9(11).
           05 WS-DIFERENCIA           PIC 9(9)V99.
           05 WS-VARIACION-PCT        PIC 9(9)V99.
           05 WS-PREV-IDX             PIC 9(4).

      *-----------------------------------------------------------------
      * Renglones de la factura en curso. Se retienen hasta el corte
      * de factura porque la aprobacion es de la factura entera
      *-----------------------------------------------------------------
       01  WS-FAC-CONTROL.
           05 WS-FAC-CLAVE-ACTUAL.
               10 WS-FAC-PROV-ACTUAL  PIC X(9).
               10 WS-FAC-NUM-ACTUAL   PIC X(13).
           05 WS-FAC-OBSERVADOS       PIC 9(4).
           05 WS-FAC-NETO-TOTAL       PIC 9(13)V99.
           05 WS-FAC-IVA-TOTAL        PIC 9(13)V99.
           05 WS-FAC-TOTAL            PIC 9(13)V99.

       01  WS-FAC-TABLE.
           05 WS-FAC-COUNT            PIC 9(4) VALUE 0.
           05 WS-FAC-ENTRY OCCURS 0 TO 100 TIMES
                                 DEPENDING ON WS-FAC-COUNT
                                 INDEXED BY WS-FAC-IDX.
               10 WS-FAC-ORDEN-TXT    PIC X(6).
               10 WS-FAC-LINEA-TXT    PIC X(3).
               10 WS-FAC-CANT-TXT     PIC X(9).
               10 WS-FAC-NUMERO       PIC 9(6).
               10 WS-FAC-LINEA        PIC 9(3).
               10 WS-FAC-CANTIDAD     PIC 9(9).
               10 WS-FAC-PRECIO       PIC 9(7)V99.
               10 WS-FAC-RECIBIDA     PIC 9(9).
               10 WS-FAC-PACTADO      PIC 9(9)V99.
               10 WS-FAC-NETO         PIC 9(13)V99.
               10 WS-FAC-IVA          PIC 9(13)V99.
               10 WS-FAC-MOTIVO       PIC X(24).

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
           05 FILLER                  PIC X(43)
              VALUE "CONCILIACION DE FACTURAS DE PROVEEDORES".

       01  WS-RPT-LINEA-SUBTITULO.
           05 FILLER                  PIC X(6)  VALUE "FECHA:".
           05 RPT-S-FECHA             PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "PAGINA:".
           05 RPT-S-PAGINA            PIC ZZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "TOLERANCIA: ".
           05 RPT-S-TOLERANCIA        PIC ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE " %".

       01  WS-RPT-LINEA-FACTURA.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "FACTURA: ".
           05 RPT-F-NUMERO            PIC X(13).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "PROVEEDOR: ".
           05 RPT-F-PROVEEDOR         PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-F-RAZON-SOCIAL      PIC X(25).

       01  WS-RPT-LINEA-COLUMNAS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE "ORDEN ".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(3)  VALUE "LIN".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "CANT.FACT".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE "CANT.REC.".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "PREC.FACT.".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "   PACTADO".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 FILLER                  PIC X(24) VALUE "OBSERVACION".

       01  WS-RPT-LINEA-DETALLE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-ORDEN             PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-LINEA             PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CANT-FACT         PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-CANT-RECIB        PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-PRECIO            PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-PACTADO           PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-D-MOTIVO            PIC X(24).

       01  WS-RPT-LINEA-APROBADA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "APROBADA".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE "NETO: ".
           05 RPT-A-NETO              PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(5)  VALUE "IVA: ".
           05 RPT-A-IVA               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE "TOTAL: ".
           05 RPT-A-TOTAL             PIC ZZ.ZZZ.ZZ9,99.

       01  WS-RPT-LINEA-RETENIDA.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "RETENIDA".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(20)
              VALUE "RENGLONES OBSERVADOS".
           05 FILLER                  PIC X(2)  VALUE ": ".
           05 RPT-R-OBSERVADOS        PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE " DE ".
           05 RPT-R-RENGLONES         PIC ZZ9.

       01  WS-RPT-LINEA-TOTALES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "FACTURAS: ".
           05 RPT-T-FACTURAS          PIC ZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "APROBADAS: ".
           05 RPT-T-APROBADAS         PIC ZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "RETENIDAS: ".
           05 RPT-T-RETENIDAS         PIC ZZZ9.

       01  WS-RPT-LINEA-TOTAL-PAGAR.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "RENGLONES: ".
           05 RPT-T-RENGLONES         PIC ZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "TOTAL A PAGAR: ".
           05 RPT-T-TOTAL-PAGAR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (CONCFACT) ---'.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1500-CARGAR-TOLERANCIA.
           PERFORM 2000-PROCESAR-FACTURAS.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'RENGLONES LEIDOS: '       WS-CONTADOR-LEIDOS.
           DISPLAY 'FACTURAS PROCESADAS: '    WS-CONTADOR-FACTURAS.
           DISPLAY 'FACTURAS APROBADAS: '     WS-CONTADOR-APROBADAS.
           DISPLAY 'FACTURAS RETENIDAS: '     WS-CONTADOR-RETENIDAS.
           DISPLAY 'DETALLES EN AP_INTERFACE.DAT: '
                   WS-CONTADOR-DETALLES.
           GOBACK.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Antes
      * de tocar nada deja en generaciones_cadena.dat la marca de
      * inicio de la corrida y una copia de ordenes_compra.dat y
      * AP_INTERFACE.DAT, para que RESTCADENA pueda volver al
      * estado previo a este job (una vuelta atras que no
      * devolviera OC-CANT-FACTURADA dejaria pagar dos veces la
      * misma factura). Corre fuera de la cadena nocturna pero pisa
      * archivos que ella lee. Sin respaldo la corrida no arranca
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
           PERFORM 0220-RESPALDAR-AP

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

       0220-RESPALDAR-AP.
           MOVE "AP_INTERFACE.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT AP-OUT-FILE
           EVALUATE FS-AP
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ AP-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE AP-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE AP-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "AP_INTERFACE.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-AP ")"
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
      * Párrafo 1500: Carga la tolerancia de precio del registro "F"
      * de parametros.dat. Sin archivo o sin registro "F" rige el
      * defecto de WORKING-STORAGE; un "F" no numerico se ignora con
      * aviso, igual que el umbral de TENDCOSTOS
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
           IF PA-ES-TOLERANCIA-FACT
               IF PA-MARGEN-MIN IS NUMERIC
                   MOVE PA-MARGEN-MIN TO WS-TOLERANCIA-PCT
               ELSE
                   DISPLAY "parametros.dat CON REGISTRO F NO "
                           "NUMERICO - TOLERANCIA POR DEFECTO"
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2000: Lee los renglones de factura, corta por
      * proveedor + numero de factura y resuelve cada factura al
      * completarse
      ******************************************************************
       2000-PROCESAR-FACTURAS.
           DISPLAY '--- INICIO CONCILIACION DE FACTURAS ---'.

           OPEN I-O ORDENES-FILE
           IF FS-ORDENES NOT = "00"
               DISPLAY "ordenes_compra.dat NO DISPONIBLE (FS="
                       FS-ORDENES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT PRODUCTOS-FILE
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "productos.dat NO DISPONIBLE (FS="
                       FS-PRODUCTOS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN INPUT  FACTURAS-IN-FILE
                OUTPUT AP-OUT-FILE
                       LISTADO-OUT-FILE

           IF FS-FACTURAS NOT = "00"
               DISPLAY "facturas_prov.dat NO DISPONIBLE (FS="
                       FS-FACTURAS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2002-ABRIR-PROVEEDORES

           PERFORM 3100-ESCRIBIR-CABECERA
           PERFORM 2007-IMPRIMIR-ENCABEZADO

           PERFORM UNTIL NO-HAY-MAS-FACTURAS
               READ FACTURAS-IN-FILE
                   AT END
                       SET NO-HAY-MAS-FACTURAS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       IF WS-FAC-COUNT > 0
                          AND (FP-PROVEEDOR-ID NOT = WS-FAC-PROV-ACTUAL
                           OR FP-NUMERO-FACTURA NOT = WS-FAC-NUM-ACTUAL)
                           PERFORM 2500-RESOLVER-FACTURA
                       END-IF
                       PERFORM 2100-REGISTRAR-RENGLON
               END-READ
           END-PERFORM

           IF WS-FAC-COUNT > 0
               PERFORM 2500-RESOLVER-FACTURA
           END-IF

           PERFORM 3300-ESCRIBIR-COLA
           PERFORM 2900-IMPRIMIR-TOTALES

           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES-FILE
           END-IF

           CLOSE FACTURAS-IN-FILE
                 ORDENES-FILE
                 PRODUCTOS-FILE
                 AP-OUT-FILE
                 LISTADO-OUT-FILE.

      ******************************************************************
      * Párrafo 2002: Abre el maestro de proveedores. Solo aporta la
      * razon social del listado: si no esta, se imprime en blanco
      ******************************************************************
       2002-ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES-FILE
           IF FS-PROVEEDORES = "00"
               SET PROVEEDORES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "proveedores.dat NO DISPONIBLE (FS="
                       FS-PROVEEDORES ") - LISTADO SIN RAZON SOCIAL"
           END-IF.

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

           MOVE 0 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 2100: Agrega el renglon leido a la factura en curso
      * y lo valida en el momento, contra la orden tal como quedo
      * despues de las facturas ya aprobadas en la corrida
      ******************************************************************
       2100-REGISTRAR-RENGLON.
           IF WS-FAC-COUNT = 0
               MOVE FP-PROVEEDOR-ID   TO WS-FAC-PROV-ACTUAL
               MOVE FP-NUMERO-FACTURA TO WS-FAC-NUM-ACTUAL
           END-IF

           IF WS-FAC-COUNT >= 100
               DISPLAY "FACTURA " WS-FAC-NUM-ACTUAL
                       " EXCEDE LOS 100 RENGLONES - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-FAC-COUNT
           SET WS-FAC-IDX TO WS-FAC-COUNT
           MOVE FP-ORDEN    TO WS-FAC-ORDEN-TXT(WS-FAC-IDX)
           MOVE FP-LINEA    TO WS-FAC-LINEA-TXT(WS-FAC-IDX)
           MOVE FP-CANTIDAD TO WS-FAC-CANT-TXT(WS-FAC-IDX)
           MOVE 0 TO WS-FAC-NUMERO(WS-FAC-IDX)
                     WS-FAC-LINEA(WS-FAC-IDX)
                     WS-FAC-CANTIDAD(WS-FAC-IDX)
                     WS-FAC-PRECIO(WS-FAC-IDX)
                     WS-FAC-RECIBIDA(WS-FAC-IDX)
                     WS-FAC-PACTADO(WS-FAC-IDX)
                     WS-FAC-NETO(WS-FAC-IDX)
                     WS-FAC-IVA(WS-FAC-IDX)

           PERFORM 2110-VALIDAR-RENGLON

           IF WS-RENGLON-VALIDO
               MOVE SPACES TO WS-FAC-MOTIVO(WS-FAC-IDX)
           ELSE
               MOVE WS-MOTIVO-RECHAZO TO WS-FAC-MOTIVO(WS-FAC-IDX)
           END-IF.

      ******************************************************************
      * Párrafo 2110: Control de tres vias del renglon: factura
      * contra orden contra recepcion. El primer error encontrado
      * define la observacion
      ******************************************************************
       2110-VALIDAR-RENGLON.
           MOVE 'Y'    TO WS-RENGLON-VALIDO-SW
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF FP-PROVEEDOR-ID IS NOT NUMERIC
              OR FP-ORDEN IS NOT NUMERIC
              OR FP-LINEA IS NOT NUMERIC
              OR FP-CANTIDAD IS NOT NUMERIC
              OR FP-PRECIO-CENT IS NOT NUMERIC
               MOVE "DATOS NO NUMERICOS" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RENGLON-VALIDO-SW
           END-IF

           IF WS-RENGLON-VALIDO
               MOVE FUNCTION NUMVAL(FP-PROVEEDOR-ID) TO WS-PROVEEDOR-N
               MOVE FUNCTION NUMVAL(FP-ORDEN)
                   TO WS-FAC-NUMERO(WS-FAC-IDX)
               MOVE FUNCTION NUMVAL(FP-LINEA)
                   TO WS-FAC-LINEA(WS-FAC-IDX)
               MOVE FUNCTION NUMVAL(FP-CANTIDAD)
                   TO WS-FAC-CANTIDAD(WS-FAC-IDX)
               COMPUTE WS-FAC-PRECIO(WS-FAC-IDX) =
                   FUNCTION NUMVAL(FP-PRECIO-CENT) / 100
               IF WS-FAC-CANTIDAD(WS-FAC-IDX) = 0
                   MOVE "CANTIDAD EN CERO" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RENGLON-VALIDO-SW
               END-IF
           END-IF

           IF WS-RENGLON-VALIDO
               MOVE WS-FAC-NUMERO(WS-FAC-IDX) TO OC-NUMERO
               MOVE WS-FAC-LINEA(WS-FAC-IDX)  TO OC-LINEA
               READ ORDENES-FILE
                   KEY IS OC-CLAVE
                   INVALID KEY
                       MOVE "ORDEN INEXISTENTE" TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-RENGLON-VALIDO-SW
               END-READ
           END-IF

           IF WS-RENGLON-VALIDO
               MOVE OC-CANT-RECIBIDA TO WS-FAC-RECIBIDA(WS-FAC-IDX)
               MOVE OC-COSTO-UNIT    TO WS-FAC-PACTADO(WS-FAC-IDX)
               IF OC-PROVEEDOR-ID NOT = WS-PROVEEDOR-N
                   MOVE "PROVEEDOR DISTINTO" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RENGLON-VALIDO-SW
               END-IF
           END-IF

           IF WS-RENGLON-VALIDO
               PERFORM 2120-CONTROLAR-CANTIDAD
           END-IF

           IF WS-RENGLON-VALIDO
               PERFORM 2130-CONTROLAR-PRECIO
           END-IF

           IF WS-RENGLON-VALIDO
               PERFORM 2140-CALCULAR-IMPORTES
           END-IF.

      ******************************************************************
      * Párrafo 2120: Lo ya facturado de la linea, mas lo que la
      * misma factura trae en renglones anteriores para esa linea,
      * mas este renglon, no puede superar lo recibido
      ******************************************************************
       2120-CONTROLAR-CANTIDAD.
           MOVE 0 TO WS-CANT-PREVIA
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX >= WS-FAC-COUNT
               IF WS-FAC-NUMERO(WS-PREV-IDX) = OC-NUMERO
                  AND WS-FAC-LINEA(WS-PREV-IDX) = OC-LINEA
                   ADD WS-FAC-CANTIDAD(WS-PREV-IDX) TO WS-CANT-PREVIA
               END-IF
           END-PERFORM

           COMPUTE WS-CANT-A-FACTURAR = OC-CANT-FACTURADA
                                      + WS-CANT-PREVIA
                                      + WS-FAC-CANTIDAD(WS-FAC-IDX)

           IF WS-CANT-A-FACTURAR > OC-CANT-RECIBIDA
               MOVE "SOBREFACTURA CANTIDAD" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RENGLON-VALIDO-SW
           END-IF.

      ******************************************************************
      * Párrafo 2130: El precio facturado contra el costo pactado en
      * la orden. Se observa el desvio en cualquier sentido que
      * supere la tolerancia; una orden sin costo pactado no se
      * puede conciliar
      ******************************************************************
       2130-CONTROLAR-PRECIO.
           IF OC-COSTO-UNIT = 0
               MOVE "ORDEN SIN COSTO PACTADO" TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-RENGLON-VALIDO-SW
           ELSE
               IF WS-FAC-PRECIO(WS-FAC-IDX) >= OC-COSTO-UNIT
                   COMPUTE WS-DIFERENCIA =
                       WS-FAC-PRECIO(WS-FAC-IDX) - OC-COSTO-UNIT
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       OC-COSTO-UNIT - WS-FAC-PRECIO(WS-FAC-IDX)
               END-IF
               COMPUTE WS-VARIACION-PCT ROUNDED =
                   WS-DIFERENCIA * 100 / OC-COSTO-UNIT
               IF WS-VARIACION-PCT > WS-TOLERANCIA-PCT
                   MOVE "PRECIO FUERA TOLERANCIA" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RENGLON-VALIDO-SW
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 2140: Neto e IVA del renglon, con la alicuota del
      * producto de la linea de orden
      ******************************************************************
       2140-CALCULAR-IMPORTES.
           MOVE OC-PRODUCTO-ID TO PR-PRODUCTO-ID
           READ PRODUCTOS-FILE
               KEY IS PR-PRODUCTO-ID
               INVALID KEY
                   MOVE "PRODUCTO INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-RENGLON-VALIDO-SW
           END-READ

           IF WS-RENGLON-VALIDO
               COMPUTE WS-FAC-NETO(WS-FAC-IDX) ROUNDED =
                   WS-FAC-CANTIDAD(WS-FAC-IDX)
                   * WS-FAC-PRECIO(WS-FAC-IDX)
               COMPUTE WS-FAC-IVA(WS-FAC-IDX) ROUNDED =
                   WS-FAC-NETO(WS-FAC-IDX) * PR-ALICUOTA-IVA / 100
           END-IF.

      ******************************************************************
      * Párrafo 2500: Corte de factura. Sin renglones observados la
      * factura se aprueba; con alguno queda retenida entera
      ******************************************************************
       2500-RESOLVER-FACTURA.
           ADD 1 TO WS-CONTADOR-FACTURAS
           MOVE 0 TO WS-FAC-OBSERVADOS
                     WS-FAC-NETO-TOTAL
                     WS-FAC-IVA-TOTAL
                     WS-FAC-TOTAL

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               IF WS-FAC-MOTIVO(WS-FAC-IDX) NOT = SPACES
                   ADD 1 TO WS-FAC-OBSERVADOS
               END-IF
           END-PERFORM

           IF WS-FAC-OBSERVADOS = 0
               PERFORM 2600-APROBAR-FACTURA
               ADD 1 TO WS-CONTADOR-APROBADAS
               ADD WS-FAC-COUNT TO WS-RENGLONES-APROBADOS
           ELSE
               ADD 1 TO WS-CONTADOR-RETENIDAS
               ADD WS-FAC-COUNT TO WS-RENGLONES-RETENIDOS
           END-IF

           PERFORM 2700-IMPRIMIR-FACTURA

           MOVE 0 TO WS-FAC-COUNT.

      ******************************************************************
      * Párrafo 2600: Aplica la factura aprobada: suma lo facturado
      * en cada linea de orden y genera el asiento en la interfaz de
      * cuentas a pagar
      ******************************************************************
       2600-APROBAR-FACTURA.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               PERFORM 2610-ACTUALIZAR-LINEA
               ADD WS-FAC-NETO(WS-FAC-IDX) TO WS-FAC-NETO-TOTAL
               ADD WS-FAC-IVA(WS-FAC-IDX)  TO WS-FAC-IVA-TOTAL
           END-PERFORM

           COMPUTE WS-FAC-TOTAL = WS-FAC-NETO-TOTAL + WS-FAC-IVA-TOTAL
           ADD WS-FAC-TOTAL TO WS-TOTAL-A-PAGAR

           MOVE WS-FAC-PROV-ACTUAL TO APD-PROVEEDOR-ID
           MOVE WS-FAC-NUM-ACTUAL  TO APD-FACTURA

           MOVE "11400000" TO APD-CUENTA
           MOVE "D"        TO APD-DEBE-HABER
           MOVE WS-FAC-NETO-TOTAL TO APD-IMPORTE
           MOVE "COMPRA DE MERCADERIAS" TO APD-CONCEPTO
           PERFORM 3200-ESCRIBIR-DETALLE

      * Una factura de productos exentos no genera linea de IVA
           IF WS-FAC-IVA-TOTAL > 0
               MOVE "11500000" TO APD-CUENTA
               MOVE "D"        TO APD-DEBE-HABER
               MOVE WS-FAC-IVA-TOTAL TO APD-IMPORTE
               MOVE "IVA CREDITO FISCAL" TO APD-CONCEPTO
               PERFORM 3200-ESCRIBIR-DETALLE
           END-IF

           MOVE "21100000" TO APD-CUENTA
           MOVE "H"        TO APD-DEBE-HABER
           MOVE WS-FAC-TOTAL TO APD-IMPORTE
           MOVE "PROVEEDORES" TO APD-CONCEPTO
           PERFORM 3200-ESCRIBIR-DETALLE.

       2610-ACTUALIZAR-LINEA.
           MOVE WS-FAC-NUMERO(WS-FAC-IDX) TO OC-NUMERO
           MOVE WS-FAC-LINEA(WS-FAC-IDX)  TO OC-LINEA
           READ ORDENES-FILE
               KEY IS OC-CLAVE
               INVALID KEY
                   DISPLAY "LINEA DE ORDEN " OC-CLAVE
                           " DESAPARECIO DURANTE LA CORRIDA"
                   PERFORM 9900-ERROR-FATAL
           END-READ

           ADD WS-FAC-CANTIDAD(WS-FAC-IDX) TO OC-CANT-FACTURADA
           REWRITE ORDEN-COMPRA-REG
           IF FS-ORDENES NOT = "00"
               DISPLAY "ERROR ACTUALIZANDO ordenes_compra.dat: "
                       FS-ORDENES
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2700: Imprime la factura: encabezado, un renglon por
      * linea con su observacion y el resultado
      ******************************************************************
       2700-IMPRIMIR-FACTURA.
           IF WS-RPT-LINEAS-PAGINA + WS-FAC-COUNT + 3
              > WS-RPT-MAX-LINEAS
              AND WS-RPT-LINEAS-PAGINA > 0
               PERFORM 2007-IMPRIMIR-ENCABEZADO
           END-IF

           MOVE WS-FAC-NUM-ACTUAL  TO RPT-F-NUMERO
           MOVE WS-FAC-PROV-ACTUAL TO RPT-F-PROVEEDOR
           MOVE SPACES TO RPT-F-RAZON-SOCIAL
           IF PROVEEDORES-DISPONIBLE
              AND WS-FAC-PROV-ACTUAL IS NUMERIC
               MOVE WS-FAC-PROV-ACTUAL TO PV-PROVEEDOR-ID
               READ PROVEEDORES-FILE
                   KEY IS PV-PROVEEDOR-ID
                   INVALID KEY
                       MOVE "*** NO REGISTRADO ***"
                           TO RPT-F-RAZON-SOCIAL
                   NOT INVALID KEY
                       MOVE PV-RAZON-SOCIAL TO RPT-F-RAZON-SOCIAL
               END-READ
           END-IF
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-FACTURA
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS
           ADD 2 TO WS-RPT-LINEAS-PAGINA

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-COUNT
               PERFORM 2710-IMPRIMIR-RENGLON
           END-PERFORM

           IF WS-FAC-OBSERVADOS = 0
               MOVE WS-FAC-NETO-TOTAL TO RPT-A-NETO
               MOVE WS-FAC-IVA-TOTAL  TO RPT-A-IVA
               MOVE WS-FAC-TOTAL      TO RPT-A-TOTAL
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-APROBADA
           ELSE
               MOVE WS-FAC-OBSERVADOS TO RPT-R-OBSERVADOS
               MOVE WS-FAC-COUNT      TO RPT-R-RENGLONES
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-RETENIDA
           END-IF
           MOVE SPACES TO LISTADO-LINEA
           WRITE LISTADO-LINEA
           ADD 2 TO WS-RPT-LINEAS-PAGINA.

       2710-IMPRIMIR-RENGLON.
           IF WS-RPT-LINEAS-PAGINA >= WS-RPT-MAX-LINEAS
               PERFORM 2007-IMPRIMIR-ENCABEZADO
               WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS
               ADD 1 TO WS-RPT-LINEAS-PAGINA
           END-IF

           MOVE WS-FAC-ORDEN-TXT(WS-FAC-IDX) TO RPT-D-ORDEN
           MOVE WS-FAC-LINEA-TXT(WS-FAC-IDX) TO RPT-D-LINEA
           MOVE WS-FAC-CANT-TXT(WS-FAC-IDX)  TO RPT-D-CANT-FACT
           MOVE WS-FAC-RECIBIDA(WS-FAC-IDX)  TO RPT-D-CANT-RECIB
           MOVE WS-FAC-PRECIO(WS-FAC-IDX)    TO RPT-D-PRECIO
           MOVE WS-FAC-PACTADO(WS-FAC-IDX)   TO RPT-D-PACTADO
           MOVE WS-FAC-MOTIVO(WS-FAC-IDX)    TO RPT-D-MOTIVO
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-DETALLE
           ADD 1 TO WS-RPT-LINEAS-PAGINA.

      ******************************************************************
      * Párrafo 2900: Totales de la corrida al pie del listado
      ******************************************************************
       2900-IMPRIMIR-TOTALES.
           MOVE WS-CONTADOR-FACTURAS  TO RPT-T-FACTURAS
           MOVE WS-CONTADOR-APROBADAS TO RPT-T-APROBADAS
           MOVE WS-CONTADOR-RETENIDAS TO RPT-T-RETENIDAS
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TOTALES

           MOVE WS-CONTADOR-LEIDOS    TO RPT-T-RENGLONES
           MOVE WS-TOTAL-A-PAGAR      TO RPT-T-TOTAL-PAGAR
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-TOTAL-PAGAR.

      ******************************************************************
      * Párrafos 3100-3300: Escritura de la interfaz de cuentas a
      * pagar, con cabecera, detalles y cola de control como en
      * EXTRACGL
      ******************************************************************
       3100-ESCRIBIR-CABECERA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO APH-HORA
           MOVE WS-AUDIT-JOB-NAME          TO APH-JOB-NAME
           WRITE AP-OUT-RECORD FROM WS-AP-CABECERA
           IF FS-AP NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO AP_INTERFACE.DAT: " FS-AP
               PERFORM 9900-ERROR-FATAL
           END-IF.

       3200-ESCRIBIR-DETALLE.
           WRITE AP-OUT-RECORD FROM WS-AP-DETALLE
           IF FS-AP NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO AP_INTERFACE.DAT: " FS-AP
               PERFORM 9900-ERROR-FATAL
           END-IF
           ADD 1 TO WS-CONTADOR-DETALLES
           ADD APD-IMPORTE TO WS-HASH-IMPORTES.

       3300-ESCRIBIR-COLA.
           MOVE WS-CONTADOR-DETALLES TO APT-CANT-DETALLES
           MOVE WS-HASH-IMPORTES     TO APT-HASH-IMPORTES
           WRITE AP-OUT-RECORD FROM WS-AP-COLA
           IF FS-AP NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO AP_INTERFACE.DAT: " FS-AP
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida: renglones leidos / aprobados /
      * retenidos y detalles de la interfaz
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE "facturas_prov.dat"     TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDOS      TO AT-REGISTROS-LEIDOS
           MOVE WS-RENGLONES-APROBADOS  TO AT-REGISTROS-GRABADOS
           MOVE WS-RENGLONES-RETENIDOS  TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "AP_INTERFACE.DAT"      TO AT-ARCHIVO
           MOVE 0                       TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-DETALLES    TO AT-REGISTROS-GRABADOS
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

           CLOSE FACTURAS-IN-FILE
                 ORDENES-FILE
                 PRODUCTOS-FILE
                 PROVEEDORES-FILE
                 AP-OUT-FILE
                 LISTADO-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
