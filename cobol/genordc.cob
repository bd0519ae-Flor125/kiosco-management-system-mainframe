      * en transito no genera orden y sale en la seccion de
      * rechazos del listado con su motivo.
      *
      * Desde el pedido 030 cada linea lleva el costo unitario
      * pactado (OC-COSTO-UNIT), con el que RECEPOC da de alta el
      * lote al recibir. Se toma del costo promedio vigente de la
      * sucursal + producto en historico.dat; una linea sin costo
      * de referencia (producto nuevo, o linea de empresa "***")
      * sale con costo cero y el costo lo informa el muelle en la
      * recepcion.
      *
      * ENTRADA:
      * - sugerencias_compra.dat: Sugerencias aprobadas de REORDEN
      * - productos.dat:          Maestro de productos (indexado)
      * - proveedores.dat:        Maestro de proveedores (indexado)
      * - historico.dat:          Costo promedio vigente (indexado)
      *
      * ENTRADA/SALIDA:
      * - ordenes_compra.dat:     Lineas de orden abiertas (indexado)
      * SALIDA:
      * - listado_ordenes.dat:    Listado impreso por proveedor
      * - run_control.dat:        Rastro de auditoria de la corrida
      * - generaciones_cadena.dat: Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PV-PROVEEDOR-ID
               FILE STATUS IS FS-PROVEEDORES.

      * Historico de costos promedio de BATCHCOSTOS: costo pactado
      * de referencia por sucursal + producto (pedido 030)
           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-HISTORICO.

      * Lineas de orden de compra, indexadas por numero + linea
           SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
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
       FD  PROVEEDORES-FILE.
           COPY PROVMAST.

      *-----------------------------------------------------------------
      * Def. del historico de costos promedio, layout compartido via
      * copybook
      *-----------------------------------------------------------------
       FD  HISTORICO-FILE.
           COPY HISTREC.

      *-----------------------------------------------------------------
      * Def. de las lineas de orden de compra, layout compartido via
      * copybook con RECEPOC y REORDEN
       FD  AUDIT-TRAIL-FILE.
           COPY RUNCTRL.

      *-----------------------------------------------------------------
      * Def. del archivo de generaciones de respaldo (pedido 039)
      *-----------------------------------------------------------------
       FD  GENERACIONES-FILE.
           COPY GENCADEN.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
           05 FS-SUGERENCIAS          PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-PROVEEDORES          PIC X(2).
           05 FS-HISTORICO            PIC X(2).
           05 FS-ORDENES              PIC X(2).
           05 FS-CONTROL-OC           PIC X(2).
           05 FS-LISTADO              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-SUGERENCIAS         PIC X VALUE 'N'.
              88 NO-HAY-MAS-SUGERENCIAS    VALUE 'Y'.
           05 EOF-ORDENES             PIC X VALUE 'N'.
              88 NO-HAY-MAS-ORDENES        VALUE 'Y'.
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
      * Resultado de la validacion de la sugerencia en curso
           05 WS-MOTIVO-RECHAZO       PIC X(32).
           05 WS-PROVEEDOR-ID-N       PIC 9(9).
           05 WS-RAZON-SOCIAL         PIC X(30).
           05 WS-COSTO-PACTADO        PIC 9(9)V99.

      *-----------------------------------------------------------------
      * Tabla con las lineas abiertas ya en transito (estado "A"),
                   15 WS-OC-PRODUCTO-ID   PIC 9(9).
               10 WS-OC-DESCRIPCION   PIC X(30).
               10 WS-OC-CANTIDAD      PIC 9(9).
               10 WS-OC-COSTO-UNIT    PIC 9(9)V99.

       01  WS-OC-CONTROL.
           05 WS-OC-INSERT-POS        PIC 9(4).
           05 FILLER                  PIC X(18) VALUE "DESCRIPCION".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE " CANTIDAD".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "    COSTO UNIT".

       01  WS-RPT-LINEA-DETALLE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-DESCRIPCION       PIC X(18).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-CANTIDAD          PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-COSTO             PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-RPT-LINEA-TIT-RECHAZOS.
           05 FILLER                  PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (GENORDC) ---'.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1000-LEER-NUMERACION.
           PERFORM 1100-ABRIR-ORDENES.
           PERFORM 1200-CARGAR-LINEAS-ABIERTAS.
           DISPLAY 'SUGERENCIAS RECHAZADAS: ' WS-CONTADOR-RECHAZADAS.
           GOBACK.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Antes
      * de tocar nada deja en generaciones_cadena.dat la marca de
      * inicio de la corrida y una copia de ordenes_compra.dat y
      * ordenes_control.dat, para que RESTCADENA pueda volver al
      * estado previo a este job. Corre fuera de la cadena nocturna
      * pero pisa archivos que ella lee. Sin respaldo la corrida no
      * arranca
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
           PERFORM 0220-RESPALDAR-CONTROL-OC

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

       0220-RESPALDAR-CONTROL-OC.
           MOVE "ordenes_control.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT CONTROL-OC-FILE
           EVALUATE FS-CONTROL-OC
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ CONTROL-OC-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE CONTROL-OC-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-OC-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "ordenes_control.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-CONTROL-OC ")"
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
      * Párrafo 1000: Lee el ultimo numero de orden usado. Si el
      * archivo de control no existe todavia, la numeracion arranca
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2002-ABRIR-HISTORICO

           PERFORM UNTIL NO-HAY-MAS-SUGERENCIAS
               READ SUGERENCIAS-IN-FILE
                   AT END
               END-READ
           END-PERFORM

           IF HISTORICO-DISPONIBLE
               CLOSE HISTORICO-FILE
           END-IF

           CLOSE SUGERENCIAS-IN-FILE
                 PRODUCTOS-FILE
                 PROVEEDORES-FILE.

      ******************************************************************
      * Párrafo 2002: Abre el historico de costos promedio para el
      * costo pactado de cada linea (pedido 030). Si el archivo no
      * existe todavia, las ordenes salen sin costo de referencia
      ******************************************************************
       2002-ABRIR-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO = "00"
               SET HISTORICO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "historico.dat NO DISPONIBLE (FS="
                       FS-HISTORICO ") - ORDENES SIN COSTO PACTADO"
           END-IF.

      ******************************************************************
      * Párrafo 2100: Valida la sugerencia en curso y la agrega a la
      * tabla que corresponda
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM 2210-BUSCAR-COSTO-PACTADO

           IF WS-OC-COUNT < 9999
               MOVE WS-PROVEEDOR-ID-N TO WS-OC-PROV-NUEVO
               MOVE SG-SUCURSAL       TO WS-OC-SUC-NUEVA
                   TO WS-OC-DESCRIPCION(WS-OC-INSERT-POS)
               MOVE SG-CANT-SUGERIDA
                   TO WS-OC-CANTIDAD(WS-OC-INSERT-POS)
               MOVE WS-COSTO-PACTADO
                   TO WS-OC-COSTO-UNIT(WS-OC-INSERT-POS)
           END-IF.

      ******************************************************************
      * Párrafo 2210: Costo pactado de la linea: el costo promedio
      * vigente de la sucursal + producto en el historico (pedido
      * 030). Sin historico o sin promedio para la clave, la linea
      * sale con costo cero
      ******************************************************************
       2210-BUSCAR-COSTO-PACTADO.
           MOVE 0 TO WS-COSTO-PACTADO

           IF HISTORICO-DISPONIBLE
               MOVE SG-SUCURSAL    TO HR-SUCURSAL
               MOVE SG-PRODUCTO-ID TO HR-PRODUCTO-ID
               READ HISTORICO-FILE
                   KEY IS HR-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HR-COSTO-PROMEDIO TO WS-COSTO-PACTADO
               END-READ
           END-IF.

      ******************************************************************
           MOVE WS-OC-PRODUCTO-ID(WS-OC-IDX) TO OC-PRODUCTO-ID
           MOVE WS-OC-CANTIDAD(WS-OC-IDX)   TO OC-CANTIDAD
           MOVE 0                           TO OC-CANT-RECIBIDA
           MOVE 0                           TO OC-CANT-FACTURADA
           MOVE WS-FECHA-EMISION            TO OC-FECHA-EMISION
           MOVE WS-OC-COSTO-UNIT(WS-OC-IDX) TO OC-COSTO-UNIT
           SET OC-ABIERTA TO TRUE

           WRITE ORDEN-COMPRA-REG
           MOVE WS-OC-PRODUCTO-ID(WS-OC-IDX) TO RPT-D-PRODUCTO
           MOVE WS-OC-DESCRIPCION(WS-OC-IDX) TO RPT-D-DESCRIPCION
           MOVE WS-OC-CANTIDAD(WS-OC-IDX)    TO RPT-D-CANTIDAD
           MOVE WS-OC-COSTO-UNIT(WS-OC-IDX)  TO RPT-D-COSTO

           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-DETALLE
           ADD 1 TO WS-RPT-LINEAS-PAGINA.
           CLOSE SUGERENCIAS-IN-FILE
                 PRODUCTOS-FILE
                 PROVEEDORES-FILE
                 HISTORICO-FILE
                 ORDENES-FILE
                 CONTROL-OC-FILE
                 LISTADO-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
