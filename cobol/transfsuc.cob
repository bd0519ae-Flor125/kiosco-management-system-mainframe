      * listado impreso trae el detalle de cada transaccion mas la
      * hoja de reparto agrupada por sucursal de origen.
      *
      * Desde el pedido 033 cada tramo movido deja ademas un
      * registro en transferencias_hist.dat (fecha, lote, origen,
      * destino, cantidad y costo unitario del renglon de origen):
      * costos.dat se reescribe y no guarda de donde vino cada
      * renglon, y el cierre de periodo (CIERREINV) necesita el
      * valor que salio de una sucursal y entro en la otra.
      *
      * ENTRADA:
      * - transferencias.dat: Transacciones de transferencia
      * - productos.dat:      Maestro de productos (indexado)
      *
      * SALIDA:
      * - listado_transferencias.dat: Listado y hoja de reparto
      * - transferencias_hist.dat:    Historial de tramos movidos
      *                               (acumulativo, se abre EXTEND)
      * - run_control.dat:            Rastro de auditoria
      * - generaciones_cadena.dat:    Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      * Historial de transferencias aplicadas, un registro por tramo
      * (acumulativo). OPTIONAL: la primera corrida lo crea
           SELECT OPTIONAL TRANSF-HIST-FILE
               ASSIGN TO "transferencias_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSF-HIST.

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
       FD  LISTADO-OUT-FILE.
       01  LISTADO-LINEA           PIC X(80).

      *-----------------------------------------------------------------
      * Def. del historial de transferencias, layout compartido via
      * copybook con el cierre de periodo
      *-----------------------------------------------------------------
       FD  TRANSF-HIST-FILE.
           COPY TRANSHIS.

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
           05 FS-COSTOS               PIC X(2).
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-LISTADO              PIC X(2).
           05 FS-TRANSF-HIST          PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-TRANSFERENCIAS      PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS         VALUE 'Y'.
           05 WS-PRODUCTOS-ABIERTO-SW PIC X VALUE 'N'.
              88 PRODUCTOS-DISPONIBLE      VALUE 'Y'.
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
      * Resultado de la validacion de la transaccion en curso
           05 WS-RESTANTE             PIC S9(9).
           05 WS-TRAMO                PIC S9(9).
           05 WS-CANTIDAD-SALIDA-N    PIC 9(9).
           05 WS-FECHA-TRANSF         PIC 9(8).

      *-----------------------------------------------------------------
      * Imagen completa de costos.dat en memoria. El archivo viene
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (TRANSFSUC) ---'.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1000-CARGAR-COSTOS.
           PERFORM 2000-PROCESAR-TRANSFERENCIAS.
           PERFORM 2800-REESCRIBIR-COSTOS.
                    WS-CONTADOR-RECHAZADAS.
           GOBACK.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Antes
      * de tocar nada deja en generaciones_cadena.dat la marca de
      * inicio de la corrida y una copia de costos.dat y
      * transferencias_hist.dat, para que RESTCADENA pueda volver al
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

           PERFORM 0210-RESPALDAR-COSTOS
           PERFORM 0220-RESPALDAR-TRANSF-HIST

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-COSTOS.
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

       0220-RESPALDAR-TRANSF-HIST.
           MOVE "transferencias_hist.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT TRANSF-HIST-FILE
           EVALUATE FS-TRANSF-HIST
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ TRANSF-HIST-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE TRANSF-HIST-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE TRANSF-HIST-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE TRANSF-HIST-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "transferencias_hist.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-TRANSF-HIST ")"
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
      * por renglon y en su orden original
               PERFORM 9900-ERROR-FATAL
           END-IF

           OPEN EXTEND TRANSF-HIST-FILE
           IF FS-TRANSF-HIST NOT = "00" AND FS-TRANSF-HIST NOT = "05"
               DISPLAY "transferencias_hist.dat NO DISPONIBLE (FS="
                       FS-TRANSF-HIST ")"
               PERFORM 9900-ERROR-FATAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-TRANSF

           PERFORM 2007-IMPRIMIR-ENCABEZADO
           WRITE LISTADO-LINEA FROM WS-RPT-LINEA-COLUMNAS
           ADD 1 TO WS-RPT-LINEAS-PAGINA
               END-READ
           END-PERFORM

           CLOSE TRANSFERENCIAS-IN-FILE
                 TRANSF-HIST-FILE.

      ******************************************************************
      * Párrafo 2002: Abre el maestro de productos para la hoja de
           MOVE WS-TRAMO
               TO WS-CST-CANTIDAD(WS-CST-INSERT-POS)
           MOVE WS-CST-PRECIOCOSTO(WS-CST-SUB)
               TO WS-CST-PRECIOCOSTO(WS-CST-INSERT-POS)

           PERFORM 2220-GRABAR-HISTORIAL.

      ******************************************************************
      * Párrafo 2220: Deja el tramo recien movido en el historial de
      * transferencias, al costo del renglon de origen
      ******************************************************************
       2220-GRABAR-HISTORIAL.
           MOVE WS-FECHA-TRANSF TO TH-FECHA
           MOVE TF-LOTE-ID      TO TH-LOTE-ID
           MOVE FUNCTION NUMVAL(TF-PRODUCTO-ID) TO TH-PRODUCTO-ID
           MOVE TF-SUC-ORIGEN   TO TH-SUC-ORIGEN
           MOVE TF-SUC-DESTINO  TO TH-SUC-DESTINO
           MOVE WS-TRAMO        TO TH-CANTIDAD
           MOVE FUNCTION NUMVAL(WS-CST-PRECIOCOSTO(WS-CST-SUB))
               TO TH-COSTO-UNIT

           WRITE TRANSF-HIST-REG
           IF FS-TRANSF-HIST NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO transferencias_hist.dat: "
                       FS-TRANSF-HIST
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 2400: Acumula la transferencia aplicada en la hoja
           CLOSE TRANSFERENCIAS-IN-FILE
                 COSTOS-IN-FILE
                 PRODUCTOS-FILE
                 LISTADO-OUT-FILE
                 TRANSF-HIST-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
