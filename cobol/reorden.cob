      * REGLA DE SUGERENCIA: se repone hasta el doble del punto de
      * reorden (sugerido = punto-reorden * 2 - stock - pendiente),
      * que es el mismo criterio que compras venia aplicando a mano.
      * Desde el pedido 037 el maestro trae un nivel maximo por
      * producto (PR-NIVEL-MAXIMO, que propone PROPREORD segun la
      * demanda y aplica MANTPROD): si esta cargado se repone hasta
      * ese nivel (sugerido = nivel-maximo - stock - pendiente); en
      * cero sigue rigiendo el doble del punto de reorden.
      *
      * ENTRADA:
      * - stock_lotes.dat: Stock por lote ya descontado
      * - sugerencias_compra.dat: Archivo con las sugerencias
      * - reporte_reorden.dat:    Reporte impreso para compras
      * - run_control.dat:        Rastro de auditoria de la corrida
      * - generaciones_cadena.dat: Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.

      * Generaciones de respaldo de la cadena nocturna (pedido
      * 039), compartido por todos los jobs de la cadena.
      * OPTIONAL: en el primer ciclo el archivo todavia no existe
           SELECT OPTIONAL GENERACIONES-FILE
               ASSIGN TO "generaciones_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  SECUENCIA-FILE.
           COPY SECCTRL.

      *-----------------------------------------------------------------
      * Def. del archivo de generaciones de respaldo (pedido 039)
      *-----------------------------------------------------------------
       FD  GENERACIONES-FILE.
           COPY GENCADEN.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS              PIC X VALUE 'N'.
              88 NO-HAY-MAS-ORDENES        VALUE 'Y'.
           05 EOF-SECUENCIA           PIC X VALUE 'N'.
              88 NO-HAY-MAS-SECUENCIA      VALUE 'Y'.
           05 EOF-RESPALDO            PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPALDO       VALUE 'Y'.

      *-----------------------------------------------------------------
      * Control de secuencia de la cadena nocturna (pedido 024):
           05 WS-SEQ-OVERRIDE-SW      PIC X VALUE 'N'.
               88 WS-SEQ-CON-OVERRIDE    VALUE 'Y'.

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
      * Lógica de Corte de Control (por sucursal + producto desde el
      * pedido 019: el stock se repone por sucursal)
           05 WS-PM-DESCRIPCION       PIC X(30).
           05 WS-PM-CATEGORIA         PIC X(15).
           05 WS-PM-PUNTO-REORDEN     PIC 9(9).
           05 WS-PM-NIVEL-MAXIMO      PIC 9(9).
           05 WS-PM-EN-MAESTRO        PIC X VALUE 'N'.
               88 PRODUCTO-EN-MAESTRO VALUE 'Y'.

       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (REORDEN) ---'.
           PERFORM 0100-VERIFICAR-SECUENCIA.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 2000-PROCESAR-STOCK.
           PERFORM 8000-GRABAR-AUDITORIA.
           PERFORM 7900-ESTAMPAR-SECUENCIA.
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Pasado
      * el control de secuencia y antes de tocar nada, deja en
      * generaciones_cadena.dat la marca de inicio de la corrida y
      * una copia de sugerencias_compra.dat, para que RESTCADENA pueda
      * volver al estado previo a este job. Sin respaldo la
      * corrida no arranca
      ******************************************************************
       0200-RESPALDAR-GENERACIONES.
           MOVE WS-SEQ-FECHA-CICLO TO WS-GEN-FECHA-CICLO

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

           PERFORM 0210-RESPALDAR-SUGERENCIAS

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-SUGERENCIAS.
           MOVE "sugerencias_compra.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT SUGERENCIAS-OUT-FILE
           EVALUATE FS-SUGERENCIAS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ SUGERENCIAS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE SUGERENCIAS-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE SUGERENCIAS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "sugerencias_compra.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-SUGERENCIAS ")"
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
      * Párrafo 7900: Estampa el fin limpio del ciclo en el archivo
      * de secuencia. Solo se llega aca cuando la corrida termino
           MOVE "SIN DESCRIPCION" TO WS-PM-DESCRIPCION
           MOVE SPACES TO WS-PM-CATEGORIA
           MOVE 0      TO WS-PM-PUNTO-REORDEN
                          WS-PM-NIVEL-MAXIMO

           MOVE WS-PREV-PRODUCTO-ID TO PR-PRODUCTO-ID
           READ PRODUCTOS-FILE
                   MOVE PR-DESCRIPCION   TO WS-PM-DESCRIPCION
                   MOVE PR-CATEGORIA     TO WS-PM-CATEGORIA
                   MOVE PR-PUNTO-REORDEN TO WS-PM-PUNTO-REORDEN
                   PERFORM 2165-FIJAR-NIVEL-MAXIMO
                   SET PRODUCTO-EN-MAESTRO TO TRUE
           END-READ.

      ******************************************************************
      * Párrafo 2165: Nivel hasta el que se repone el producto leido
      * del maestro: el nivel maximo si esta cargado, si no el
      * doble del punto de reorden (regla anterior al pedido 037)
      ******************************************************************
       2165-FIJAR-NIVEL-MAXIMO.
           IF PR-NIVEL-MAXIMO > 0
               MOVE PR-NIVEL-MAXIMO TO WS-PM-NIVEL-MAXIMO
           ELSE
               COMPUTE WS-PM-NIVEL-MAXIMO = PR-PUNTO-REORDEN * 2
           END-IF.

      ******************************************************************
      * Párrafo 2185: Agrega el producto a la tabla de "vistos" para
      * que 2300 pueda detectar productos del maestro sin movimiento

      ******************************************************************
      * Párrafo 2200: Graba la sugerencia de compra y su línea de
      * detalle en el reporte. Se repone hasta el nivel maximo que
      * fijo 2165. El stock puede venir negativo por
      * ajustes; para la reposición se toma como cero. Lo pendiente
      * de recibir se descuenta de la cantidad a sugerir (pedido
      * 021); si con eso la sugerencia queda en cero o negativa, no
       2200-GRABAR-SUGERENCIA.
           IF WS-TOTAL-CANTIDAD < 0
               COMPUTE WS-CANT-SUGERIDA =
                       WS-PM-NIVEL-MAXIMO - WS-CANT-PENDIENTE
           ELSE
               COMPUTE WS-CANT-SUGERIDA =
                       WS-PM-NIVEL-MAXIMO - WS-TOTAL-CANTIDAD
                       - WS-CANT-PENDIENTE
           END-IF

               MOVE PR-DESCRIPCION     TO WS-PM-DESCRIPCION
               MOVE PR-CATEGORIA       TO WS-PM-CATEGORIA
               MOVE PR-PUNTO-REORDEN   TO WS-PM-PUNTO-REORDEN
               PERFORM 2165-FIJAR-NIVEL-MAXIMO
               MOVE +0 TO WS-TOTAL-CANTIDAD
      * Lo pendiente en transito de cualquier sucursal tambien evita
      * la sugerencia de toda la empresa (pedido 021)
                 PRODUCTOS-FILE
                 SUGERENCIAS-OUT-FILE
                 ORDENES-FILE
                 REPORTE-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
