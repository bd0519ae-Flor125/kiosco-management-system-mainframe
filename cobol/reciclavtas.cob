      * con ellos y el reporte imprime su antiguedad en dias, por
      * bandas, para que nada desaparezca en silencio.
      *
      * CODIGOS DE MOTIVO: los mismos de EDITVENTAS (S/C/P/Q/T/F/G,
      * y B = lote bloqueado por recall desde el pedido 034).
      *
      * Desde el pedido 034 la re-validacion tambien controla
      * lotes_bloqueados.dat, asi que corregir un rechazo no alcanza
      * para que una venta de un lote retirado llegue a CALC-COSTOS.
      * Liberado el bloqueo por RECALLOTE, el rechazo B se recicla
      * con una correccion de campos en blanco para su secuencia.
      *
      * Desde el pedido 033 el reciclaje tampoco corre sobre un mes
      * cerrado por CIERREINV (periodos_cerrados.dat): lo reciclado
      * se postearia en el mes de la corrida. Hace falta una
      * reapertura "R" explicita del periodo para volver a correr.
      *
      * ENTRADA:
      * - correcciones_ventas.dat: Correcciones por secuencia
      * - productos.dat:           Maestro de productos (indexado)
      * - periodos_cerrados.dat:   Cierres y reaperturas de periodo
      * - lotes_bloqueados.dat:    Lotes bloqueados por recall
      *
      * ENTRADA/SALIDA:
      * - VENTAS_RECHAZADAS.DAT:   Rechazos acumulados (se reescribe
      * SALIDA:
      * - reporte_reciclaje.dat:   Reporte de antiguedad de rechazos
      * - run_control.dat:         Rastro de auditoria de la corrida
      * - generaciones_cadena.dat: Respaldo para RESTCADENA
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.

      * Generaciones de respaldo de la cadena nocturna (pedido
      * 039), compartido por todos los jobs de la cadena.
      * OPTIONAL: en el primer ciclo el archivo todavia no existe
           SELECT OPTIONAL GENERACIONES-FILE
               ASSIGN TO "../data/generaciones_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES.

      * Periodos cerrados por CIERREINV (pedido 033). OPTIONAL:
      * mientras no haya cierres el archivo no existe
           SELECT OPTIONAL PERIODOS-FILE
               ASSIGN TO "../data/periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

      * Lotes bloqueados por recall (pedido 034), el mismo archivo
      * que controla EDITVENTAS. OPTIONAL: sin recalls no existe
           SELECT OPTIONAL BLOQUEOS-FILE
               ASSIGN TO "../data/lotes_bloqueados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOQUEOS.

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

      *-----------------------------------------------------------------
      * Def. del archivo de periodos cerrados (pedido 033)
      *-----------------------------------------------------------------
       FD  PERIODOS-FILE.
           COPY PERCERR.

      *-----------------------------------------------------------------
      * Def. del archivo de lotes bloqueados, layout compartido via
      * copybook con RECALLOTE y EDITVENTAS (pedido 034)
      *-----------------------------------------------------------------
       FD  BLOQUEOS-FILE.
           COPY LOTEBLOQ.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
               10 WS-MOT-TIPO         PIC X(1).
               10 WS-MOT-FECHA        PIC X(1).
               10 WS-MOT-CODIGO       PIC X(1).
           05 WS-MOT-BLOQUEO          PIC X(1).
           05 WS-PRODUCTO-ID-N        PIC 9(9).

      *-----------------------------------------------------------------
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-GENERACIONES         PIC X(2).
           05 FS-PERIODOS             PIC X(2).
           05 FS-BLOQUEOS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-RECHAZOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-CORRECCIONES   VALUE 'Y'.
           05 EOF-SECUENCIA           PIC X VALUE 'N'.
              88 NO-HAY-MAS-SECUENCIA      VALUE 'Y'.
           05 EOF-RESPALDO            PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPALDO       VALUE 'Y'.
           05 EOF-PERIODOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-PERIODOS       VALUE 'Y'.
           05 EOF-BLOQUEOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-BLOQUEOS       VALUE 'Y'.

      *-----------------------------------------------------------------
      * Lotes bloqueados por recall (pedido 034), identicos a los de
      * EDITVENTAS. Un campo en blanco del bloqueo (o el producto en
      * cero) no restringe
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

       01  WS-BLOQUEO-CONTROL.
           05 WS-BLQ-PRODUCTO-N       PIC 9(9).
           05 WS-BLQ-HALLADO-SW       PIC X VALUE 'N'.
               88 WS-LOTE-BLOQUEADO   VALUE 'Y'.

      *-----------------------------------------------------------------
      * Bloqueo de periodo cerrado (pedido 033): lo reciclado se
      * postea en el mes de la corrida. Manda el ultimo registro del
      * periodo ("C" cierra, "R" reabre)
      *-----------------------------------------------------------------
       01  WS-PERIODO-CONTROL.
           05 WS-PER-POSTEO           PIC 9(6).
           05 WS-PER-CERRADO-SW       PIC X VALUE 'N'.
               88 WS-PER-CERRADO      VALUE 'Y'.
               88 WS-PER-ABIERTO      VALUE 'N'.

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
      * Tabla de correcciones por numero de secuencia del rechazo.
      * Son pocas por ciclo; la busqueda es lineal
           05 WS-PEN-REGISTRO OCCURS 0 TO 9999 TIMES
                                 DEPENDING ON WS-PEN-COUNT
                                 INDEXED BY WS-PEN-IDX
                                 PIC X(74).
           05 WS-PEN-PRINT-IDX        PIC 9(4).

      *-----------------------------------------------------------------
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "CODIGO".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "MOTIVOS".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "RECHAZO ".
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-CODIGO            PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-MOTIVOS           PIC X(7).
           05 RPT-D-MOT-BLOQUEO       PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-D-FECHA-RECH        PIC X(8).
           05 FILLER                  PIC X(4)  VALUE SPACES.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (RECICLAVTAS) ---'.
           PERFORM 0100-VERIFICAR-SECUENCIA.
           PERFORM 0150-VERIFICAR-PERIODO.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1000-CARGAR-CORRECCIONES.
           PERFORM 1100-CARGAR-BLOQUEOS.
           PERFORM 2000-PROCESAR-RECHAZOS.
           PERFORM 2800-REESCRIBIR-PENDIENTES.
           PERFORM 3000-IMPRIMIR-REPORTE.
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0150: Bloqueo de periodo cerrado (pedido 033). Se
      * niega a arrancar si el mes de la corrida ya fue cerrado por
      * CIERREINV y no tiene una reapertura "R" posterior
      ******************************************************************
       0150-VERIFICAR-PERIODO.
           MOVE WS-SEQ-FECHA-CICLO(1:6) TO WS-PER-POSTEO

           OPEN INPUT PERIODOS-FILE
           IF FS-PERIODOS = "00" OR FS-PERIODOS = "05"
               PERFORM UNTIL NO-HAY-MAS-PERIODOS
                   READ PERIODOS-FILE
                       AT END
                           SET NO-HAY-MAS-PERIODOS TO TRUE
                       NOT AT END
                           PERFORM 0160-CLASIFICAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF

           IF WS-PER-CERRADO
               DISPLAY "PERIODO " WS-PER-POSTEO " CERRADO - CORRIDA "
                       "ABORTADA (AGREGAR REAPERTURA R PARA POSTEAR)"
               PERFORM 9900-ERROR-FATAL
           END-IF.

       0160-CLASIFICAR-PERIODO.
           IF PC-PERIODO = WS-PER-POSTEO
               EVALUATE TRUE
                   WHEN PC-ES-CIERRE
                       SET WS-PER-CERRADO TO TRUE
                   WHEN PC-ES-REAPERTURA
                       SET WS-PER-ABIERTO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Pasados
      * los controles de secuencia y de periodo y antes de tocar
      * nada, deja en generaciones_cadena.dat la marca de inicio de
      * la corrida y una copia de VENTAS_RECHAZADAS.DAT y
      * VENTAS_IN.DAT, para que RESTCADENA pueda volver al estado
      * previo a este job. Sin respaldo la corrida no arranca
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

           PERFORM 0210-RESPALDAR-RECHAZOS
           PERFORM 0220-RESPALDAR-VENTAS-IN

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-RECHAZOS.
           MOVE "VENTAS_RECHAZADAS.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT RECHAZOS-FILE
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ RECHAZOS-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE RECHAZOS-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE RECHAZOS-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE RECHAZOS-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "VENTAS_RECHAZADAS.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-RECHAZOS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0220-RESPALDAR-VENTAS-IN.
           MOVE "VENTAS_IN.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT VENTAS-IN-FILE
           EVALUATE FS-VENTAS-IN
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ VENTAS-IN-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE VENTAS-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE VENTAS-IN-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "VENTAS_IN.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-VENTAS-IN ")"
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
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 1100: Carga en memoria los lotes bloqueados por
      * recall (pedido 034), igual que EDITVENTAS. Si no entran en
      * la tabla la corrida aborta antes de tocar ningun archivo
      ******************************************************************
       1100-CARGAR-BLOQUEOS.
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
                       PERFORM 1110-REGISTRAR-BLOQUEO
               END-READ
           END-PERFORM

           CLOSE BLOQUEOS-FILE.

       1110-REGISTRAR-BLOQUEO.
           IF WS-BLQ-COUNT >= WS-BLQ-MAXIMO
               DISPLAY "lotes_bloqueados.dat EXCEDE LA TABLA EN "
                       "MEMORIA - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-BLQ-COUNT
           SET WS-BLQ-IDX TO WS-BLQ-COUNT
           MOVE LB-LOTE        TO WS-BLQ-LOTE(WS-BLQ-IDX)
           MOVE LB-PRODUCTO-ID TO WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
           MOVE LB-VENC-DESDE  TO WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
           MOVE LB-VENC-HASTA  TO WS-BLQ-VENC-HASTA(WS-BLQ-IDX).

      ******************************************************************
      * Párrafo 2000: Recorre los rechazos acumulados, les aplica la
      * correccion si la hay y re-valida. El limpio se agrega a
      * La correccion no alcanzo: el rechazo queda pendiente con
      * sus motivos actualizados y conserva su fecha original
                   MOVE WS-MOTIVOS-EDICION TO VRX-MOTIVOS
                   MOVE WS-MOT-BLOQUEO     TO VRX-MOT-BLOQUEO
                   PERFORM 2600-DEJAR-PENDIENTE
               END-IF
           END-IF.
       2200-REVALIDAR-REGISTRO.
           MOVE 'Y'    TO WS-REGISTRO-VALIDO-SW
           MOVE SPACES TO WS-MOTIVOS-EDICION
           MOVE SPACES TO WS-MOT-BLOQUEO

           PERFORM 2205-VALIDAR-SUCURSAL
           PERFORM 2210-VALIDAR-IMPORTES
           PERFORM 2220-VALIDAR-CANTIDAD
           PERFORM 2230-VALIDAR-TIPO
           PERFORM 2240-VALIDAR-FECHA
           PERFORM 2250-VALIDAR-CODIGO
           PERFORM 2260-VALIDAR-BLOQUEO.

       2205-VALIDAR-SUCURSAL.
           IF WS-TRB-SUCURSAL = SPACES
               END-READ
           END-IF.

       2260-VALIDAR-BLOQUEO.
           MOVE 'N' TO WS-BLQ-HALLADO-SW
           MOVE 0   TO WS-BLQ-PRODUCTO-N
           IF WS-TRB-CODIGO IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-TRB-CODIGO)
                   TO WS-BLQ-PRODUCTO-N
           END-IF

           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF (WS-BLQ-LOTE(WS-BLQ-IDX) = SPACES
                   OR WS-BLQ-LOTE(WS-BLQ-IDX) = WS-TRB-LOTE)
                  AND (WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX) = 0
                   OR WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
                                       = WS-BLQ-PRODUCTO-N)
                  AND (WS-BLQ-VENC-DESDE(WS-BLQ-IDX) = SPACES
                   OR (WS-TRB-FEC-VENC
                          >= WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
                   AND WS-TRB-FEC-VENC
                          <= WS-BLQ-VENC-HASTA(WS-BLQ-IDX)))
                   SET WS-LOTE-BLOQUEADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOTE-BLOQUEADO
               MOVE "B" TO WS-MOT-BLOQUEO
               MOVE 'N' TO WS-REGISTRO-VALIDO-SW
           END-IF.

      ******************************************************************
      * Párrafo 2500: Agrega el registro ya limpio al final de
      * VENTAS_IN.DAT del ciclo en curso
           MOVE VRX-SUCURSAL      TO RPT-D-SUCURSAL
           MOVE VRX-CODIGO        TO RPT-D-CODIGO
           MOVE VRX-MOTIVOS       TO RPT-D-MOTIVOS
           MOVE VRX-MOT-BLOQUEO   TO RPT-D-MOT-BLOQUEO
           MOVE VRX-FECHA-RECHAZO TO RPT-D-FECHA-RECH
           MOVE WS-DIAS-PENDIENTE TO RPT-D-DIAS

                 CORRECCIONES-IN-FILE
                 VENTAS-IN-FILE
                 PRODUCTOS-FILE
                 REPORTE-OUT-FILE
                 BLOQUEOS-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
