      * SALIDA:
      * - historico.dat:    Archivo con el nuevo costo promedio
      * - alertas.dat:      Archivo con los IDs de lote para alertar
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
           05 FS-AUDIT                PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-GENERACIONES         PIC X(2).
           05 FS-HISTCOSTOS           PIC X(2).
           05 FS-ERROR-MSG            PIC X(2).
               88 FS-OK               VALUE "00".
              88 NO-HAY-MAS-PARAMETROS     VALUE 'Y'.
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
      * Parametros vigentes de la corrida (pedido 018): valores
      * globales obligatorios mas pisos opcionales por categoria.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (BATCHCOSTOS) ---'.
           PERFORM 0100-VERIFICAR-SECUENCIA.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1500-CARGAR-PARAMETROS.
           PERFORM 2000-PROCESAR-COSTOS.
           PERFORM 3000-PROCESAR-ALERTAS.
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Pasado
      * el control de secuencia y antes de tocar nada, deja en
      * generaciones_cadena.dat la marca de inicio de la corrida y
      * una copia de historico.dat, alertas.dat,
      * alertas_rechazadas.dat y checkpoint_batchcostos.dat (de
      * historico_costos.dat, que solo agrega fotos, basta la
      * ultima clave anterior al ciclo mas las fotos del ciclo),
      * para que RESTCADENA pueda volver al estado previo a este
      * job. Sin respaldo la corrida no arranca
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

           PERFORM 0210-RESPALDAR-HISTORICO
           PERFORM 0220-RESPALDAR-HISTCOSTOS
           PERFORM 0230-RESPALDAR-ALERTAS
           PERFORM 0240-RESPALDAR-ALERTAS-RECHAZ
           PERFORM 0250-RESPALDAR-CHECKPOINT

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-HISTORICO.
           MOVE "historico.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT HISTORICO-OUT-FILE
           EVALUATE FS-HISTORICO
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ HISTORICO-OUT-FILE NEXT
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE HISTORICO-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE HISTORICO-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "historico.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-HISTORICO ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0220-RESPALDAR-HISTCOSTOS.
           MOVE "historico_costos.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           MOVE "M" TO WS-GEN-MODO
           OPEN INPUT HISTCOSTOS-FILE
           EVALUATE FS-HISTCOSTOS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ HISTCOSTOS-FILE NEXT
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               PERFORM 0225-MARCAR-HISTCOSTOS
                       END-READ
                   END-PERFORM
                   CLOSE HISTCOSTOS-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "historico_costos.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-HISTCOSTOS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

      * La marca es la ultima clave de ciclos anteriores; las fotos
      * del ciclo de hoy (de una corrida previa que una re-corrida
      * va a pisar) se copian enteras para poder devolverlas
       0225-MARCAR-HISTCOSTOS.
           IF HC-FECHA-CORRIDA < WS-GEN-FECHA-CICLO
               MOVE HC-CLAVE TO WS-GEN-MARCA
           ELSE
               MOVE HISTORICO-COSTOS-REG TO WS-GEN-DATOS
               PERFORM 0285-GRABAR-DETALLE
           END-IF.

       0230-RESPALDAR-ALERTAS.
           MOVE "alertas.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT ALERTAS-OUT-FILE
           EVALUATE FS-ALERTAS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ ALERTAS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE ALERTAS-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE ALERTAS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "alertas.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-ALERTAS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0240-RESPALDAR-ALERTAS-RECHAZ.
           MOVE "alertas_rechazadas.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT ALERTAS-RECHAZADAS-OUT-FILE
           EVALUATE FS-ALERTAS-RECHAZ
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ ALERTAS-RECHAZADAS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE ALERTAS-RECHAZADAS-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE ALERTAS-RECHAZADAS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "alertas_rechazadas.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-ALERTAS-RECHAZ ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0250-RESPALDAR-CHECKPOINT.
           MOVE "checkpoint_batchcostos.dat" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT CHECKPOINT-FILE
           EVALUATE FS-CHECKPOINT
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ CHECKPOINT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE CHECKPOINT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "checkpoint_batchcostos.dat"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-CHECKPOINT ")"
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
                       SET NO-HAY-MAS-PARAMETROS TO TRUE
                   NOT AT END
      * El registro "V" (umbral de variacion de costos) es de
      * TENDCOSTOS (pedido 025), el "F" (tolerancia de precio) de
      * CONCFACT (pedido 031), el "A" (banda de conteo) de AJUSINV
      * (pedido 032), el "P" (tolerancia de precio del POS) de
      * CUMPRECIOS (pedido 036), el "D" (ventana de demanda) de
      * PROPREORD (pedido 037) y el "R" (ciclos de generaciones) de
      * EDITVENTAS (pedido 039): aca se ignoran sin validar, porque
      * no traen los margenes de categoria
                       IF PA-ES-DE-OTRO-JOB
                           CONTINUE
                       ELSE
                           PERFORM 1510-PROCESAR-PARAMETRO
                 REPORTE-OUT-FILE
                 CHECKPOINT-FILE
                 PRODUCTOS-FILE
                 PARAMETROS-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta
      * (pedido 009); de lo contrario una corrida fallida no queda
