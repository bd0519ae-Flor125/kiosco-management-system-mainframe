      * SALIDA:
      * - GL_INTERFACE.DAT: Interfaz contable H/D/T
      * - run_control.dat:  Rastro de auditoria de la corrida
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
           05 FS-PRODUCTOS            PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-GENERACIONES         PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-COSTOS-OUT          PIC X VALUE 'N'.
              88 NO-HAY-MAS-COSTOS-OUT     VALUE 'Y'.
           05 EOF-SECUENCIA           PIC X VALUE 'N'.
              88 NO-HAY-MAS-SECUENCIA      VALUE 'Y'.
           05 EOF-RESPALDO            PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPALDO       VALUE 'Y'.
           05 WS-PRODUCTOS-ABIERTO-SW PIC X VALUE 'N'.
              88 PRODUCTOS-DISPONIBLE      VALUE 'Y'.

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

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (EXTRACGL) ---'.
           PERFORM 0100-VERIFICAR-SECUENCIA.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 2000-ACUMULAR-CORRIDA.
           PERFORM 3000-GENERAR-INTERFAZ.
           PERFORM 8000-GRABAR-AUDITORIA.
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Pasado
      * el control de secuencia y antes de tocar nada, deja en
      * generaciones_cadena.dat la marca de inicio de la corrida y
      * una copia de GL_INTERFACE.DAT, para que RESTCADENA pueda
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

           PERFORM 0210-RESPALDAR-GL

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-GL.
           MOVE "GL_INTERFACE.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT GL-OUT-FILE
           EVALUATE FS-GL
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ GL-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE GL-OUT-RECORD
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE GL-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "GL_INTERFACE.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-GL ")"
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

           CLOSE COSTOS-OUT-FILE
                 PRODUCTOS-FILE
                 GL-OUT-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
