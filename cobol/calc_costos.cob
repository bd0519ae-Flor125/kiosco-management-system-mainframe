               ASSIGN TO "../data/secuencia_nocturna.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.
      *> Periodos cerrados por CIERREINV (pedido 033): no se postean
      *> ventas en un mes cerrado salvo reapertura "R" explicita.
      *> OPTIONAL: mientras no haya cierres el archivo no existe.
           SELECT OPTIONAL PERIODOS-FILE
               ASSIGN TO "../data/periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
      *> Generaciones de respaldo de la cadena nocturna (pedido 039),
      *> compartido por todos los jobs de la cadena. OPTIONAL: en el
      *> primer ciclo el archivo todavia no existe.
           SELECT OPTIONAL GENERACIONES-FILE
               ASSIGN TO "../data/generaciones_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES.
      *> Vistas de solo lectura de los tres archivos que esta corrida
      *> pisa, para copiarlos a la generacion de respaldo antes de
      *> abrirlos para grabar. Las claves repiten las de COSTOS-OUT
      *> e HISTORIAL-VENTAS.
           SELECT COSTOS-RESPALDO ASSIGN TO "../data/COSTOS_OUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SEQ-NUM
               ALTERNATE RECORD KEY IS CRS-LOTE WITH DUPLICATES
               FILE STATUS IS FS-COSTOS-RESP.
           SELECT EXCEPCIONES-RESPALDO
               ASSIGN TO "../data/EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPC-RESP.
           SELECT HISTORIAL-RESPALDO
               ASSIGN TO "../data/HISTORIAL_VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HVR-CLAVE
               FILE STATUS IS FS-HISTVTA-RESP.

       DATA DIVISION.
       FILE SECTION.
       FD  SECUENCIA-FILE.
           COPY SECCTRL.

       FD  PERIODOS-FILE.
           COPY PERCERR.

       FD  GENERACIONES-FILE.
           COPY GENCADEN.

      *> Los registros de respaldo van enteros a la generacion; solo
      *> se describen las claves (mismas posiciones que COSTOREG y
      *> HISTVTA).
       FD  COSTOS-RESPALDO.
       01  COSTOS-RESP-REG.
           05 CRS-SEQ-NUM     PIC 9(9).
           05 FILLER          PIC X(13).
           05 CRS-LOTE        PIC X(8).
           05 FILLER          PIC X(53).

       FD  EXCEPCIONES-RESPALDO.
       01  EXCEPCIONES-RESP-REG PIC X(77).

       FD  HISTORIAL-RESPALDO.
       01  HISTORIAL-RESP-REG.
           05 HVR-CLAVE.
              10 HVR-FECHA-CORRIDA PIC 9(8).
              10 HVR-SEQ-NUM       PIC 9(9).
           05 FILLER          PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE "N".
       *> C-LOTE ya no es unico (una devolucion comparte lote con la
       01 WS-SEQ-PRED-OK      PIC X VALUE "N".
       01 WS-SEQ-OVERRIDE     PIC X VALUE "N".

       *> Bloqueo de periodo cerrado: la corrida postea en el mes de
       *> WS-FECHA-CORRIDA. Manda el ultimo registro del periodo en
       *> periodos_cerrados.dat ("C" cierra, "R" reabre).
       01 FS-PERIODOS         PIC XX.
       01 WS-EOF-PERIODOS     PIC X VALUE "N".
       01 WS-PER-POSTEO       PIC 9(6).
       01 WS-PER-CERRADO      PIC X VALUE "N".

       *> Generaciones de respaldo (pedido 039): datos de la
       *> generacion en curso para generaciones_cadena.dat.
       01 FS-GENERACIONES     PIC XX.
       01 FS-COSTOS-RESP      PIC XX.
       01 FS-EXCEPC-RESP      PIC XX.
       01 FS-HISTVTA-RESP     PIC XX.
       01 WS-EOF-RESPALDO     PIC X VALUE "N".
       01 WS-GEN-FECHA-CICLO  PIC 9(8).
       01 WS-GEN-ARCHIVO      PIC X(30).
       01 WS-GEN-EXISTE       PIC X.
       01 WS-GEN-MODO         PIC X.
       01 WS-GEN-MARCA        PIC X(20).
       01 WS-GEN-REGISTROS    PIC 9(9).
       01 WS-GEN-DATOS        PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
           *> corrida no debe dejar rastro.
           PERFORM VERIFICAR-SECUENCIA

           *> Tampoco se postea en un mes ya cerrado: el historial
           *> de ventas de ese mes es la base del cierre.
           PERFORM VERIFICAR-PERIODO

           *> Pasados los controles y antes de tocar nada, la
           *> generacion de respaldo de lo que esta corrida pisa:
           *> sin respaldo la corrida no arranca.
           PERFORM RESPALDAR-GENERACIONES

           *> Los parametros se cargan antes de abrir cualquier
           *> salida: sin ellos la corrida no debe dejar rastro.
           PERFORM LEER-PARAMETROS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       VERIFICAR-PERIODO.
           MOVE WS-FECHA-CORRIDA(1:6) TO WS-PER-POSTEO

           OPEN INPUT PERIODOS-FILE
           IF FS-PERIODOS = "00" OR FS-PERIODOS = "05"
              PERFORM UNTIL WS-EOF-PERIODOS = "S"
                 READ PERIODOS-FILE
                    AT END
                       MOVE "S" TO WS-EOF-PERIODOS
                    NOT AT END
                       PERFORM CLASIFICAR-PERIODO
                 END-READ
              END-PERFORM
              CLOSE PERIODOS-FILE
           END-IF

           IF WS-PER-CERRADO = "S"
              DISPLAY "PERIODO " WS-PER-POSTEO " CERRADO - CORRIDA "
                      "ABORTADA (AGREGAR REAPERTURA R PARA POSTEAR)"
              PERFORM ABORTAR-SECUENCIA
           END-IF.

       CLASIFICAR-PERIODO.
           IF PC-PERIODO = WS-PER-POSTEO
              EVALUATE TRUE
                 WHEN PC-ES-CIERRE
                    MOVE "S" TO WS-PER-CERRADO
                 WHEN PC-ES-REAPERTURA
                    MOVE "N" TO WS-PER-CERRADO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       *> Generaciones de respaldo (pedido 039): deja en
       *> generaciones_cadena.dat la marca de inicio de la corrida y
       *> una copia de COSTOS_OUT.DAT y EXCEPCIONES.DAT, para que
       *> RESTCADENA pueda volver al estado previo a este job. De
       *> HISTORIAL_VENTAS.DAT, que solo agrega ventas, basta la
       *> ultima clave de ciclos anteriores (modo "M") mas las
       *> ventas del ciclo, que una re-corrida del dia pisa.
       RESPALDAR-GENERACIONES.
           MOVE WS-SEQ-FECHA-CICLO TO WS-GEN-FECHA-CICLO

           OPEN EXTEND GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
              AND FS-GENERACIONES NOT = "05"
              DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                      FS-GENERACIONES
              PERFORM ABORTAR-RESPALDO
           END-IF

           MOVE SPACES TO WS-GEN-ARCHIVO
           MOVE SPACES TO GENERACION-REG
           MOVE "J"    TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           PERFORM GRABAR-GENERACION

           PERFORM RESPALDAR-COSTOS-OUT
           PERFORM RESPALDAR-EXCEPCIONES
           PERFORM RESPALDAR-HISTORIAL

           CLOSE GENERACIONES-FILE.

       RESPALDAR-COSTOS-OUT.
           MOVE "COSTOS_OUT.DAT" TO WS-GEN-ARCHIVO
           PERFORM INICIAR-ARCHIVO-RESPALDO
           OPEN INPUT COSTOS-RESPALDO
           EVALUATE FS-COSTOS-RESP
              WHEN "00"
                 MOVE "S" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
                 PERFORM UNTIL WS-EOF-RESPALDO = "S"
                    READ COSTOS-RESPALDO
                       AT END
                          MOVE "S" TO WS-EOF-RESPALDO
                       NOT AT END
                          MOVE COSTOS-RESP-REG TO WS-GEN-DATOS
                          PERFORM GRABAR-DETALLE-RESPALDO
                    END-READ
                 END-PERFORM
                 CLOSE COSTOS-RESPALDO
              WHEN "35"
                 MOVE "N" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
              WHEN OTHER
                 DISPLAY "COSTOS_OUT.DAT ILEGIBLE PARA EL RESPALDO "
                         "(FS=" FS-COSTOS-RESP ")"
                 PERFORM ABORTAR-RESPALDO
           END-EVALUATE
           PERFORM GRABAR-FIN-RESPALDO.

       RESPALDAR-EXCEPCIONES.
           MOVE "EXCEPCIONES.DAT" TO WS-GEN-ARCHIVO
           PERFORM INICIAR-ARCHIVO-RESPALDO
           OPEN INPUT EXCEPCIONES-RESPALDO
           EVALUATE FS-EXCEPC-RESP
              WHEN "00"
                 MOVE "S" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
                 PERFORM UNTIL WS-EOF-RESPALDO = "S"
                    READ EXCEPCIONES-RESPALDO
                       AT END
                          MOVE "S" TO WS-EOF-RESPALDO
                       NOT AT END
                          MOVE EXCEPCIONES-RESP-REG TO WS-GEN-DATOS
                          PERFORM GRABAR-DETALLE-RESPALDO
                    END-READ
                 END-PERFORM
                 CLOSE EXCEPCIONES-RESPALDO
              WHEN "35"
                 MOVE "N" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
              WHEN OTHER
                 DISPLAY "EXCEPCIONES.DAT ILEGIBLE PARA EL RESPALDO "
                         "(FS=" FS-EXCEPC-RESP ")"
                 PERFORM ABORTAR-RESPALDO
           END-EVALUATE
           PERFORM GRABAR-FIN-RESPALDO.

       RESPALDAR-HISTORIAL.
           MOVE "HISTORIAL_VENTAS.DAT" TO WS-GEN-ARCHIVO
           PERFORM INICIAR-ARCHIVO-RESPALDO
           MOVE "M" TO WS-GEN-MODO
           OPEN INPUT HISTORIAL-RESPALDO
           EVALUATE FS-HISTVTA-RESP
              WHEN "00"
                 MOVE "S" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
                 PERFORM UNTIL WS-EOF-RESPALDO = "S"
                    READ HISTORIAL-RESPALDO
                       AT END
                          MOVE "S" TO WS-EOF-RESPALDO
                       NOT AT END
                          PERFORM MARCAR-HISTORIAL
                    END-READ
                 END-PERFORM
                 CLOSE HISTORIAL-RESPALDO
              WHEN "35"
                 MOVE "N" TO WS-GEN-EXISTE
                 PERFORM GRABAR-CABECERA-RESPALDO
              WHEN OTHER
                 DISPLAY "HISTORIAL_VENTAS.DAT ILEGIBLE PARA EL "
                         "RESPALDO (FS=" FS-HISTVTA-RESP ")"
                 PERFORM ABORTAR-RESPALDO
           END-EVALUATE
           PERFORM GRABAR-FIN-RESPALDO.

       *> La marca es la ultima clave de ciclos anteriores; las
       *> ventas del ciclo de hoy (de una corrida previa) se copian.
       MARCAR-HISTORIAL.
           IF HVR-FECHA-CORRIDA < WS-GEN-FECHA-CICLO
              MOVE HVR-CLAVE TO WS-GEN-MARCA
           ELSE
              MOVE HISTORIAL-RESP-REG TO WS-GEN-DATOS
              PERFORM GRABAR-DETALLE-RESPALDO
           END-IF.

       *> Registros de la generacion de un archivo: cabecera "A", un
       *> "D" por registro copiado y el "F" con la cantidad (y la
       *> marca en modo "M"), que RESTCADENA verifica al restaurar.
       INICIAR-ARCHIVO-RESPALDO.
           MOVE 0      TO WS-GEN-REGISTROS
           MOVE "C"    TO WS-GEN-MODO
           MOVE SPACES TO WS-GEN-MARCA
           MOVE "N"    TO WS-EOF-RESPALDO.

       GRABAR-CABECERA-RESPALDO.
           MOVE SPACES        TO GENERACION-REG
           MOVE "A"           TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           MOVE WS-GEN-EXISTE TO GC-EXISTE
           MOVE WS-GEN-MODO   TO GC-MODO
           MOVE 0             TO GC-REGISTROS
           PERFORM GRABAR-GENERACION.

       GRABAR-DETALLE-RESPALDO.
           MOVE SPACES        TO GENERACION-REG
           MOVE "D"           TO GC-TIPO
           MOVE WS-GEN-DATOS  TO GC-DATOS
           PERFORM GRABAR-GENERACION
           ADD 1 TO WS-GEN-REGISTROS.

       GRABAR-FIN-RESPALDO.
           MOVE SPACES           TO GENERACION-REG
           MOVE "F"              TO GC-TIPO
           MOVE FUNCTION CURRENT-DATE(9:6) TO GC-HORA
           MOVE WS-GEN-EXISTE    TO GC-EXISTE
           MOVE WS-GEN-MODO      TO GC-MODO
           MOVE WS-GEN-REGISTROS TO GC-REGISTROS
           MOVE WS-GEN-MARCA     TO GC-MARCA
           PERFORM GRABAR-GENERACION.

       GRABAR-GENERACION.
           MOVE WS-GEN-FECHA-CICLO TO GC-FECHA-CICLO
           MOVE "CALC-COSTOS"      TO GC-JOB-NAME
           MOVE WS-GEN-ARCHIVO     TO GC-ARCHIVO
           WRITE GENERACION-REG
           IF FS-GENERACIONES NOT = "00"
              DISPLAY "ERROR ESCRIBIENDO generaciones_cadena.dat: "
                      FS-GENERACIONES
              PERFORM ABORTAR-RESPALDO
           END-IF.

       ABORTAR-RESPALDO.
           CLOSE GENERACIONES-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       *> Solo se llega aca con la corrida terminada limpia: una
       *> corrida abortada no estampa y puede re-correrse sin
       *> override.
                    MOVE "S" TO WS-EOF-PARAM
                 NOT AT END
                    *> El registro "V" (umbral de variacion de
                    *> costos) es de TENDCOSTOS, el "F" (tolerancia
                    *> de precio) de CONCFACT, el "A" (banda de
                    *> conteo) de AJUSINV, el "P" (tolerancia de
                    *> precio del POS) de CUMPRECIOS, el "D"
                    *> (ventana de demanda) de PROPREORD y el "R"
                    *> (ciclos de generaciones) de EDITVENTAS: aca
                    *> se ignoran sin validar, porque no traen los
                    *> margenes de categoria.
                    IF PA-ES-DE-OTRO-JOB
                       CONTINUE
                    ELSE
                       PERFORM PROCESAR-PARAMETRO
