       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESTCADENA.
       AUTHOR.      FLORENCIA SOMBRA.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.    NON-CONFIDENTIAL.

      ******************************************************************
      * OBJETIVO: Vuelta atras de la cadena nocturna (pedido 039).
      * Cuando un job de la cadena corria con datos malos, volver a
      * correrlo no alcanzaba: los archivos que ya habia pisado (y
      * los que pisaron los jobs siguientes) quedaban mal y habia
      * que rearmarlos a mano.
      *
      * Cada job de la cadena (y TRANSFSUC, RECEPOC, GENORDC,
      * AJUSINV, CONCFACT y MERMAVENC) deja al arrancar, antes de
      * tocar nada, una generacion fechada de los archivos que
      * modifica en generaciones_cadena.dat (layout GENCADEN). Este
      * job recibe en restauracion_cadena.dat el job y el ciclo al
      * que hay que volver y deja todos esos archivos como estaban
      * justo antes de esa corrida:
      *
      *   - el punto de vuelta es el primer inicio ("J") de ese job
      *     en ese ciclo. Todo lo que corrio despues (ese job, los
      *     siguientes de la cadena y los de afuera que respaldan)
      *     se deshace. No se deshacen los jobs de afuera que solo
      *     derivan salidas de estos archivos (LISPRECIOS, HOJACONT,
      *     PROPREORD, STOCKLENTO: se vuelven a correr) ni las
      *     decisiones que no salen de la cadena (bloqueos de
      *     RECALLOTE, maestros de MANTPROD y MANTPROV)
      *   - un mes cerrado por CIERREINV no se toca: si algun
      *     periodo desde el mes del ciclo pedido hasta el mes en
      *     curso esta cerrado en periodos_cerrados.dat, el job
      *     aborta antes de restaurar nada. Para volver atras sobre
      *     un mes cerrado, contaduria agrega antes la reapertura "R"
      *   - cada archivo vuelve a su primera generacion completa
      *     grabada despues del punto; un archivo que nadie toco
      *     despues del punto no cambia. Una generacion cortada (sin
      *     su "F" o con otra cantidad) se saltea: el job que la
      *     grababa aborto antes de tocar el archivo, asi que la
      *     siguiente generacion sirve igual
      *   - un archivo que no existia vuelve vacio
      *   - los historiales en modo "M" (HISTORIAL_VENTAS.DAT e
      *     historico_costos.dat) no se reemplazan: se borran las
      *     claves posteriores a la marca y se vuelven a grabar los
      *     registros del ciclo que tenia la generacion
      *
      * Despues quita de secuencia_nocturna.dat los cierres "C" de
      * los jobs y ciclos deshechos, para que el control de
      * secuencia deje volver a correrlos sin override, y recorta
      * generaciones_cadena.dat al punto de vuelta: las generaciones
      * posteriores describen corridas que ya no existen. Si algo
      * falla antes de esos dos pasos, el job se puede volver a
      * correr con el mismo pedido.
      *
      * Se corre a mano, fuera de la cadena y con la cadena parada.
      *
      * ENTRADA:
      * - restauracion_cadena.dat: Job y ciclo al que se vuelve
      * - periodos_cerrados.dat:   Cierres y reaperturas de periodo
      *
      * ENTRADA/SALIDA:
      * - generaciones_cadena.dat: Generaciones de respaldo
      * - secuencia_nocturna.dat:  Control de secuencia de la cadena
      *
      * SALIDA:
      * - Los archivos respaldados por la cadena (ver la tabla
      *   WS-ARCHIVOS-NOMBRES)
      * - run_control.dat:         Rastro de auditoria de la corrida
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pedido de restauracion: job y ciclo al que se vuelve
           SELECT RESTAURACION-IN-FILE
               ASSIGN TO "restauracion_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURACION.

      * Generaciones de respaldo que graban los jobs de la cadena
           SELECT GENERACIONES-FILE
               ASSIGN TO "generaciones_cadena.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES.

      * Control de secuencia de la cadena nocturna. OPTIONAL: antes
      * del primer ciclo todavia no existe
           SELECT OPTIONAL SECUENCIA-FILE
               ASSIGN TO "secuencia_nocturna.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIA.

      * Archivo de trabajo para reescribir generaciones_cadena.dat y
      * secuencia_nocturna.dat
           SELECT TRABAJO-FILE ASSIGN TO "restcadena.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

      * Archivos que se restauran, con el mismo ASSIGN que su job
      * dueño. Comparten FS-RESTAURADO: se abre uno por vez
           SELECT VENTAS-IN-FILE ASSIGN TO "../data/VENTAS_IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT VENTAS-RECHAZ-FILE
               ASSIGN TO "../data/VENTAS_RECHAZADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT VENTAS-RETEN-FILE
               ASSIGN TO "../data/VENTAS_RETENIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT COSTOS-OUT-FILE ASSIGN TO "../data/COSTOS_OUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-SEQ-NUM
               ALTERNATE RECORD KEY IS C-LOTE WITH DUPLICATES
               FILE STATUS IS FS-RESTAURADO.

           SELECT EXCEPCIONES-FILE ASSIGN TO "../data/EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT HISTORIAL-VENTAS
               ASSIGN TO "../data/HISTORIAL_VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-CLAVE
               FILE STATUS IS FS-RESTAURADO.

           SELECT STOCK-LOTES-FILE ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "../data/GL_INTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT HISTORICO-FILE ASSIGN TO "historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CLAVE
               FILE STATUS IS FS-RESTAURADO.

           SELECT HISTCOSTOS-FILE ASSIGN TO "historico_costos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CLAVE
               FILE STATUS IS FS-RESTAURADO.

           SELECT ALERTAS-FILE ASSIGN TO "alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT ALERTAS-RECHAZ-FILE
               ASSIGN TO "alertas_rechazadas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT CHECKPOINT-FILE
               ASSIGN TO "checkpoint_batchcostos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT SUGERENCIAS-FILE
               ASSIGN TO "sugerencias_compra.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT COSTOS-IN-FILE ASSIGN TO "costos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT TRANSFERENCIAS-FILE
               ASSIGN TO "transferencias_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-RESTAURADO.

           SELECT VENCIMIENTOS-FILE ASSIGN TO "vencimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT RECEPCIONES-FILE ASSIGN TO "recepciones_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT CONTROL-OC-FILE ASSIGN TO "ordenes_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT OPTIONAL AJUSTES-FILE
               ASSIGN TO "ajustes_inventario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT AP-INTERFACE-FILE ASSIGN TO "AP_INTERFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

           SELECT MERMAS-FILE ASSIGN TO "mermas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTAURADO.

      * Periodos cerrados por CIERREINV (pedido 033). OPTIONAL:
      * mientras no haya cierres el archivo no existe
           SELECT OPTIONAL PERIODOS-FILE
               ASSIGN TO "../data/periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

      * Archivo de auditoria de corridas, compartido con los demas
      * jobs del lote
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * Def. del pedido de restauracion
      *-----------------------------------------------------------------
       FD  RESTAURACION-IN-FILE.
       01  RESTAURACION-IN-RECORD.
           05 RS-JOB-NAME             PIC X(12).
           05 RS-FECHA-CICLO          PIC X(8).

      *-----------------------------------------------------------------
      * Def. del archivo de generaciones de respaldo, layout
      * compartido via copybook con los jobs que lo graban
      *-----------------------------------------------------------------
       FD  GENERACIONES-FILE.
           COPY GENCADEN.

      *-----------------------------------------------------------------
      * Def. del archivo de control de secuencia, layout compartido
      * via copybook con los jobs de la cadena
      *-----------------------------------------------------------------
       FD  SECUENCIA-FILE.
           COPY SECCTRL.

      *-----------------------------------------------------------------
      * Def. del archivo de trabajo: alcanza el registro mas largo
      * de los dos archivos que se reescriben
      *-----------------------------------------------------------------
       FD  TRABAJO-FILE.
       01  TRABAJO-REG                PIC X(151).

      *-----------------------------------------------------------------
      * Def. de los archivos que se restauran. Los indexados usan el
      * layout de su copybook por la clave; los secuenciales se
      * vuelven a grabar tal cual quedaron en GC-DATOS
      *-----------------------------------------------------------------
       FD  VENTAS-IN-FILE.
       01  VENTAS-IN-REG              PIC X(100).

       FD  VENTAS-RECHAZ-FILE.
       01  VENTAS-RECHAZ-REG          PIC X(100).

       FD  VENTAS-RETEN-FILE.
       01  VENTAS-RETEN-REG           PIC X(100).

       FD  COSTOS-OUT-FILE.
           COPY COSTOREG.

       FD  EXCEPCIONES-FILE.
       01  EXCEPCIONES-REG            PIC X(100).

       FD  HISTORIAL-VENTAS.
           COPY HISTVTA.

       FD  STOCK-LOTES-FILE.
       01  STOCK-LOTES-REG            PIC X(100).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-REG           PIC X(100).

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  HISTCOSTOS-FILE.
           COPY HISTCOST.

       FD  ALERTAS-FILE.
       01  ALERTAS-REG                PIC X(100).

       FD  ALERTAS-RECHAZ-FILE.
       01  ALERTAS-RECHAZ-REG         PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REG             PIC X(100).

       FD  SUGERENCIAS-FILE.
       01  SUGERENCIAS-REG            PIC X(100).

       FD  COSTOS-IN-FILE.
       01  COSTOS-IN-REG              PIC X(100).

       FD  TRANSFERENCIAS-FILE.
       01  TRANSFERENCIAS-REG         PIC X(100).

       FD  ORDENES-FILE.
           COPY ORDCOMP.

       FD  VENCIMIENTOS-FILE.
       01  VENCIMIENTOS-REG           PIC X(100).

       FD  RECEPCIONES-FILE.
       01  RECEPCIONES-REG            PIC X(100).

       FD  CONTROL-OC-FILE.
       01  CONTROL-OC-REG             PIC X(100).

       FD  AJUSTES-FILE.
       01  AJUSTES-REG                PIC X(100).

       FD  AP-INTERFACE-FILE.
       01  AP-INTERFACE-REG           PIC X(100).

       FD  MERMAS-FILE.
       01  MERMAS-REG                 PIC X(100).

      *-----------------------------------------------------------------
      * Def. del archivo de periodos cerrados (pedido 033)
      *-----------------------------------------------------------------
       FD  PERIODOS-FILE.
           COPY PERCERR.

      *-----------------------------------------------------------------
      * Def. del archivo de auditoria de corridas
      *-----------------------------------------------------------------
       FD  AUDIT-TRAIL-FILE.
           COPY RUNCTRL.

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * Archivos que graban generacion, con el nombre que usan en
      * GC-ARCHIVO. El orden es el de los WHEN de los parrafos
      * 3200-3400: un archivo nuevo en la cadena se agrega en los dos
      * lugares. Los de modo "M" son el 6 y el 10
      *-----------------------------------------------------------------
       01  WS-ARCHIVOS-NOMBRES.
           05 FILLER                  PIC X(30)
              VALUE "VENTAS_IN.DAT".
           05 FILLER                  PIC X(30)
              VALUE "VENTAS_RECHAZADAS.DAT".
           05 FILLER                  PIC X(30)
              VALUE "VENTAS_RETENIDAS.DAT".
           05 FILLER                  PIC X(30)
              VALUE "COSTOS_OUT.DAT".
           05 FILLER                  PIC X(30)
              VALUE "EXCEPCIONES.DAT".
           05 FILLER                  PIC X(30)
              VALUE "HISTORIAL_VENTAS.DAT".
           05 FILLER                  PIC X(30)
              VALUE "stock_lotes.dat".
           05 FILLER                  PIC X(30)
              VALUE "GL_INTERFACE.DAT".
           05 FILLER                  PIC X(30)
              VALUE "historico.dat".
           05 FILLER                  PIC X(30)
              VALUE "historico_costos.dat".
           05 FILLER                  PIC X(30)
              VALUE "alertas.dat".
           05 FILLER                  PIC X(30)
              VALUE "alertas_rechazadas.dat".
           05 FILLER                  PIC X(30)
              VALUE "checkpoint_batchcostos.dat".
           05 FILLER                  PIC X(30)
              VALUE "sugerencias_compra.dat".
           05 FILLER                  PIC X(30)
              VALUE "costos.dat".
           05 FILLER                  PIC X(30)
              VALUE "transferencias_hist.dat".
           05 FILLER                  PIC X(30)
              VALUE "ordenes_compra.dat".
           05 FILLER                  PIC X(30)
              VALUE "vencimientos.dat".
           05 FILLER                  PIC X(30)
              VALUE "recepciones_hist.dat".
           05 FILLER                  PIC X(30)
              VALUE "ordenes_control.dat".
           05 FILLER                  PIC X(30)
              VALUE "ajustes_inventario.dat".
           05 FILLER                  PIC X(30)
              VALUE "AP_INTERFACE.DAT".
           05 FILLER                  PIC X(30)
              VALUE "mermas.dat".
       01  WS-ARCHIVOS-TABLE REDEFINES WS-ARCHIVOS-NOMBRES.
           05 WS-ARC-NOMBRE OCCURS 23 TIMES PIC X(30).

      *-----------------------------------------------------------------
      * Generacion elegida para cada archivo: lineas de su "A" y su
      * "F" en generaciones_cadena.dat y datos de su cabecera
      *-----------------------------------------------------------------
       01  WS-ARCHIVOS-ESTADO.
           05 WS-ARC-ENTRY OCCURS 23 TIMES.
               10 WS-ARC-ELEGIDA-SW   PIC X(1).
                   88 WS-ARC-ELEGIDA  VALUE 'Y'.
               10 WS-ARC-LINEA-DESDE  PIC 9(9).
               10 WS-ARC-LINEA-HASTA  PIC 9(9).
               10 WS-ARC-EXISTE       PIC X(1).
               10 WS-ARC-MODO         PIC X(1).
               10 WS-ARC-MARCA        PIC X(20).
               10 WS-ARC-REGISTROS    PIC 9(9).
               10 WS-ARC-GRABADOS     PIC 9(9).
               10 WS-ARC-BORRADOS     PIC 9(9).

       01  WS-ARCHIVOS-CONTROL.
           05 WS-ARC-SUB              PIC 9(2).
           05 WS-ARC-HALLADO          PIC 9(2).
           05 WS-REST-SUB             PIC 9(2) VALUE 0.

      *-----------------------------------------------------------------
      * Generacion candidata mientras se lee: pasa a elegida recien
      * cuando aparece su "F" con la cantidad correcta
      *-----------------------------------------------------------------
       01  WS-CANDIDATA.
           05 WS-CAND-SUB             PIC 9(2) VALUE 0.
           05 WS-CAND-LINEA           PIC 9(9).
           05 WS-CAND-CUENTA          PIC 9(9).

      *-----------------------------------------------------------------
      * Punto de vuelta y corridas (job + ciclo) que se deshacen
      *-----------------------------------------------------------------
       01  WS-PUNTO.
           05 WS-PUNTO-FECHA-CICLO    PIC 9(8).
           05 WS-PUNTO-LINEA          PIC 9(9) VALUE 0.
           05 WS-PUNTO-HORA           PIC 9(6).

       01  WS-CORRIDAS-TABLE.
           05 WS-COR-COUNT            PIC 9(3) VALUE 0.
           05 WS-COR-ENTRY OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-COR-COUNT
                                 INDEXED BY WS-COR-IDX.
               10 WS-COR-JOB-NAME     PIC X(12).
               10 WS-COR-FECHA-CICLO  PIC 9(8).

      *-----------------------------------------------------------------
      * Estado de cierre de los meses desde el ciclo pedido hasta el
      * mes en curso (pedido 033). Manda el ultimo registro de cada
      * mes en periodos_cerrados.dat: "C" lo cierra, "R" lo reabre
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

       01  WS-CORRIDAS-CONTROL.
           05 WS-COR-HALLADA-SW       PIC X VALUE 'N'.
               88 WS-COR-HALLADA      VALUE 'Y'.

      *-----------------------------------------------------------------
      * Variables de Control
      *-----------------------------------------------------------------
       01  WS-CONTROL.
           05 WS-GEN-LINEA            PIC 9(9) VALUE 0.
           05 WS-GEN-LEIDOS           PIC 9(9) VALUE 0.
           05 WS-GEN-QUEDAN           PIC 9(9) VALUE 0.
           05 WS-GEN-PODADOS          PIC 9(9) VALUE 0.
           05 WS-GEN-CORTADAS         PIC 9(9) VALUE 0.
           05 WS-SEC-LEIDOS           PIC 9(9) VALUE 0.
           05 WS-SEC-QUEDAN           PIC 9(9) VALUE 0.
           05 WS-SEC-BORRADOS         PIC 9(9) VALUE 0.
           05 WS-CONTADOR-RESTAURADOS PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "RESTCADENA".
           05 WS-AUDIT-ESTAMPA        PIC X(14).
           05 WS-AUDIT-PUNTO.
               10 WS-AUDIT-PUNTO-JOB  PIC X(12).
               10 WS-AUDIT-PUNTO-CICLO PIC X(8).

       01  WS-FILE-STATUS-VALUES.
           05 FS-RESTAURACION         PIC X(2).
           05 FS-GENERACIONES         PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-TRABAJO              PIC X(2).
           05 FS-RESTAURADO           PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-PERIODOS             PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-GENERACIONES        PIC X VALUE 'N'.
              88 NO-HAY-MAS-GENERACIONES   VALUE 'Y'.
           05 EOF-SECUENCIA           PIC X VALUE 'N'.
              88 NO-HAY-MAS-SECUENCIA      VALUE 'Y'.
           05 EOF-TRABAJO             PIC X VALUE 'N'.
              88 NO-HAY-MAS-TRABAJO        VALUE 'Y'.
           05 EOF-RESTAURADO          PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESTAURADO     VALUE 'Y'.
           05 EOF-PERIODOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-PERIODOS       VALUE 'Y'.

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (RESTCADENA) ---'.
           PERFORM 1000-LEER-PEDIDO.
           PERFORM 1100-VERIFICAR-CIERRE.
           PERFORM 2000-UBICAR-PUNTO.
           PERFORM 3000-RESTAURAR-ARCHIVOS.
           PERFORM 4000-DEPURAR-SECUENCIA.
           PERFORM 5000-PODAR-GENERACIONES.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY '--- FIN BATCH COBOL ---'.
           DISPLAY 'ARCHIVOS RESTAURADOS: '   WS-CONTADOR-RESTAURADOS.
           DISPLAY 'CORRIDAS DESHECHAS: '     WS-COR-COUNT.
           DISPLAY 'CIERRES QUITADOS: '       WS-SEC-BORRADOS.
           DISPLAY 'GENERACIONES PODADAS: '   WS-GEN-PODADOS.
           GOBACK.

      ******************************************************************
      * Párrafo 1000: Lee el pedido de restauracion: job y ciclo
      * (fecha de corrida AAAAMMDD) al que se vuelve
      ******************************************************************
       1000-LEER-PEDIDO.
           INITIALIZE WS-ARCHIVOS-ESTADO
           MOVE SPACES TO WS-AUDIT-PUNTO

           OPEN INPUT RESTAURACION-IN-FILE
           IF FS-RESTAURACION NOT = "00"
               DISPLAY "restauracion_cadena.dat NO DISPONIBLE (FS="
                       FS-RESTAURACION ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           READ RESTAURACION-IN-FILE
               AT END
                   DISPLAY "restauracion_cadena.dat ESTA VACIO"
                   PERFORM 9900-ERROR-FATAL
           END-READ
           CLOSE RESTAURACION-IN-FILE

           MOVE RS-JOB-NAME    TO WS-AUDIT-PUNTO-JOB
           MOVE RS-FECHA-CICLO TO WS-AUDIT-PUNTO-CICLO

           IF RS-JOB-NAME = SPACES
              OR RS-FECHA-CICLO NOT NUMERIC
               DISPLAY "PEDIDO DE RESTAURACION INVALIDO: "
                       RESTAURACION-IN-RECORD
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE RS-FECHA-CICLO TO WS-PUNTO-FECHA-CICLO
           DISPLAY "VUELTA ATRAS A ANTES DE " RS-JOB-NAME
                   " DEL CICLO " RS-FECHA-CICLO.

      ******************************************************************
      * Párrafo 1100: Bloqueo de periodo cerrado (pedido 033). La
      * vuelta atras borra de los historiales y reescribe stock y
      * costos desde el ciclo pedido en adelante, asi que aborta
      * antes de restaurar nada si algun mes desde el del ciclo
      * hasta el mes en curso quedo cerrado por CIERREINV sin una
      * reapertura "R" posterior
      ******************************************************************
       1100-VERIFICAR-CIERRE.
           MOVE RS-FECHA-CICLO(1:6)        TO WS-PER-DESDE
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PER-HASTA

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
                           "REAPERTURA R PARA VOLVER ATRAS)"
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
                       DISPLAY "RANGO DEL PEDIDO EXCEDE LA TABLA DE "
                               "CIERRES - CORRIDA ABORTADA"
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
      * Párrafo 2000: Primera pasada por generaciones_cadena.dat:
      * ubica el punto de vuelta, junta las corridas posteriores y
      * elige para cada archivo su primera generacion completa
      * despues del punto. Todavia no toca ningun archivo
      ******************************************************************
       2000-UBICAR-PUNTO.
           OPEN INPUT GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "generaciones_cadena.dat NO DISPONIBLE (FS="
                       FS-GENERACIONES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0   TO WS-GEN-LINEA
           MOVE 'N' TO EOF-GENERACIONES
           PERFORM UNTIL NO-HAY-MAS-GENERACIONES
               READ GENERACIONES-FILE
                   AT END
                       SET NO-HAY-MAS-GENERACIONES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-LINEA
                       PERFORM 2100-CLASIFICAR-GENERACION
               END-READ
           END-PERFORM
           CLOSE GENERACIONES-FILE
           MOVE WS-GEN-LINEA TO WS-GEN-LEIDOS

      * Una generacion abierta al final del archivo quedo cortada
           IF WS-CAND-SUB > 0
               PERFORM 2190-DESCARTAR-CANDIDATA
           END-IF

           IF WS-PUNTO-LINEA = 0
               DISPLAY "NO HAY GENERACION DE " RS-JOB-NAME
                       " DEL CICLO " RS-FECHA-CICLO
                       " EN generaciones_cadena.dat"
               PERFORM 9900-ERROR-FATAL
           END-IF

           DISPLAY "PUNTO DE VUELTA: LINEA " WS-PUNTO-LINEA
                   " (INICIO " WS-PUNTO-HORA ")"
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-COR-COUNT
               DISPLAY "  SE DESHACE " WS-COR-JOB-NAME(WS-COR-IDX)
                       " CICLO " WS-COR-FECHA-CICLO(WS-COR-IDX)
           END-PERFORM.

      ******************************************************************
      * Párrafo 2100: Clasifica un registro de generaciones. Antes
      * del punto solo se busca el "J" del job y ciclo pedidos
      ******************************************************************
       2100-CLASIFICAR-GENERACION.
           IF WS-PUNTO-LINEA = 0
               IF GC-ES-INICIO-JOB
                  AND GC-JOB-NAME = RS-JOB-NAME
                  AND GC-FECHA-CICLO = WS-PUNTO-FECHA-CICLO
                   MOVE WS-GEN-LINEA TO WS-PUNTO-LINEA
                   MOVE GC-HORA      TO WS-PUNTO-HORA
               END-IF
           END-IF

           IF WS-PUNTO-LINEA > 0
               EVALUATE TRUE
                   WHEN GC-ES-INICIO-JOB
                       IF WS-CAND-SUB > 0
                           PERFORM 2190-DESCARTAR-CANDIDATA
                       END-IF
                       PERFORM 2110-AGREGAR-CORRIDA
                   WHEN GC-ES-CABECERA
                       IF WS-CAND-SUB > 0
                           PERFORM 2190-DESCARTAR-CANDIDATA
                       END-IF
                       PERFORM 2120-ABRIR-CANDIDATA
                   WHEN GC-ES-DETALLE
                       IF WS-CAND-SUB > 0
                           ADD 1 TO WS-CAND-CUENTA
                       END-IF
                   WHEN GC-ES-FIN
                       IF WS-CAND-SUB > 0
                           PERFORM 2130-CERRAR-CANDIDATA
                       END-IF
                   WHEN OTHER
                       DISPLAY "REGISTRO DESCONOCIDO EN "
                               "generaciones_cadena.dat, LINEA "
                               WS-GEN-LINEA
                       PERFORM 9900-ERROR-FATAL
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 2110: Agrega el job + ciclo de un inicio "J" a las
      * corridas que se deshacen (una vez por par)
      ******************************************************************
       2110-AGREGAR-CORRIDA.
           MOVE 'N' TO WS-COR-HALLADA-SW
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-COR-COUNT
                      OR WS-COR-HALLADA
               IF WS-COR-JOB-NAME(WS-COR-IDX) = GC-JOB-NAME
                  AND WS-COR-FECHA-CICLO(WS-COR-IDX) = GC-FECHA-CICLO
                   SET WS-COR-HALLADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-COR-HALLADA
               IF WS-COR-COUNT >= 500
                   DISPLAY "DEMASIADAS CORRIDAS DESPUES DEL PUNTO "
                           "DE VUELTA (MAXIMO 500)"
                   PERFORM 9900-ERROR-FATAL
               END-IF
               ADD 1 TO WS-COR-COUNT
               SET WS-COR-IDX TO WS-COR-COUNT
               MOVE GC-JOB-NAME    TO WS-COR-JOB-NAME(WS-COR-IDX)
               MOVE GC-FECHA-CICLO TO WS-COR-FECHA-CICLO(WS-COR-IDX)
           END-IF.

      ******************************************************************
      * Párrafo 2120: Cabecera "A": si el archivo todavia no tiene
      * generacion elegida, esta pasa a ser la candidata. Un archivo
      * que no esta en la tabla es un error: no se sabria
      * restaurarlo y la vuelta atras quedaria a medias
      ******************************************************************
       2120-ABRIR-CANDIDATA.
           PERFORM 2150-BUSCAR-ARCHIVO
           IF WS-ARC-SUB = 0
               DISPLAY "ARCHIVO " GC-ARCHIVO
                       " SIN RESTAURACION DEFINIDA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           IF NOT WS-ARC-ELEGIDA(WS-ARC-SUB)
               MOVE WS-ARC-SUB   TO WS-CAND-SUB
               MOVE WS-GEN-LINEA TO WS-CAND-LINEA
               MOVE 0            TO WS-CAND-CUENTA
           END-IF.

      ******************************************************************
      * Párrafo 2130: Fin "F": la candidata queda elegida si el fin
      * es del mismo archivo y trae la cantidad de "D" leidos
      ******************************************************************
       2130-CERRAR-CANDIDATA.
           IF GC-ARCHIVO = WS-ARC-NOMBRE(WS-CAND-SUB)
              AND GC-REGISTROS = WS-CAND-CUENTA
               MOVE WS-CAND-SUB TO WS-ARC-SUB
               SET WS-ARC-ELEGIDA(WS-ARC-SUB) TO TRUE
               MOVE WS-CAND-LINEA  TO WS-ARC-LINEA-DESDE(WS-ARC-SUB)
               MOVE WS-GEN-LINEA   TO WS-ARC-LINEA-HASTA(WS-ARC-SUB)
               MOVE GC-EXISTE      TO WS-ARC-EXISTE(WS-ARC-SUB)
               MOVE GC-MODO        TO WS-ARC-MODO(WS-ARC-SUB)
               MOVE GC-MARCA       TO WS-ARC-MARCA(WS-ARC-SUB)
               MOVE WS-CAND-CUENTA TO WS-ARC-REGISTROS(WS-ARC-SUB)
               MOVE 0 TO WS-CAND-SUB
           ELSE
               PERFORM 2190-DESCARTAR-CANDIDATA
           END-IF.

       2150-BUSCAR-ARCHIVO.
           MOVE 0 TO WS-ARC-HALLADO
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > 23
                      OR WS-ARC-HALLADO > 0
               IF WS-ARC-NOMBRE(WS-ARC-SUB) = GC-ARCHIVO
                   MOVE WS-ARC-SUB TO WS-ARC-HALLADO
               END-IF
           END-PERFORM
           MOVE WS-ARC-HALLADO TO WS-ARC-SUB.

       2190-DESCARTAR-CANDIDATA.
           DISPLAY "GENERACION CORTADA DE "
                   WS-ARC-NOMBRE(WS-CAND-SUB)
                   " (LINEA " WS-CAND-LINEA "): SE USA LA SIGUIENTE"
           ADD 1 TO WS-GEN-CORTADAS
           MOVE 0 TO WS-CAND-SUB.

      ******************************************************************
      * Párrafo 3000: Segunda pasada: vuelve a grabar cada archivo
      * con su generacion elegida. Las lineas "A" a "F" de una
      * generacion son contiguas, asi que se restaura un archivo por
      * vez mientras se lee
      ******************************************************************
       3000-RESTAURAR-ARCHIVOS.
           OPEN INPUT GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "generaciones_cadena.dat NO DISPONIBLE (FS="
                       FS-GENERACIONES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0   TO WS-GEN-LINEA
           MOVE 0   TO WS-REST-SUB
           MOVE 'N' TO EOF-GENERACIONES
           PERFORM UNTIL NO-HAY-MAS-GENERACIONES
               READ GENERACIONES-FILE
                   AT END
                       SET NO-HAY-MAS-GENERACIONES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-LINEA
                       IF WS-GEN-LINEA > WS-PUNTO-LINEA
                           PERFORM 3100-APLICAR-GENERACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERACIONES-FILE.

      ******************************************************************
      * Párrafo 3100: Aplica un registro de generaciones si es parte
      * de una generacion elegida
      ******************************************************************
       3100-APLICAR-GENERACION.
           EVALUATE TRUE
               WHEN GC-ES-CABECERA
                   PERFORM 2150-BUSCAR-ARCHIVO
                   IF WS-ARC-SUB > 0
                       IF WS-ARC-ELEGIDA(WS-ARC-SUB)
                          AND WS-ARC-LINEA-DESDE(WS-ARC-SUB)
                              = WS-GEN-LINEA
                           MOVE WS-ARC-SUB TO WS-REST-SUB
                           PERFORM 3200-ABRIR-RESTAURADO
                       END-IF
                   END-IF
               WHEN GC-ES-DETALLE
                   IF WS-REST-SUB > 0
                       PERFORM 3300-GRABAR-RESTAURADO
                   END-IF
               WHEN GC-ES-FIN
                   IF WS-REST-SUB > 0
                       IF WS-ARC-LINEA-HASTA(WS-REST-SUB)
                          = WS-GEN-LINEA
                           PERFORM 3400-CERRAR-RESTAURADO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Párrafo 3200: Abre el archivo a restaurar. En modo copia (o
      * si el archivo no existia) se recrea vacio; los historiales
      * en modo "M" se abren para borrar lo posterior a la marca
      ******************************************************************
       3200-ABRIR-RESTAURADO.
           IF WS-ARC-MODO(WS-REST-SUB) = "M"
              AND WS-ARC-EXISTE(WS-REST-SUB) = "S"
               PERFORM 3250-DEPURAR-HISTORIAL
           ELSE
               EVALUATE WS-REST-SUB
                   WHEN 1  OPEN OUTPUT VENTAS-IN-FILE
                   WHEN 2  OPEN OUTPUT VENTAS-RECHAZ-FILE
                   WHEN 3  OPEN OUTPUT VENTAS-RETEN-FILE
                   WHEN 4  OPEN OUTPUT COSTOS-OUT-FILE
                   WHEN 5  OPEN OUTPUT EXCEPCIONES-FILE
                   WHEN 6  OPEN OUTPUT HISTORIAL-VENTAS
                   WHEN 7  OPEN OUTPUT STOCK-LOTES-FILE
                   WHEN 8  OPEN OUTPUT GL-INTERFACE-FILE
                   WHEN 9  OPEN OUTPUT HISTORICO-FILE
                   WHEN 10 OPEN OUTPUT HISTCOSTOS-FILE
                   WHEN 11 OPEN OUTPUT ALERTAS-FILE
                   WHEN 12 OPEN OUTPUT ALERTAS-RECHAZ-FILE
                   WHEN 13 OPEN OUTPUT CHECKPOINT-FILE
                   WHEN 14 OPEN OUTPUT SUGERENCIAS-FILE
                   WHEN 15 OPEN OUTPUT COSTOS-IN-FILE
                   WHEN 16 OPEN OUTPUT TRANSFERENCIAS-FILE
                   WHEN 17 OPEN OUTPUT ORDENES-FILE
                   WHEN 18 OPEN OUTPUT VENCIMIENTOS-FILE
                   WHEN 19 OPEN OUTPUT RECEPCIONES-FILE
                   WHEN 20 OPEN OUTPUT CONTROL-OC-FILE
                   WHEN 21 OPEN OUTPUT AJUSTES-FILE
                   WHEN 22 OPEN OUTPUT AP-INTERFACE-FILE
                   WHEN 23 OPEN OUTPUT MERMAS-FILE
               END-EVALUATE
               IF FS-RESTAURADO NOT = "00"
                   DISPLAY "ERROR ABRIENDO "
                           WS-ARC-NOMBRE(WS-REST-SUB)
                           " PARA RESTAURAR: " FS-RESTAURADO
                   PERFORM 9900-ERROR-FATAL
               END-IF
           END-IF.

      ******************************************************************
      * Párrafo 3250: Historial en modo "M": borra todas las claves
      * posteriores a la marca (todas, si la marca esta en blanco
      * porque no habia ciclos anteriores) y deja el archivo abierto
      * para volver a grabar los registros del ciclo
      ******************************************************************
       3250-DEPURAR-HISTORIAL.
           MOVE 'N' TO EOF-RESTAURADO
           EVALUATE WS-REST-SUB
               WHEN 6
                   OPEN I-O HISTORIAL-VENTAS
                   PERFORM 3290-VERIFICAR-APERTURA
                   IF WS-ARC-MARCA(WS-REST-SUB) = SPACES
                       MOVE LOW-VALUES TO HV-CLAVE
                       START HISTORIAL-VENTAS
                           KEY IS NOT LESS THAN HV-CLAVE
                           INVALID KEY
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                       END-START
                   ELSE
                       MOVE WS-ARC-MARCA(WS-REST-SUB) TO HV-CLAVE
                       START HISTORIAL-VENTAS
                           KEY IS GREATER THAN HV-CLAVE
                           INVALID KEY
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                       END-START
                   END-IF
                   PERFORM UNTIL NO-HAY-MAS-RESTAURADO
                       READ HISTORIAL-VENTAS NEXT
                           AT END
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                           NOT AT END
                               DELETE HISTORIAL-VENTAS RECORD
                               PERFORM 3295-VERIFICAR-BORRADO
                       END-READ
                   END-PERFORM
               WHEN 10
                   OPEN I-O HISTCOSTOS-FILE
                   PERFORM 3290-VERIFICAR-APERTURA
                   IF WS-ARC-MARCA(WS-REST-SUB) = SPACES
                       MOVE LOW-VALUES TO HC-CLAVE
                       START HISTCOSTOS-FILE
                           KEY IS NOT LESS THAN HC-CLAVE
                           INVALID KEY
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                       END-START
                   ELSE
                       MOVE WS-ARC-MARCA(WS-REST-SUB) TO HC-CLAVE
                       START HISTCOSTOS-FILE
                           KEY IS GREATER THAN HC-CLAVE
                           INVALID KEY
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                       END-START
                   END-IF
                   PERFORM UNTIL NO-HAY-MAS-RESTAURADO
                       READ HISTCOSTOS-FILE NEXT
                           AT END
                               SET NO-HAY-MAS-RESTAURADO TO TRUE
                           NOT AT END
                               DELETE HISTCOSTOS-FILE RECORD
                               PERFORM 3295-VERIFICAR-BORRADO
                       END-READ
                   END-PERFORM
               WHEN OTHER
                   DISPLAY WS-ARC-NOMBRE(WS-REST-SUB)
                           " NO ADMITE EL MODO M"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE.

       3290-VERIFICAR-APERTURA.
           IF FS-RESTAURADO NOT = "00"
               DISPLAY "ERROR ABRIENDO "
                       WS-ARC-NOMBRE(WS-REST-SUB)
                       " PARA RESTAURAR: " FS-RESTAURADO
               PERFORM 9900-ERROR-FATAL
           END-IF.

       3295-VERIFICAR-BORRADO.
           IF FS-RESTAURADO NOT = "00"
               DISPLAY "ERROR BORRANDO EN "
                       WS-ARC-NOMBRE(WS-REST-SUB) ": " FS-RESTAURADO
               PERFORM 9900-ERROR-FATAL
           END-IF
           ADD 1 TO WS-ARC-BORRADOS(WS-REST-SUB).

      ******************************************************************
      * Párrafo 3300: Vuelve a grabar un registro "D" de la
      * generacion en el archivo que se esta restaurando. "02" es
      * la clave alterna duplicada de COSTOS_OUT.DAT, que es normal
      ******************************************************************
       3300-GRABAR-RESTAURADO.
           EVALUATE WS-REST-SUB
               WHEN 1
                   MOVE GC-DATOS TO VENTAS-IN-REG
                   WRITE VENTAS-IN-REG
               WHEN 2
                   MOVE GC-DATOS TO VENTAS-RECHAZ-REG
                   WRITE VENTAS-RECHAZ-REG
               WHEN 3
                   MOVE GC-DATOS TO VENTAS-RETEN-REG
                   WRITE VENTAS-RETEN-REG
               WHEN 4
                   MOVE GC-DATOS TO COSTOS-REG
                   WRITE COSTOS-REG
               WHEN 5
                   MOVE GC-DATOS TO EXCEPCIONES-REG
                   WRITE EXCEPCIONES-REG
               WHEN 6
                   MOVE GC-DATOS TO HISTORIAL-VENTAS-REG
                   WRITE HISTORIAL-VENTAS-REG
               WHEN 7
                   MOVE GC-DATOS TO STOCK-LOTES-REG
                   WRITE STOCK-LOTES-REG
               WHEN 8
                   MOVE GC-DATOS TO GL-INTERFACE-REG
                   WRITE GL-INTERFACE-REG
               WHEN 9
                   MOVE GC-DATOS TO HISTORICO-OUT-RECORD
                   WRITE HISTORICO-OUT-RECORD
               WHEN 10
                   MOVE GC-DATOS TO HISTORICO-COSTOS-REG
                   WRITE HISTORICO-COSTOS-REG
               WHEN 11
                   MOVE GC-DATOS TO ALERTAS-REG
                   WRITE ALERTAS-REG
               WHEN 12
                   MOVE GC-DATOS TO ALERTAS-RECHAZ-REG
                   WRITE ALERTAS-RECHAZ-REG
               WHEN 13
                   MOVE GC-DATOS TO CHECKPOINT-REG
                   WRITE CHECKPOINT-REG
               WHEN 14
                   MOVE GC-DATOS TO SUGERENCIAS-REG
                   WRITE SUGERENCIAS-REG
               WHEN 15
                   MOVE GC-DATOS TO COSTOS-IN-REG
                   WRITE COSTOS-IN-REG
               WHEN 16
                   MOVE GC-DATOS TO TRANSFERENCIAS-REG
                   WRITE TRANSFERENCIAS-REG
               WHEN 17
                   MOVE GC-DATOS TO ORDEN-COMPRA-REG
                   WRITE ORDEN-COMPRA-REG
               WHEN 18
                   MOVE GC-DATOS TO VENCIMIENTOS-REG
                   WRITE VENCIMIENTOS-REG
               WHEN 19
                   MOVE GC-DATOS TO RECEPCIONES-REG
                   WRITE RECEPCIONES-REG
               WHEN 20
                   MOVE GC-DATOS TO CONTROL-OC-REG
                   WRITE CONTROL-OC-REG
               WHEN 21
                   MOVE GC-DATOS TO AJUSTES-REG
                   WRITE AJUSTES-REG
               WHEN 22
                   MOVE GC-DATOS TO AP-INTERFACE-REG
                   WRITE AP-INTERFACE-REG
               WHEN 23
                   MOVE GC-DATOS TO MERMAS-REG
                   WRITE MERMAS-REG
           END-EVALUATE

           IF FS-RESTAURADO NOT = "00"
              AND FS-RESTAURADO NOT = "02"
               DISPLAY "ERROR RESTAURANDO "
                       WS-ARC-NOMBRE(WS-REST-SUB)
                       ", LINEA " WS-GEN-LINEA ": " FS-RESTAURADO
               PERFORM 9900-ERROR-FATAL
           END-IF
           ADD 1 TO WS-ARC-GRABADOS(WS-REST-SUB).

      ******************************************************************
      * Párrafo 3400: Cierra el archivo restaurado al llegar al "F"
      * de su generacion
      ******************************************************************
       3400-CERRAR-RESTAURADO.
           EVALUATE WS-REST-SUB
               WHEN 1  CLOSE VENTAS-IN-FILE
               WHEN 2  CLOSE VENTAS-RECHAZ-FILE
               WHEN 3  CLOSE VENTAS-RETEN-FILE
               WHEN 4  CLOSE COSTOS-OUT-FILE
               WHEN 5  CLOSE EXCEPCIONES-FILE
               WHEN 6  CLOSE HISTORIAL-VENTAS
               WHEN 7  CLOSE STOCK-LOTES-FILE
               WHEN 8  CLOSE GL-INTERFACE-FILE
               WHEN 9  CLOSE HISTORICO-FILE
               WHEN 10 CLOSE HISTCOSTOS-FILE
               WHEN 11 CLOSE ALERTAS-FILE
               WHEN 12 CLOSE ALERTAS-RECHAZ-FILE
               WHEN 13 CLOSE CHECKPOINT-FILE
               WHEN 14 CLOSE SUGERENCIAS-FILE
               WHEN 15 CLOSE COSTOS-IN-FILE
               WHEN 16 CLOSE TRANSFERENCIAS-FILE
               WHEN 17 CLOSE ORDENES-FILE
               WHEN 18 CLOSE VENCIMIENTOS-FILE
               WHEN 19 CLOSE RECEPCIONES-FILE
               WHEN 20 CLOSE CONTROL-OC-FILE
               WHEN 21 CLOSE AJUSTES-FILE
               WHEN 22 CLOSE AP-INTERFACE-FILE
               WHEN 23 CLOSE MERMAS-FILE
           END-EVALUATE

           DISPLAY "RESTAURADO " WS-ARC-NOMBRE(WS-REST-SUB)
                   " GRABADOS: " WS-ARC-GRABADOS(WS-REST-SUB)
                   " BORRADOS: " WS-ARC-BORRADOS(WS-REST-SUB)
           ADD 1 TO WS-CONTADOR-RESTAURADOS
           MOVE 0 TO WS-REST-SUB.

      ******************************************************************
      * Párrafo 4000: Quita de secuencia_nocturna.dat los cierres "C"
      * de las corridas deshechas para que la cadena las vuelva a
      * aceptar. Los overrides "O" quedan: los carga el operador
      ******************************************************************
       4000-DEPURAR-SECUENCIA.
           OPEN INPUT SECUENCIA-FILE
           IF FS-SECUENCIA = "05"
               CLOSE SECUENCIA-FILE
           ELSE
               IF FS-SECUENCIA NOT = "00"
                   DISPLAY "ERROR ABRIENDO secuencia_nocturna.dat: "
                           FS-SECUENCIA
                   PERFORM 9900-ERROR-FATAL
               END-IF
               OPEN OUTPUT TRABAJO-FILE
               PERFORM 5900-VERIFICAR-TRABAJO

               MOVE 'N' TO EOF-SECUENCIA
               PERFORM UNTIL NO-HAY-MAS-SECUENCIA
                   READ SECUENCIA-FILE
                       AT END
                           SET NO-HAY-MAS-SECUENCIA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SEC-LEIDOS
                           PERFORM 4100-FILTRAR-SECUENCIA
                   END-READ
               END-PERFORM
               CLOSE SECUENCIA-FILE
                     TRABAJO-FILE

      * Se verifica el temporal antes de vaciar la secuencia
               OPEN INPUT  TRABAJO-FILE
               IF FS-TRABAJO NOT = "00"
                   DISPLAY "ERROR ABRIENDO restcadena.tmp: " FS-TRABAJO
                   PERFORM 9900-ERROR-FATAL
               END-IF
               OPEN OUTPUT SECUENCIA-FILE
               IF FS-SECUENCIA NOT = "00"
                   DISPLAY "ERROR REESCRIBIENDO "
                           "secuencia_nocturna.dat: " FS-SECUENCIA
                   PERFORM 9900-ERROR-FATAL
               END-IF
               MOVE 'N' TO EOF-TRABAJO
               PERFORM UNTIL NO-HAY-MAS-TRABAJO
                   READ TRABAJO-FILE
                       AT END
                           SET NO-HAY-MAS-TRABAJO TO TRUE
                       NOT AT END
                           MOVE TRABAJO-REG TO SECUENCIA-REG
                           WRITE SECUENCIA-REG
                           IF FS-SECUENCIA NOT = "00"
                               DISPLAY "ERROR ESCRIBIENDO "
                                       "secuencia_nocturna.dat: "
                                       FS-SECUENCIA
                               PERFORM 9900-ERROR-FATAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRABAJO-FILE
                     SECUENCIA-FILE
           END-IF.

       4100-FILTRAR-SECUENCIA.
           MOVE 'N' TO WS-COR-HALLADA-SW
           IF SQ-ES-COMPLETO
               PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                       UNTIL WS-COR-IDX > WS-COR-COUNT
                          OR WS-COR-HALLADA
                   IF WS-COR-JOB-NAME(WS-COR-IDX) = SQ-JOB-NAME
                      AND WS-COR-FECHA-CICLO(WS-COR-IDX)
                          = SQ-FECHA-CICLO
                       SET WS-COR-HALLADA TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-COR-HALLADA
               ADD 1 TO WS-SEC-BORRADOS
               DISPLAY "SE QUITA EL CIERRE DE " SQ-JOB-NAME
                       " CICLO " SQ-FECHA-CICLO
           ELSE
               WRITE TRABAJO-REG FROM SECUENCIA-REG
               PERFORM 5900-VERIFICAR-TRABAJO
               ADD 1 TO WS-SEC-QUEDAN
           END-IF.

      ******************************************************************
      * Párrafo 5000: Recorta generaciones_cadena.dat dejando solo
      * lo anterior al punto de vuelta
      ******************************************************************
       5000-PODAR-GENERACIONES.
           OPEN INPUT  GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF
           OPEN OUTPUT TRABAJO-FILE
           PERFORM 5900-VERIFICAR-TRABAJO

           MOVE 0   TO WS-GEN-LINEA
           MOVE 'N' TO EOF-GENERACIONES
           PERFORM UNTIL NO-HAY-MAS-GENERACIONES
               READ GENERACIONES-FILE
                   AT END
                       SET NO-HAY-MAS-GENERACIONES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-LINEA
                       IF WS-GEN-LINEA < WS-PUNTO-LINEA
                           WRITE TRABAJO-REG FROM GENERACION-REG
                           PERFORM 5900-VERIFICAR-TRABAJO
                           ADD 1 TO WS-GEN-QUEDAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERACIONES-FILE
                 TRABAJO-FILE

      * Se verifica el temporal antes de vaciar las generaciones
           OPEN INPUT  TRABAJO-FILE
           IF FS-TRABAJO NOT = "00"
               DISPLAY "ERROR ABRIENDO restcadena.tmp: " FS-TRABAJO
               PERFORM 9900-ERROR-FATAL
           END-IF
           OPEN OUTPUT GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF
           MOVE 'N' TO EOF-TRABAJO
           PERFORM UNTIL NO-HAY-MAS-TRABAJO
               READ TRABAJO-FILE
                   AT END
                       SET NO-HAY-MAS-TRABAJO TO TRUE
                   NOT AT END
                       MOVE TRABAJO-REG TO GENERACION-REG
                       WRITE GENERACION-REG
                       IF FS-GENERACIONES NOT = "00"
                           DISPLAY "ERROR ESCRIBIENDO "
                                   "generaciones_cadena.dat: "
                                   FS-GENERACIONES
                           PERFORM 9900-ERROR-FATAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRABAJO-FILE
                 GENERACIONES-FILE

           COMPUTE WS-GEN-PODADOS = WS-GEN-LINEA - WS-GEN-QUEDAN.

       5900-VERIFICAR-TRABAJO.
           IF FS-TRABAJO NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO restcadena.tmp: " FS-TRABAJO
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la vuelta atras: el punto (job + ciclo en
      * AT-ARCHIVO, corridas deshechas y archivos restaurados), uno
      * por archivo restaurado y los de los dos archivos de control
      ******************************************************************
       8000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-TRAIL-FILE

      * Una sola estampa para las filas hermanas de la corrida, como
      * en BATCHCOSTOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-ESTAMPA

           MOVE WS-AUDIT-PUNTO          TO AT-ARCHIVO
           MOVE WS-COR-COUNT            TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-RESTAURADOS TO AT-REGISTROS-GRABADOS
           MOVE WS-GEN-CORTADAS         TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > 23
               IF WS-ARC-GRABADOS(WS-ARC-SUB) > 0
                  OR WS-ARC-BORRADOS(WS-ARC-SUB) > 0
                  OR WS-ARC-ELEGIDA(WS-ARC-SUB)
                   MOVE WS-ARC-NOMBRE(WS-ARC-SUB)    TO AT-ARCHIVO
                   MOVE WS-ARC-REGISTROS(WS-ARC-SUB)
                       TO AT-REGISTROS-LEIDOS
                   MOVE WS-ARC-GRABADOS(WS-ARC-SUB)
                       TO AT-REGISTROS-GRABADOS
                   MOVE WS-ARC-BORRADOS(WS-ARC-SUB)
                       TO AT-REGISTROS-RECHAZADOS
                   PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA
               END-IF
           END-PERFORM

           MOVE "secuencia_nocturna"   TO AT-ARCHIVO
           MOVE WS-SEC-LEIDOS          TO AT-REGISTROS-LEIDOS
           MOVE WS-SEC-QUEDAN          TO AT-REGISTROS-GRABADOS
           MOVE WS-SEC-BORRADOS        TO AT-REGISTROS-RECHAZADOS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           MOVE "generaciones_cadena" TO AT-ARCHIVO
           MOVE WS-GEN-LEIDOS          TO AT-REGISTROS-LEIDOS
           MOVE WS-GEN-QUEDAN          TO AT-REGISTROS-GRABADOS
           MOVE WS-GEN-PODADOS         TO AT-REGISTROS-RECHAZADOS
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

           CLOSE RESTAURACION-IN-FILE
                 GENERACIONES-FILE
                 SECUENCIA-FILE
                 TRABAJO-FILE
                 VENTAS-IN-FILE
                 VENTAS-RECHAZ-FILE
                 VENTAS-RETEN-FILE
                 COSTOS-OUT-FILE
                 EXCEPCIONES-FILE
                 HISTORIAL-VENTAS
                 STOCK-LOTES-FILE
                 GL-INTERFACE-FILE
                 HISTORICO-FILE
                 HISTCOSTOS-FILE
                 ALERTAS-FILE
                 ALERTAS-RECHAZ-FILE
                 CHECKPOINT-FILE
                 SUGERENCIAS-FILE
                 COSTOS-IN-FILE
                 TRANSFERENCIAS-FILE
                 ORDENES-FILE
                 VENCIMIENTOS-FILE
                 RECEPCIONES-FILE
                 CONTROL-OC-FILE
                 AJUSTES-FILE
                 AP-INTERFACE-FILE
                 MERMAS-FILE
                 PERIODOS-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
           PERFORM 8000-GRABAR-AUDITORIA

           MOVE 8 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
