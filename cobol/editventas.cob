      *   T = tipo de transaccion fuera del conjunto permitido
      *   F = fecha de vencimiento invalida
      *   G = codigo no dado de alta en productos.dat
      *   B = lote bloqueado por recall (lotes_bloqueados.dat)
      *
      * Desde el pedido 034 las ventas y devoluciones de un lote
      * retirado por recall (RECALLOTE) no pasan a CALC-COSTOS: se
      * rechazan con motivo B y quedan en VENTAS_RECHAZADAS.DAT para
      * el seguimiento. El motivo B va al final del rechazo, despues
      * de la fecha, para no correr el layout de los pendientes.
      *
      * Desde el pedido 035 el POS envia el lote de cada sucursal
      * entre una cabecera y una cola de control (fecha de negocio,
      * cantidad de registros, cantidad total neta y hash de
      * V-PRECIO-CENT). Una primera pasada cuadra cada lote contra
      * su cola; un lote que no cuadra, sin cola, duplicado o con
      * registros fuera de cabecera se retiene ENTERO en
      * VENTAS_RETENIDAS.DAT (ni un registro suyo se edita) y el
      * reporte muestra esperado contra recibido por sucursal, mas
      * las sucursales de sucursales_pos.dat que no enviaron nada.
      * Operaciones pide el reenvio, arma de nuevo el extracto
      * completo y re-corre este paso con override antes de
      * CALC-COSTOS. En los totales recibidos un campo no numerico
      * suma cero, con el mismo criterio con que el POS arma la cola.
      *
      * Desde el pedido 039 cada job de la cadena deja al arrancar
      * en generaciones_cadena.dat una generacion de respaldo de lo
      * que va a pisar (ver GENCADEN), para que RESTCADENA pueda
      * volver atras la cadena. EDITVENTAS, que abre el ciclo, poda
      * ademas ese archivo a los ultimos N ciclos (registro "R" de
      * parametros.dat, 7 por defecto).
      *
      * ENTRADA:
      * - VENTAS_POS.DAT:  Extracto crudo del POS
      * - productos.dat:   Maestro de productos (indexado)
      * - lotes_bloqueados.dat: Lotes bloqueados por recall
      * - sucursales_pos.dat: Sucursales que deben enviar su lote
      * - parametros.dat:     Ciclos de respaldo a conservar ("R")
      *
      * SALIDA:
      * - VENTAS_IN.DAT:         Registros limpios para CALC-COSTOS
      * - VENTAS_RECHAZADAS.DAT: Rechazos con motivos por campo
      * - VENTAS_RETENIDAS.DAT:  Lotes de sucursal sin cuadrar
      * - reporte_edicion.dat:   Reporte impreso de la edicion
      * - run_control.dat:       Rastro de auditoria de la corrida
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

      * Parametros de corrida: de aca sale solo el registro "R" con
      * los ciclos de generaciones de respaldo que se conservan
      * (pedido 039). OPTIONAL: sin el archivo rige el defecto
           SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO "../data/parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * Archivo de trabajo para la poda de las generaciones de
      * respaldo (pedido 039): lo que queda se copia aca y vuelve
           SELECT GENERACIONES-TMP-FILE
               ASSIGN TO "../data/generaciones_cadena.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACIONES-TMP.

      * Lotes bloqueados por recall (pedido 034), mantenido por
      * RECALLOTE. OPTIONAL: sin recalls el archivo no existe
           SELECT OPTIONAL BLOQUEOS-FILE
               ASSIGN TO "../data/lotes_bloqueados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOQUEOS.

      * Sucursales que deben enviar lote cada noche (pedido 035).
      * OPTIONAL: sin el archivo solo se cuadran los lotes que
      * llegaron y no se informan faltantes
           SELECT OPTIONAL SUCURSALES-FILE
               ASSIGN TO "../data/sucursales_pos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.

      * Lotes de sucursal retenidos por no cuadrar con su cola, en
      * el mismo formato del extracto del POS (pedido 035)
           SELECT RETENIDAS-OUT-FILE
               ASSIGN TO "../data/VENTAS_RETENIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDAS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
           05 VP-TIPO-TRANSACCION  PIC X(1).
               88 VP-TIPO-VALIDO      VALUES "V" "D".

      *-----------------------------------------------------------------
      * Vista de los registros de control del lote de cada sucursal
      * (pedido 035). La marca va donde el detalle lleva el codigo,
      * que en una venta buena siempre es numerico. La cabecera
      * solo trae la fecha de negocio; la cola trae ademas los
      * totales: cantidad de detalles, suma neta de cantidades
      * (signo adelante) y suma de V-PRECIO-CENT
      *-----------------------------------------------------------------
       01  VENTAS-POS-CONTROL.
           05 VPC-SUCURSAL         PIC X(3).
           05 VPC-MARCA            PIC X(10).
               88 VPC-ES-CABECERA     VALUE "*CABECERA*".
               88 VPC-ES-COLA         VALUE "*COLA*".
           05 VPC-FECHA-NEGOCIO    PIC X(8).
           05 VPC-CANT-REGISTROS   PIC X(9).
           05 VPC-TOT-CANTIDAD.
               10 VPC-TOT-CANT-SIGNO   PIC X(1).
               10 VPC-TOT-CANT-DIGITOS PIC X(11).
           05 VPC-HASH-PRECIO      PIC X(15).
           05 FILLER               PIC X(1).

      *-----------------------------------------------------------------
      * Def. del archivo limpio, layout compartido via copybook con
      * CALC-COSTOS
       FD  SECUENCIA-FILE.
           COPY SECCTRL.

      *-----------------------------------------------------------------
      * Def. del archivo de generaciones de respaldo (pedido 039)
      *-----------------------------------------------------------------
       FD  GENERACIONES-FILE.
           COPY GENCADEN.

      *-----------------------------------------------------------------
      * Def. del archivo de parametros de corrida, layout compartido
      * via copybook
      *-----------------------------------------------------------------
       FD  PARAMETROS-FILE.
           COPY PARAMREC.

      *-----------------------------------------------------------------
      * Def. del archivo de trabajo de la poda: el registro de
      * generaciones tal cual
      *-----------------------------------------------------------------
       FD  GENERACIONES-TMP-FILE.
       01  GENERACION-TMP-REG       PIC X(151).

      *-----------------------------------------------------------------
      * Def. del archivo de lotes bloqueados, layout compartido via
      * copybook con RECALLOTE y RECICLAVTAS (pedido 034)
      *-----------------------------------------------------------------
       FD  BLOQUEOS-FILE.
           COPY LOTEBLOQ.

      *-----------------------------------------------------------------
      * Def. del archivo de sucursales que envian lote (pedido 035)
      *-----------------------------------------------------------------
       FD  SUCURSALES-FILE.
       01  SUCURSAL-POS-REG.
           05 SP-SUCURSAL          PIC X(3).
           05 SP-DESCRIPCION       PIC X(30).

      *-----------------------------------------------------------------
      * Def. del archivo de lotes retenidos: el registro del POS tal
      * cual llego, cabecera y cola incluidas (pedido 035)
      *-----------------------------------------------------------------
       FD  RETENIDAS-OUT-FILE.
       01  RETENIDAS-REG            PIC X(58).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
               10 WS-MOT-TIPO         PIC X(1).
               10 WS-MOT-FECHA        PIC X(1).
               10 WS-MOT-CODIGO       PIC X(1).
           05 WS-MOT-BLOQUEO          PIC X(1).
           05 WS-PRODUCTO-ID-N        PIC 9(9).

      *-----------------------------------------------------------------
           05 WS-CONTADOR-LEIDAS      PIC 9(9) VALUE 0.
           05 WS-CONTADOR-APROBADAS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-RECHAZADAS  PIC 9(9) VALUE 0.
           05 WS-CONTADOR-RETENIDAS   PIC 9(9) VALUE 0.
           05 WS-CONTADOR-CONTROL     PIC 9(9) VALUE 0.

       01  WS-CONTADORES-CAMPO.
           05 WS-ERRORES-SUCURSAL     PIC 9(9) VALUE 0.
           05 WS-ERRORES-TIPO         PIC 9(9) VALUE 0.
           05 WS-ERRORES-FECHA        PIC 9(9) VALUE 0.
           05 WS-ERRORES-CODIGO       PIC 9(9) VALUE 0.
           05 WS-ERRORES-BLOQUEO      PIC 9(9) VALUE 0.

       01  WS-AUDIT-CONTROL.
           05 WS-AUDIT-JOB-NAME       PIC X(12) VALUE "EDITVENTAS".
           05 FS-REPORTE              PIC X(2).
           05 FS-AUDIT                PIC X(2).
           05 FS-SECUENCIA            PIC X(2).
           05 FS-GENERACIONES         PIC X(2).
           05 FS-GENERACIONES-TMP     PIC X(2).
           05 FS-PARAMETROS           PIC X(2).
           05 FS-BLOQUEOS             PIC X(2).
           05 FS-SUCURSALES           PIC X(2).
           05 FS-RETENIDAS            PIC X(2).

       01  WS-EOF-SWITCHES.
           05 EOF-VENTAS-POS          PIC X VALUE 'N'.
              88 NO-HAY-MAS-VENTAS-POS     VALUE 'Y'.
           05 EOF-SECUENCIA           PIC X VALUE 'N'.
              88 NO-HAY-MAS-SECUENCIA      VALUE 'Y'.
           05 EOF-RESPALDO            PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPALDO       VALUE 'Y'.
           05 EOF-PARAMETROS          PIC X VALUE 'N'.
              88 NO-HAY-MAS-PARAMETROS     VALUE 'Y'.
           05 EOF-BLOQUEOS            PIC X VALUE 'N'.
              88 NO-HAY-MAS-BLOQUEOS       VALUE 'Y'.
           05 EOF-SUCURSALES          PIC X VALUE 'N'.
              88 NO-HAY-MAS-SUCURSALES     VALUE 'Y'.

      *-----------------------------------------------------------------
      * Lotes bloqueados por recall (pedido 034). Son pocos; la
      * busqueda es lineal. Un campo en blanco del bloqueo (o el
      * producto en cero) no restringe
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
      * Cuadre de los lotes del POS (pedido 035): una entrada por
      * cabecera, en el orden del extracto. La segunda pasada vuelve
      * a contar las cabeceras para saber en que lote esta cada
      * detalle. ESTADO en blanco = todavia sin evaluar
      *-----------------------------------------------------------------
       01  WS-LOTES-POS-TABLE.
           05 WS-LOT-COUNT            PIC 9(4) VALUE 0.
           05 WS-LOT-MAXIMO           PIC 9(4) VALUE 500.
           05 WS-LOT-ENTRY OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-LOT-COUNT
                                 INDEXED BY WS-LOT-IDX.
               10 WS-LOT-SUCURSAL     PIC X(3).
               10 WS-LOT-FECHA-CAB    PIC X(8).
               10 WS-LOT-FECHA-COLA   PIC X(8).
               10 WS-LOT-COLA-SW      PIC X(1).
                   88 WS-LOT-CON-COLA VALUE 'Y'.
               10 WS-LOT-ESP-REGISTROS PIC 9(9).
               10 WS-LOT-ESP-CANTIDAD PIC S9(11).
               10 WS-LOT-ESP-HASH     PIC 9(15).
               10 WS-LOT-REC-REGISTROS PIC 9(9).
               10 WS-LOT-REC-CANTIDAD PIC S9(11).
               10 WS-LOT-REC-HASH     PIC 9(15).
               10 WS-LOT-ESTADO       PIC X(19).
               10 WS-LOT-CUADRADO-SW  PIC X(1).
                   88 WS-LOT-CUADRADO VALUE 'Y'.

       01  WS-CUADRE-CONTROL.
           05 WS-LOT-ACTUAL           PIC 9(4) VALUE 0.
           05 WS-LOT-CABECERAS        PIC 9(4) VALUE 0.
           05 WS-LOT-SUB              PIC 9(4) VALUE 0.
           05 WS-LOT-CUADRADOS        PIC 9(4) VALUE 0.
           05 WS-LOT-RETENIDOS        PIC 9(4) VALUE 0.
           05 WS-FUERA-DE-LOTE        PIC 9(9) VALUE 0.
           05 WS-COLAS-HUERFANAS      PIC 9(9) VALUE 0.
           05 WS-CUADRE-CANTIDAD-N    PIC 9(11).
           05 WS-CUADRE-PRECIO-N      PIC 9(9).

      *-----------------------------------------------------------------
      * Sucursales que deben enviar lote (sucursales_pos.dat). RECIBIDA
      * = llego al menos una cabecera suya, cuadre o no
      *-----------------------------------------------------------------
       01  WS-SUCURSALES-TABLE.
           05 WS-SUC-COUNT            PIC 9(4) VALUE 0.
           05 WS-SUC-MAXIMO           PIC 9(4) VALUE 500.
           05 WS-SUC-ENTRY OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-SUC-COUNT
                                 INDEXED BY WS-SUC-IDX.
               10 WS-SUC-CODIGO       PIC X(3).
               10 WS-SUC-DESCRIPCION  PIC X(30).
               10 WS-SUC-RECIBIDA-SW  PIC X(1).
                   88 WS-SUC-RECIBIDA VALUE 'Y'.
           05 WS-SUC-FALTANTES        PIC 9(4) VALUE 0.

      *-----------------------------------------------------------------
      * Control de secuencia de la cadena nocturna (pedido 024).
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
      * Poda de generaciones_cadena.dat (pedido 039): ciclos que se
      * conservan contando el de hoy (registro "R", 7 por defecto)
      * y cuantos de los mas viejos se descartan
      *-----------------------------------------------------------------
       01  WS-GENERACION-PODA.
           05 WS-GEN-CICLOS-RETENER   PIC 9(3) VALUE 7.
           05 WS-GEN-CICLOS-QUEDAN    PIC 9(3).
           05 WS-GEN-CICLOS-ARCHIVO   PIC 9(5).
           05 WS-GEN-CICLOS-PODAR     PIC 9(5).
           05 WS-GEN-CICLO-ORDEN      PIC 9(5).
           05 WS-GEN-FECHA-ANTERIOR   PIC 9(8).

      *-----------------------------------------------------------------
      * Variables de control del reporte impreso
      *-----------------------------------------------------------------
           05 RPT-C-LEYENDA           PIC X(34).
           05 RPT-C-CANTIDAD          PIC ZZZZZZZZ9.

      *-----------------------------------------------------------------
      * Lineas del cuadre de lotes por sucursal (pedido 035): tres
      * renglones por lote, esperado segun la cola contra recibido
      *-----------------------------------------------------------------
       01  WS-RPT-LINEA-CUADRE-TIT.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE "CUADRE DE LOTES DEL POS POR SUCURSAL".

       01  WS-RPT-COLUMNAS-CUADRE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(41)
              VALUE "SUC FECHA    CONTROL             ESPERADO".
           05 FILLER                  PIC X(24)
              VALUE "         RECIBIDO ESTADO".

       01  WS-RPT-LINEA-CUADRE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-L-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-L-FECHA             PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-L-CONTROL           PIC X(11).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-L-ESPERADO          PIC -(15)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-L-RECIBIDO          PIC -(15)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-L-ESTADO            PIC X(19).

       01  WS-RPT-LINEA-FALTANTE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RPT-F-SUCURSAL          PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RPT-F-DESCRIPCION       PIC X(30).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(28)
              VALUE "FALTANTE: NO ENVIO SU LOTE".

       77  WS-RETURN-CODE             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY '--- INICIO BATCH COBOL (EDITVENTAS) ---'.
           PERFORM 0100-VERIFICAR-SECUENCIA.
           PERFORM 0200-RESPALDAR-GENERACIONES.
           PERFORM 1000-CARGAR-BLOQUEOS.
           PERFORM 1100-CARGAR-SUCURSALES.
           PERFORM 1500-CUADRAR-LOTES.
           PERFORM 2000-EDITAR-VENTAS.
           PERFORM 3000-IMPRIMIR-REPORTE.
           PERFORM 8000-GRABAR-AUDITORIA.
           DISPLAY 'VENTAS LEIDAS: '     WS-CONTADOR-LEIDAS.
           DISPLAY 'VENTAS APROBADAS: '  WS-CONTADOR-APROBADAS.
           DISPLAY 'VENTAS RECHAZADAS: ' WS-CONTADOR-RECHAZADAS.
           DISPLAY 'VENTAS RETENIDAS: '  WS-CONTADOR-RETENIDAS.
           GOBACK.

      ******************************************************************
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Párrafo 0200: Generaciones de respaldo (pedido 039). Pasado
      * el control de secuencia y antes de tocar nada, poda
      * generaciones_cadena.dat a los ultimos ciclos y despues
      * graba la marca de inicio de la corrida y una copia de
      * VENTAS_IN.DAT, VENTAS_RECHAZADAS.DAT y VENTAS_RETENIDAS.DAT,
      * para que RESTCADENA pueda volver al estado previo a este
      * job. Sin respaldo la corrida no arranca
      ******************************************************************
       0200-RESPALDAR-GENERACIONES.
           MOVE WS-SEQ-FECHA-CICLO TO WS-GEN-FECHA-CICLO
           PERFORM 0240-CARGAR-PARAM-RESPALDO
           PERFORM 0250-PODAR-GENERACIONES

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

           PERFORM 0210-RESPALDAR-VENTAS-IN
           PERFORM 0220-RESPALDAR-RECHAZOS
           PERFORM 0230-RESPALDAR-RETENIDAS

           CLOSE GENERACIONES-FILE.

       0210-RESPALDAR-VENTAS-IN.
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

       0220-RESPALDAR-RECHAZOS.
           MOVE "VENTAS_RECHAZADAS.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT RECHAZOS-OUT-FILE
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ RECHAZOS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE RECHAZOS-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE RECHAZOS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
      * OPTIONAL ausente: el OPEN deja el archivo abierto
               WHEN "05"
                   CLOSE RECHAZOS-OUT-FILE
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "VENTAS_RECHAZADAS.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-RECHAZOS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

       0230-RESPALDAR-RETENIDAS.
           MOVE "VENTAS_RETENIDAS.DAT" TO WS-GEN-ARCHIVO
           PERFORM 0270-INICIAR-ARCHIVO
           OPEN INPUT RETENIDAS-OUT-FILE
           EVALUATE FS-RETENIDAS
               WHEN "00"
                   MOVE "S" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ RETENIDAS-OUT-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               MOVE RETENIDAS-REG
                                   TO WS-GEN-DATOS
                               PERFORM 0285-GRABAR-DETALLE
                       END-READ
                   END-PERFORM
                   CLOSE RETENIDAS-OUT-FILE
               WHEN "35"
                   MOVE "N" TO WS-GEN-EXISTE
                   PERFORM 0280-GRABAR-CABECERA
               WHEN OTHER
                   DISPLAY "VENTAS_RETENIDAS.DAT"
                           " ILEGIBLE PARA EL RESPALDO (FS="
                           FS-RETENIDAS ")"
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE
           PERFORM 0288-GRABAR-FIN.

      ******************************************************************
      * Párrafos 0240-0262: Poda de generaciones_cadena.dat. Como
      * EDITVENTAS abre el ciclo, antes de grabar su generacion deja
      * en el archivo solo los ultimos N ciclos contando el de hoy
      * (registro "R" de parametros.dat, 7 por defecto). El archivo
      * es cronologico: una pasada cuenta los ciclos, otra copia los
      * que quedan a generaciones_cadena.tmp y la ultima los vuelve
      * a copiar sobre el original
      ******************************************************************
       0240-CARGAR-PARAM-RESPALDO.
           OPEN INPUT PARAMETROS-FILE
           IF FS-PARAMETROS = "00" OR FS-PARAMETROS = "05"
               PERFORM UNTIL NO-HAY-MAS-PARAMETROS
                   READ PARAMETROS-FILE
                       AT END
                           SET NO-HAY-MAS-PARAMETROS TO TRUE
                       NOT AT END
                           PERFORM 0245-PROCESAR-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           ELSE
               DISPLAY "parametros.dat NO DISPONIBLE (FS="
                       FS-PARAMETROS ") - SE CONSERVAN "
                       WS-GEN-CICLOS-RETENER " CICLOS DE RESPALDO"
           END-IF.

       0245-PROCESAR-PARAMETRO.
           IF PA-ES-RESPALDO
               IF PA-DIAS-CRITICA IS NUMERIC
                  AND PA-DIAS-CRITICA > 0
                   MOVE PA-DIAS-CRITICA TO WS-GEN-CICLOS-RETENER
               ELSE
                   DISPLAY "parametros.dat CON REGISTRO R INVALIDO "
                           "- SE CONSERVAN " WS-GEN-CICLOS-RETENER
                           " CICLOS DE RESPALDO"
               END-IF
           END-IF.

       0250-PODAR-GENERACIONES.
           MOVE 0   TO WS-GEN-CICLOS-ARCHIVO
           MOVE 0   TO WS-GEN-FECHA-ANTERIOR
           MOVE 'N' TO EOF-RESPALDO
           OPEN INPUT GENERACIONES-FILE
           EVALUATE FS-GENERACIONES
               WHEN "00"
                   PERFORM UNTIL NO-HAY-MAS-RESPALDO
                       READ GENERACIONES-FILE
                           AT END
                               SET NO-HAY-MAS-RESPALDO TO TRUE
                           NOT AT END
                               PERFORM 0252-CONTAR-CICLO
                       END-READ
                   END-PERFORM
                   CLOSE GENERACIONES-FILE
               WHEN "05"
                   CLOSE GENERACIONES-FILE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                           FS-GENERACIONES
                   PERFORM 9900-ERROR-FATAL
           END-EVALUATE

      * El ciclo de hoy cuenta aunque todavia no tenga generaciones
      * (una re-corrida con override ya lo encuentra en el archivo)
           MOVE WS-GEN-CICLOS-RETENER TO WS-GEN-CICLOS-QUEDAN
           IF WS-GEN-FECHA-ANTERIOR NOT = WS-GEN-FECHA-CICLO
               SUBTRACT 1 FROM WS-GEN-CICLOS-QUEDAN
           END-IF

           IF WS-GEN-CICLOS-ARCHIVO > WS-GEN-CICLOS-QUEDAN
               COMPUTE WS-GEN-CICLOS-PODAR =
                       WS-GEN-CICLOS-ARCHIVO - WS-GEN-CICLOS-QUEDAN
               PERFORM 0255-COPIAR-A-TEMPORAL
               PERFORM 0260-COPIAR-DE-TEMPORAL
               DISPLAY "GENERACIONES DE RESPALDO: "
                       WS-GEN-CICLOS-PODAR " CICLOS PODADOS, SE "
                       "CONSERVAN " WS-GEN-CICLOS-RETENER
           END-IF.

       0252-CONTAR-CICLO.
           IF GC-FECHA-CICLO NOT = WS-GEN-FECHA-ANTERIOR
               ADD 1 TO WS-GEN-CICLOS-ARCHIVO
               MOVE GC-FECHA-CICLO TO WS-GEN-FECHA-ANTERIOR
           END-IF.

       0255-COPIAR-A-TEMPORAL.
           MOVE 0   TO WS-GEN-CICLO-ORDEN
           MOVE 0   TO WS-GEN-FECHA-ANTERIOR
           MOVE 'N' TO EOF-RESPALDO
           OPEN INPUT  GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF
           OPEN OUTPUT GENERACIONES-TMP-FILE
           IF FS-GENERACIONES-TMP NOT = "00"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.tmp: "
                       FS-GENERACIONES-TMP
               PERFORM 9900-ERROR-FATAL
           END-IF
           PERFORM UNTIL NO-HAY-MAS-RESPALDO
               READ GENERACIONES-FILE
                   AT END
                       SET NO-HAY-MAS-RESPALDO TO TRUE
                   NOT AT END
                       PERFORM 0257-FILTRAR-GENERACION
               END-READ
           END-PERFORM
           CLOSE GENERACIONES-FILE
                 GENERACIONES-TMP-FILE.

       0257-FILTRAR-GENERACION.
           IF GC-FECHA-CICLO NOT = WS-GEN-FECHA-ANTERIOR
               ADD 1 TO WS-GEN-CICLO-ORDEN
               MOVE GC-FECHA-CICLO TO WS-GEN-FECHA-ANTERIOR
           END-IF
           IF WS-GEN-CICLO-ORDEN > WS-GEN-CICLOS-PODAR
               WRITE GENERACION-TMP-REG FROM GENERACION-REG
               IF FS-GENERACIONES-TMP NOT = "00"
                   DISPLAY "ERROR ESCRIBIENDO generaciones_cadena"
                           ".tmp: " FS-GENERACIONES-TMP
                   PERFORM 9900-ERROR-FATAL
               END-IF
           END-IF.

       0260-COPIAR-DE-TEMPORAL.
           MOVE 'N' TO EOF-RESPALDO
      * Se verifica el temporal antes de vaciar el original
           OPEN INPUT  GENERACIONES-TMP-FILE
           IF FS-GENERACIONES-TMP NOT = "00"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.tmp: "
                       FS-GENERACIONES-TMP
               PERFORM 9900-ERROR-FATAL
           END-IF
           OPEN OUTPUT GENERACIONES-FILE
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR ABRIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF
           PERFORM UNTIL NO-HAY-MAS-RESPALDO
               READ GENERACIONES-TMP-FILE
                   AT END
                       SET NO-HAY-MAS-RESPALDO TO TRUE
                   NOT AT END
                       PERFORM 0262-DEVOLVER-GENERACION
               END-READ
           END-PERFORM
           CLOSE GENERACIONES-TMP-FILE
                 GENERACIONES-FILE.

       0262-DEVOLVER-GENERACION.
           WRITE GENERACION-REG FROM GENERACION-TMP-REG
           IF FS-GENERACIONES NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO generaciones_cadena.dat: "
                       FS-GENERACIONES
               PERFORM 9900-ERROR-FATAL
           END-IF.

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
               CLOSE SECUENCIA-FILE
           END-IF.

      ******************************************************************
      * Párrafo 1000: Carga en memoria los lotes bloqueados por
      * recall (pedido 034). Si no entran en la tabla la corrida
      * aborta: dejar pasar un lote retirado no es una opcion
      ******************************************************************
       1000-CARGAR-BLOQUEOS.
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
                       PERFORM 1010-REGISTRAR-BLOQUEO
               END-READ
           END-PERFORM

           CLOSE BLOQUEOS-FILE.

       1010-REGISTRAR-BLOQUEO.
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
      * Párrafo 1100: Carga las sucursales que deben enviar lote
      * cada noche (pedido 035), para informar las que faltan
      ******************************************************************
       1100-CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE
           IF FS-SUCURSALES NOT = "00" AND FS-SUCURSALES NOT = "05"
               DISPLAY "sucursales_pos.dat NO DISPONIBLE (FS="
                       FS-SUCURSALES ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           PERFORM UNTIL NO-HAY-MAS-SUCURSALES
               READ SUCURSALES-FILE
                   AT END
                       SET NO-HAY-MAS-SUCURSALES TO TRUE
                   NOT AT END
                       IF SP-SUCURSAL NOT = SPACES
                           PERFORM 1110-REGISTRAR-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUCURSALES-FILE.

       1110-REGISTRAR-SUCURSAL.
           IF WS-SUC-COUNT >= WS-SUC-MAXIMO
               DISPLAY "sucursales_pos.dat EXCEDE LA TABLA EN "
                       "MEMORIA - CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-SUC-COUNT
           SET WS-SUC-IDX TO WS-SUC-COUNT
           MOVE SP-SUCURSAL    TO WS-SUC-CODIGO(WS-SUC-IDX)
           MOVE SP-DESCRIPCION TO WS-SUC-DESCRIPCION(WS-SUC-IDX)
           MOVE 'N'            TO WS-SUC-RECIBIDA-SW(WS-SUC-IDX).

      ******************************************************************
      * Párrafo 1500: Primera pasada sobre el extracto (pedido 035).
      * Acumula los detalles de cada lote entre su cabecera y su
      * cola y evalua cada lote contra los totales de la cola. No
      * graba nada: la derivacion la hace 2000 con el resultado
      ******************************************************************
       1500-CUADRAR-LOTES.
           OPEN INPUT VENTAS-POS-FILE
           IF FS-VENTAS-POS NOT = "00"
               DISPLAY "VENTAS_POS.DAT NO DISPONIBLE (FS="
                       FS-VENTAS-POS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0 TO WS-LOT-ACTUAL
           PERFORM UNTIL NO-HAY-MAS-VENTAS-POS
               READ VENTAS-POS-FILE
                   AT END
                       SET NO-HAY-MAS-VENTAS-POS TO TRUE
                   NOT AT END
                       PERFORM 1510-CLASIFICAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE VENTAS-POS-FILE
           MOVE 'N' TO EOF-VENTAS-POS

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
               PERFORM 1550-EVALUAR-LOTE
           END-PERFORM

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               IF NOT WS-SUC-RECIBIDA(WS-SUC-IDX)
                   ADD 1 TO WS-SUC-FALTANTES
                   DISPLAY "SUCURSAL " WS-SUC-CODIGO(WS-SUC-IDX)
                           " SIN LOTE EN VENTAS_POS.DAT"
               END-IF
           END-PERFORM

           IF WS-LOT-RETENIDOS > 0 OR WS-SUC-FALTANTES > 0
              OR WS-FUERA-DE-LOTE > 0 OR WS-COLAS-HUERFANAS > 0
               DISPLAY "LOTES RETENIDOS: " WS-LOT-RETENIDOS
                       " - SUCURSALES FALTANTES: " WS-SUC-FALTANTES
                       " - PEDIR REENVIO ANTES DE CALC-COSTOS"
           END-IF.

      * La misma clasificacion que 2050 hace en la segunda pasada:
      * una cabecera abre lote (y deja sin cola al que estuviera
      * abierto), una cola de la misma sucursal lo cierra
       1510-CLASIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN VPC-ES-CABECERA
                   PERFORM 1520-ABRIR-LOTE
               WHEN VPC-ES-COLA
                   PERFORM 1540-CERRAR-LOTE
               WHEN WS-LOT-ACTUAL = 0
                   ADD 1 TO WS-FUERA-DE-LOTE
               WHEN OTHER
                   PERFORM 1530-ACUMULAR-DETALLE
           END-EVALUATE.

       1520-ABRIR-LOTE.
           IF WS-LOT-COUNT >= WS-LOT-MAXIMO
               DISPLAY "VENTAS_POS.DAT CON DEMASIADOS LOTES - "
                       "CORRIDA ABORTADA"
               PERFORM 9900-ERROR-FATAL
           END-IF

           ADD 1 TO WS-LOT-COUNT
           SET WS-LOT-IDX TO WS-LOT-COUNT
           MOVE VPC-SUCURSAL      TO WS-LOT-SUCURSAL(WS-LOT-IDX)
           MOVE VPC-FECHA-NEGOCIO TO WS-LOT-FECHA-CAB(WS-LOT-IDX)
           MOVE SPACES            TO WS-LOT-FECHA-COLA(WS-LOT-IDX)
                                     WS-LOT-ESTADO(WS-LOT-IDX)
           MOVE 'N'               TO WS-LOT-COLA-SW(WS-LOT-IDX)
                                     WS-LOT-CUADRADO-SW(WS-LOT-IDX)
           MOVE 0                 TO WS-LOT-ESP-REGISTROS(WS-LOT-IDX)
                                     WS-LOT-ESP-CANTIDAD(WS-LOT-IDX)
                                     WS-LOT-ESP-HASH(WS-LOT-IDX)
                                     WS-LOT-REC-REGISTROS(WS-LOT-IDX)
                                     WS-LOT-REC-CANTIDAD(WS-LOT-IDX)
                                     WS-LOT-REC-HASH(WS-LOT-IDX)
           MOVE WS-LOT-COUNT      TO WS-LOT-ACTUAL.

      * Un campo no numerico suma cero: el registro igual se cuenta
      * y, si el lote cuadra, la edicion lo rechaza por su motivo
       1530-ACUMULAR-DETALLE.
           SET WS-LOT-IDX TO WS-LOT-ACTUAL
           ADD 1 TO WS-LOT-REC-REGISTROS(WS-LOT-IDX)

           IF VP-CANT-DIGITOS IS NUMERIC
               MOVE VP-CANT-DIGITOS TO WS-CUADRE-CANTIDAD-N
               EVALUATE VP-CANT-SIGNO
                   WHEN "+"
                       ADD WS-CUADRE-CANTIDAD-N
                           TO WS-LOT-REC-CANTIDAD(WS-LOT-IDX)
                   WHEN "-"
                       SUBTRACT WS-CUADRE-CANTIDAD-N
                           FROM WS-LOT-REC-CANTIDAD(WS-LOT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF VP-PRECIO-CENT IS NUMERIC
               MOVE VP-PRECIO-CENT TO WS-CUADRE-PRECIO-N
               ADD WS-CUADRE-PRECIO-N TO WS-LOT-REC-HASH(WS-LOT-IDX)
           END-IF.

      * Una cola sin lote abierto, o de otra sucursal, no cierra
      * nada: se cuenta como huerfana y el lote abierto queda sin
      * cola
       1540-CERRAR-LOTE.
           IF WS-LOT-ACTUAL = 0
               ADD 1 TO WS-COLAS-HUERFANAS
           ELSE
               SET WS-LOT-IDX TO WS-LOT-ACTUAL
               IF VPC-SUCURSAL NOT = WS-LOT-SUCURSAL(WS-LOT-IDX)
                   ADD 1 TO WS-COLAS-HUERFANAS
               ELSE
                   MOVE 'Y' TO WS-LOT-COLA-SW(WS-LOT-IDX)
                   MOVE VPC-FECHA-NEGOCIO
                       TO WS-LOT-FECHA-COLA(WS-LOT-IDX)
                   IF VPC-CANT-REGISTROS IS NUMERIC
                      AND (VPC-TOT-CANT-SIGNO = "+"
                           OR VPC-TOT-CANT-SIGNO = "-")
                      AND VPC-TOT-CANT-DIGITOS IS NUMERIC
                      AND VPC-HASH-PRECIO IS NUMERIC
                       MOVE VPC-CANT-REGISTROS
                           TO WS-LOT-ESP-REGISTROS(WS-LOT-IDX)
                       MOVE VPC-TOT-CANT-DIGITOS
                           TO WS-LOT-ESP-CANTIDAD(WS-LOT-IDX)
                       IF VPC-TOT-CANT-SIGNO = "-"
                           MULTIPLY -1
                               BY WS-LOT-ESP-CANTIDAD(WS-LOT-IDX)
                       END-IF
                       MOVE VPC-HASH-PRECIO
                           TO WS-LOT-ESP-HASH(WS-LOT-IDX)
                   ELSE
                       MOVE "COLA ILEGIBLE"
                           TO WS-LOT-ESTADO(WS-LOT-IDX)
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-LOT-ACTUAL.

      ******************************************************************
      * Párrafo 1550: Decide si el lote WS-LOT-SUB cuadra. Un lote
      * repetido (misma sucursal y fecha de negocio que uno anterior
      * ya cuadrado) se retiene: pasarlo duplicaria las ventas
      ******************************************************************
       1550-EVALUAR-LOTE.
           IF WS-LOT-ESTADO(WS-LOT-SUB) = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-LOT-CON-COLA(WS-LOT-SUB)
                       MOVE "SIN COLA" TO WS-LOT-ESTADO(WS-LOT-SUB)
                   WHEN WS-LOT-FECHA-CAB(WS-LOT-SUB) IS NOT NUMERIC
                     OR WS-LOT-FECHA-CAB(WS-LOT-SUB)
                        NOT = WS-LOT-FECHA-COLA(WS-LOT-SUB)
                       MOVE "FECHA CABECERA/COLA"
                           TO WS-LOT-ESTADO(WS-LOT-SUB)
                   WHEN WS-LOT-ESP-REGISTROS(WS-LOT-SUB)
                        NOT = WS-LOT-REC-REGISTROS(WS-LOT-SUB)
                     OR WS-LOT-ESP-CANTIDAD(WS-LOT-SUB)
                        NOT = WS-LOT-REC-CANTIDAD(WS-LOT-SUB)
                     OR WS-LOT-ESP-HASH(WS-LOT-SUB)
                        NOT = WS-LOT-REC-HASH(WS-LOT-SUB)
                       MOVE "NO CUADRA" TO WS-LOT-ESTADO(WS-LOT-SUB)
                   WHEN OTHER
                       PERFORM 1555-BUSCAR-DUPLICADO
               END-EVALUATE
           END-IF

           IF WS-LOT-ESTADO(WS-LOT-SUB) = SPACES
               MOVE 'Y' TO WS-LOT-CUADRADO-SW(WS-LOT-SUB)
               MOVE "CUADRADO" TO WS-LOT-ESTADO(WS-LOT-SUB)
               ADD 1 TO WS-LOT-CUADRADOS
           ELSE
               ADD 1 TO WS-LOT-RETENIDOS
               DISPLAY "LOTE DE SUCURSAL " WS-LOT-SUCURSAL(WS-LOT-SUB)
                       " RETENIDO: " WS-LOT-ESTADO(WS-LOT-SUB)
           END-IF

           PERFORM 1560-MARCAR-SUCURSAL.

       1555-BUSCAR-DUPLICADO.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX >= WS-LOT-SUB
               IF WS-LOT-CUADRADO(WS-LOT-IDX)
                  AND WS-LOT-SUCURSAL(WS-LOT-IDX)
                      = WS-LOT-SUCURSAL(WS-LOT-SUB)
                  AND WS-LOT-FECHA-CAB(WS-LOT-IDX)
                      = WS-LOT-FECHA-CAB(WS-LOT-SUB)
                   MOVE "LOTE DUPLICADO" TO WS-LOT-ESTADO(WS-LOT-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1560-MARCAR-SUCURSAL.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               IF WS-SUC-CODIGO(WS-SUC-IDX)
                  = WS-LOT-SUCURSAL(WS-LOT-SUB)
                   MOVE 'Y' TO WS-SUC-RECIBIDA-SW(WS-SUC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Párrafo 2000: Lee el extracto crudo, valida cada registro y
      * lo deriva al archivo limpio o al de rechazos

           OPEN OUTPUT VENTAS-IN-FILE
                EXTEND RECHAZOS-OUT-FILE
                OUTPUT RETENIDAS-OUT-FILE
           IF FS-VENTAS-IN NOT = "00"
              OR (FS-RECHAZOS NOT = "00" AND FS-RECHAZOS NOT = "05")
              OR FS-RETENIDAS NOT = "00"
               DISPLAY "ERROR ABRIENDO LAS SALIDAS (FS=" FS-VENTAS-IN
                       "/" FS-RECHAZOS "/" FS-RETENIDAS ")"
               PERFORM 9900-ERROR-FATAL
           END-IF

           MOVE 0 TO WS-LOT-ACTUAL
                     WS-LOT-CABECERAS
           PERFORM UNTIL NO-HAY-MAS-VENTAS-POS
               READ VENTAS-POS-FILE
                   AT END
                       SET NO-HAY-MAS-VENTAS-POS TO TRUE
                   NOT AT END
                       PERFORM 2050-DERIVAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE VENTAS-POS-FILE
                 PRODUCTOS-FILE
                 VENTAS-IN-FILE
                 RECHAZOS-OUT-FILE
                 RETENIDAS-OUT-FILE.

      ******************************************************************
      * Párrafo 2050: Segunda pasada (pedido 035). Ubica el registro
      * en su lote con la misma regla de 1510: solo los detalles de
      * un lote cuadrado se editan; los de un lote retenido, o fuera
      * de cabecera, van enteros a VENTAS_RETENIDAS.DAT con sus
      * registros de control
      ******************************************************************
       2050-DERIVAR-REGISTRO.
           EVALUATE TRUE
               WHEN VPC-ES-CABECERA
                   ADD 1 TO WS-CONTADOR-CONTROL
                   ADD 1 TO WS-LOT-CABECERAS
                   MOVE WS-LOT-CABECERAS TO WS-LOT-ACTUAL
                   IF NOT WS-LOT-CUADRADO(WS-LOT-ACTUAL)
                       PERFORM 2400-GRABAR-RETENIDA
                   END-IF
               WHEN VPC-ES-COLA
                   ADD 1 TO WS-CONTADOR-CONTROL
                   IF WS-LOT-ACTUAL = 0
                       PERFORM 2400-GRABAR-RETENIDA
                   ELSE
                       IF VPC-SUCURSAL
                          NOT = WS-LOT-SUCURSAL(WS-LOT-ACTUAL)
                          OR NOT WS-LOT-CUADRADO(WS-LOT-ACTUAL)
                           PERFORM 2400-GRABAR-RETENIDA
                       END-IF
                   END-IF
                   MOVE 0 TO WS-LOT-ACTUAL
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-LEIDAS
                   IF WS-LOT-ACTUAL = 0
                       ADD 1 TO WS-CONTADOR-RETENIDAS
                       PERFORM 2400-GRABAR-RETENIDA
                   ELSE
                       IF WS-LOT-CUADRADO(WS-LOT-ACTUAL)
                           PERFORM 2100-EDITAR-REGISTRO
                       ELSE
                           ADD 1 TO WS-CONTADOR-RETENIDAS
                           PERFORM 2400-GRABAR-RETENIDA
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Párrafo 2100: Corre TODAS las validaciones sobre el registro
       2100-EDITAR-REGISTRO.
           MOVE 'Y'    TO WS-REGISTRO-VALIDO-SW
           MOVE SPACES TO WS-MOTIVOS-EDICION
           MOVE SPACES TO WS-MOT-BLOQUEO

           PERFORM 2105-VALIDAR-SUCURSAL
           PERFORM 2110-VALIDAR-IMPORTES
           PERFORM 2130-VALIDAR-TIPO
           PERFORM 2140-VALIDAR-FECHA
           PERFORM 2150-VALIDAR-CODIGO
           PERFORM 2160-VALIDAR-BLOQUEO

           IF WS-REGISTRO-VALIDO
               PERFORM 2200-GRABAR-VENTA-LIMPIA
               END-READ
           END-IF.

      ******************************************************************
      * Párrafo 2160: El lote no puede estar bloqueado por recall
      * (pedido 034). Vale para ventas y devoluciones: la unidad
      * devuelta de un lote retirado tampoco vuelve al stock
      ******************************************************************
       2160-VALIDAR-BLOQUEO.
           MOVE 'N' TO WS-BLQ-HALLADO-SW
           MOVE 0   TO WS-BLQ-PRODUCTO-N
           IF VP-CODIGO IS NUMERIC
               MOVE FUNCTION NUMVAL(VP-CODIGO) TO WS-BLQ-PRODUCTO-N
           END-IF

           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF (WS-BLQ-LOTE(WS-BLQ-IDX) = SPACES
                   OR WS-BLQ-LOTE(WS-BLQ-IDX) = VP-LOTE)
                  AND (WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX) = 0
                   OR WS-BLQ-PRODUCTO-ID(WS-BLQ-IDX)
                                       = WS-BLQ-PRODUCTO-N)
                  AND (WS-BLQ-VENC-DESDE(WS-BLQ-IDX) = SPACES
                   OR (VP-FEC-VENC >= WS-BLQ-VENC-DESDE(WS-BLQ-IDX)
                   AND VP-FEC-VENC <= WS-BLQ-VENC-HASTA(WS-BLQ-IDX)))
                   SET WS-LOTE-BLOQUEADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOTE-BLOQUEADO
               MOVE "B" TO WS-MOT-BLOQUEO
               ADD 1 TO WS-ERRORES-BLOQUEO
               MOVE 'N' TO WS-REGISTRO-VALIDO-SW
           END-IF.

      ******************************************************************
      * Párrafo 2200: Graba el registro limpio en el archivo que
      * consume CALC-COSTOS. Todos los campos ya estan validados,
           MOVE VENTAS-POS-REG      TO VRX-REGISTRO
           MOVE WS-MOTIVOS-EDICION  TO VRX-MOTIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO VRX-FECHA-RECHAZO
           MOVE WS-MOT-BLOQUEO      TO VRX-MOT-BLOQUEO

           WRITE RECHAZOS-REG
           IF FS-RECHAZOS NOT = "00"
               ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.

      ******************************************************************
      * Párrafo 2400: Graba el registro del POS tal cual llego en el
      * archivo de lotes retenidos (pedido 035)
      ******************************************************************
       2400-GRABAR-RETENIDA.
           WRITE RETENIDAS-REG FROM VENTAS-POS-REG
           IF FS-RETENIDAS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO VENTAS_RETENIDAS.DAT: "
                       FS-RETENIDAS
               PERFORM 9900-ERROR-FATAL
           END-IF.

      ******************************************************************
      * Párrafo 3000: Imprime el reporte de edicion con los
      * contadores generales y por campo
           MOVE WS-CONTADOR-RECHAZADAS TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "RETENIDAS (LOTE SIN CUADRAR):" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-RETENIDAS TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "REGISTROS DE CONTROL CABECERA/COLA:" TO RPT-C-LEYENDA
           MOVE WS-CONTADOR-CONTROL TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA

           MOVE WS-ERRORES-CODIGO TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "ERRORES (B) LOTE BLOQUEADO:" TO RPT-C-LEYENDA
           MOVE WS-ERRORES-BLOQUEO TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           PERFORM 3100-IMPRIMIR-CUADRE

           CLOSE REPORTE-OUT-FILE.

      ******************************************************************
      * Párrafo 3100: Cuadre de lotes del POS por sucursal (pedido
      * 035): esperado segun la cola contra recibido, el estado de
      * cada lote y las sucursales que no enviaron nada
      ******************************************************************
       3100-IMPRIMIR-CUADRE.
           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CUADRE-TIT
           WRITE REPORTE-LINEA FROM WS-RPT-COLUMNAS-CUADRE

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
               PERFORM 3110-IMPRIMIR-LOTE
           END-PERFORM

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-COUNT
               IF NOT WS-SUC-RECIBIDA(WS-SUC-IDX)
                   MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO RPT-F-SUCURSAL
                   MOVE WS-SUC-DESCRIPCION(WS-SUC-IDX)
                       TO RPT-F-DESCRIPCION
                   WRITE REPORTE-LINEA FROM WS-RPT-LINEA-FALTANTE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORTE-LINEA
           WRITE REPORTE-LINEA

           MOVE "LOTES CUADRADOS:" TO RPT-C-LEYENDA
           MOVE WS-LOT-CUADRADOS TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "LOTES RETENIDOS:" TO RPT-C-LEYENDA
           MOVE WS-LOT-RETENIDOS TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "SUCURSALES FALTANTES:" TO RPT-C-LEYENDA
           MOVE WS-SUC-FALTANTES TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "DETALLES FUERA DE LOTE:" TO RPT-C-LEYENDA
           MOVE WS-FUERA-DE-LOTE TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR

           MOVE "COLAS SIN CABECERA:" TO RPT-C-LEYENDA
           MOVE WS-COLAS-HUERFANAS TO RPT-C-CANTIDAD
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CONTADOR.

       3110-IMPRIMIR-LOTE.
           MOVE WS-LOT-SUCURSAL(WS-LOT-SUB)  TO RPT-L-SUCURSAL
           MOVE WS-LOT-FECHA-CAB(WS-LOT-SUB) TO RPT-L-FECHA
           MOVE "REGISTROS"                  TO RPT-L-CONTROL
           MOVE WS-LOT-ESP-REGISTROS(WS-LOT-SUB) TO RPT-L-ESPERADO
           MOVE WS-LOT-REC-REGISTROS(WS-LOT-SUB) TO RPT-L-RECIBIDO
           MOVE WS-LOT-ESTADO(WS-LOT-SUB)    TO RPT-L-ESTADO
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CUADRE

           MOVE SPACES                       TO RPT-L-SUCURSAL
                                                RPT-L-FECHA
           MOVE "CANTIDAD"                   TO RPT-L-CONTROL
           MOVE WS-LOT-ESP-CANTIDAD(WS-LOT-SUB) TO RPT-L-ESPERADO
           MOVE WS-LOT-REC-CANTIDAD(WS-LOT-SUB) TO RPT-L-RECIBIDO
           IF WS-LOT-CUADRADO(WS-LOT-SUB)
               MOVE SPACES     TO RPT-L-ESTADO
           ELSE
               MOVE "RETENIDO" TO RPT-L-ESTADO
           END-IF
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CUADRE

           MOVE "HASH PRECIO"                TO RPT-L-CONTROL
           MOVE WS-LOT-ESP-HASH(WS-LOT-SUB)  TO RPT-L-ESPERADO
           MOVE WS-LOT-REC-HASH(WS-LOT-SUB)  TO RPT-L-RECIBIDO
           MOVE SPACES                       TO RPT-L-ESTADO
           WRITE REPORTE-LINEA FROM WS-RPT-LINEA-CUADRE.

      ******************************************************************
      * Párrafo 8000: Graba en run_control.dat el registro de
      * auditoria de la corrida; los contadores cuadran con el
           MOVE "VENTAS_POS.DAT"        TO AT-ARCHIVO
           MOVE WS-CONTADOR-LEIDAS      TO AT-REGISTROS-LEIDOS
           MOVE WS-CONTADOR-APROBADAS   TO AT-REGISTROS-GRABADOS
      * Lo retenido por lote sin cuadrar tampoco llega a CALC-COSTOS
      * (pedido 035): cuenta con los rechazos para que el leido
      * siga cuadrando contra grabados mas rechazados
           COMPUTE AT-REGISTROS-RECHAZADOS =
                   WS-CONTADOR-RECHAZADAS + WS-CONTADOR-RETENIDAS
           PERFORM 8010-ESCRIBIR-REGISTRO-AUDITORIA

           CLOSE AUDIT-TRAIL-FILE.
                 PRODUCTOS-FILE
                 VENTAS-IN-FILE
                 RECHAZOS-OUT-FILE
                 REPORTE-OUT-FILE
                 BLOQUEOS-FILE
                 SUCURSALES-FILE
                 RETENIDAS-OUT-FILE
                 PARAMETROS-FILE
                 GENERACIONES-TMP-FILE
                 GENERACIONES-FILE.

      * Deja rastro en run_control.dat aun cuando la corrida aborta,
      * igual que los demas jobs del lote
