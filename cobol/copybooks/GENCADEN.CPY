      *-----------------------------------------------------------------
      * GENCADEN.CPY - Registro del archivo de generaciones de
      * respaldo generaciones_cadena.dat (pedido 039). Cada job de la
      * cadena nocturna (y TRANSFSUC, RECEPOC, GENORDC, AJUSINV,
      * CONCFACT y MERMAVENC, que pisan archivos compartidos fuera
      * de ella)
      * agrega al arrancar, antes de tocar nada, una generacion
      * fechada de cada archivo que va a modificar:
      *   "J" inicio de la corrida del job (GC-HORA), siempre, aunque
      *       el job no modifique archivos: marca el punto al que
      *       RESTCADENA puede volver
      *   "A" cabecera de un archivo: si existia y el modo
      *   "D" un registro del archivo, copiado tal cual en GC-DATOS
      *   "F" fin del archivo con la cantidad de "D" grabados; una
      *       generacion sin su "F" quedo cortada y no se restaura
      * Los historiales permanentes indexados (HISTORIAL_VENTAS.DAT
      * e historico_costos.dat) solo agregan claves con la fecha de
      * corrida adelante: no se copian enteros (modo "M"). El "F"
      * lleva en GC-MARCA la ultima clave de ciclos anteriores y los
      * "D" son solo los registros del ciclo en curso, que una
      * re-corrida pisa; restaurar es borrar las claves posteriores
      * a la marca y volver a grabar esos "D".
      * El archivo es cronologico; EDITVENTAS lo poda al arrancar
      * cada ciclo dejando los ultimos N ciclos (registro "R" de
      * parametros.dat). GC-DATOS debe alcanzar el registro mas
      * largo respaldado (hoy HISTORIAL_VENTAS.DAT, 95)
      *-----------------------------------------------------------------
       01  GENERACION-REG.
           05 GC-TIPO                 PIC X(1).
               88 GC-ES-INICIO-JOB       VALUE "J".
               88 GC-ES-CABECERA         VALUE "A".
               88 GC-ES-DETALLE          VALUE "D".
               88 GC-ES-FIN              VALUE "F".
           05 GC-FECHA-CICLO          PIC 9(8).
           05 GC-JOB-NAME             PIC X(12).
           05 GC-ARCHIVO              PIC X(30).
           05 GC-DATOS                PIC X(100).
           05 GC-CONTROL REDEFINES GC-DATOS.
               10 GC-HORA             PIC 9(6).
               10 GC-EXISTE           PIC X(1).
                   88 GC-ARCHIVO-EXISTE  VALUE "S".
                   88 GC-ARCHIVO-AUSENTE VALUE "N".
               10 GC-MODO             PIC X(1).
                   88 GC-ES-COPIA        VALUE "C".
                   88 GC-ES-MARCA        VALUE "M".
               10 GC-REGISTROS        PIC 9(9).
               10 GC-MARCA            PIC X(20).
               10 FILLER              PIC X(63).
