      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: reproceso de un dia de negocio pasado en un juego de
      *          archivos aparte - cuando un departamento prueba que la
      *          entrada de un dia vino mal no habia forma limpia de
      *          volver a correrlo, y mover la fecha de proceso de
      *          CALENDAR.DAT en produccion es peligroso. Como ensayo,
      *          el reproceso trabaja en su propio directorio REPROC/
      *          (todos los ASSIGN del taller son relativos):
      *            1 preparar: copia maestros y referencias (VCREF.DAT
      *              e IFBANDAS.DAT tienen vigencias, asi que con la
      *              fecha pedida rigen los valores de ese dia), vacia
      *              las salidas de la corrida, rearma las entradas del
      *              dia con las generaciones de GENCAT.DAT de esa
      *              fecha y deja en REPROC/CALENDAR.DAT la fecha pedida
      *              como fecha de proceso. REPROC/ORIGEN/ queda con lo
      *              que produjo la noche original (las generaciones del
      *              dia como archivos vivos).
      *            2 correr tablas, ifElse, cierre e interfaz en
      *              REPROC/, e interfaz en REPROC/ORIGEN/ para tener
      *              el extracto original con que comparar.
      *            3 comparar: REPROC/REPRREP.DAT con cada renglon de
      *              INTERF.DAT, CIERREP.DAT e IFREP.DAT que se movio.
      *            4 aceptar (SUPERVISOR activo): el extracto corregido
      *              sale como reenvio a INTERFRN.DAT (aparte, para no
      *              pisar el INTERF.DAT del dia que quiza no se mando
      *              todavia) con la proxima secuencia de INTERSEC.DAT.
      *              Solo van la cabecera, los detalles y la cola; los
      *              reversos de anulaciones son del envio diario y no
      *              se repiten.
      *          Fuera del reenvio aceptado nada de produccion se
      *          escribe, y la fecha de proceso real no se toca. La
      *          fecha y el estado del reproceso quedan en
      *          REPROC/REPRFEC.DAT.
      * Tectonics: cobc -x -o reproceso reproceso.cbl numchk.cbl
      *            fechalib.cbl auditlog.cbl ventlib.cbl
      *            (tablas, ifElse, cierre e interfaz deben estar
      *            compilados de antemano; se copian al directorio de
      *            reproceso al prepararlo)
      * Modification History:
      *   15/10/2026 - el reenvio aceptado sale a INTERFRN.DAT en vez
      *                de reescribir el INTERF.DAT del dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reproceso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALENDARIO.
           SELECT CALENDARIO-COPIA ASSIGN TO DYNAMIC WS-NOMBRE-CALEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COPIA.
           SELECT OPTIONAL CONTROL-REPROC ASSIGN TO "REPROC/REPRFEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT LADO-ORIGEN ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ORIGEN.
           SELECT LADO-REPROC ASSIGN TO DYNAMIC WS-NOMBRE-REPROC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPROC.
           SELECT REPORTE ASSIGN TO "REPROC/REPRREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACTO-REPROC ASSIGN TO "REPROC/INTERF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXTRACTO.
           SELECT INTERCAMBIO ASSIGN TO "INTERFRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INTERC.
           SELECT OPTIONAL SECUENCIAS ASSIGN TO "INTERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIAS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  GK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GK-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  GK-GENERACION       PIC X(30).
           05  FILLER              PIC X(01).
           05  GK-CANTIDAD         PIC 9(07).
       FD  CALENDARIO.
       01  CALENDARIO-REC.
           05  CD-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  CD-FECHA            PIC 9(08).
       FD  CALENDARIO-COPIA.
       01  CALENDARIO-COPIA-REC.
           05  CC-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  CC-FECHA            PIC 9(08).
       FD  CONTROL-REPROC.
       01  CONTROL-REPROC-REC.
           05  RP-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RP-ESTADO           PIC X(10).
       FD  LADO-ORIGEN.
       01  LADO-ORIGEN-REC         PIC X(100).
       FD  LADO-REPROC.
       01  LADO-REPROC-REC         PIC X(100).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(120).
       FD  EXTRACTO-REPROC.
       01  EXTRACTO-REPROC-REC.
           05  EX-TIPO             PIC X(01).
           05  EX-FUENTE           PIC X(06).
           05  EX-CLAVE            PIC X(10).
           05  EX-VALOR            PIC 9(09).
       FD  INTERCAMBIO.
       01  INTERCAMBIO-REC.
           05  INT-TIPO            PIC X(01).
           05  INT-FUENTE          PIC X(06).
           05  INT-CLAVE           PIC X(10).
           05  INT-VALOR           PIC 9(09).
       FD  SECUENCIAS.
       01  SECUENCIAS-REC.
           05  IS-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  IS-FECHA-NEGOCIO    PIC 9(08).
           05  FILLER              PIC X(01).
           05  IS-FECHA-ENVIO      PIC 9(08).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-CALENDARIO    PIC X(02).
       01  WS-ESTADO-COPIA         PIC X(02).
       01  WS-ESTADO-CONTROL       PIC X(02).
       01  WS-ESTADO-ORIGEN        PIC X(02).
       01  WS-ESTADO-REPROC        PIC X(02).
       01  WS-ESTADO-EXTRACTO      PIC X(02).
       01  WS-ESTADO-INTERC        PIC X(02).
       01  WS-ESTADO-SECUENCIAS    PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-NOMBRE-CALEND    PIC X(30).
       01  WS-NOMBRE-ORIGEN        PIC X(30).
       01  WS-NOMBRE-REPROC        PIC X(30).
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FIN-ORIGEN           PIC X(01) VALUE "N".
       01  WS-FIN-REPROC           PIC X(01) VALUE "N".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-REPROC        VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
      *    fecha y estado del reproceso en curso (REPRFEC.DAT):
      *    PREPARADO, CORRIDO, COMPARADO, REENVIADO
       01  WS-FECHA-REPROC         PIC 9(08) VALUE 0.
       01  WS-ESTADO-TRABAJO       PIC X(10) VALUE SPACES.
       01  WS-COMANDO              PIC X(120).
       01  WS-CANT-GENERACIONES    PIC 9(03) VALUE 0.
       01  WS-ES-SALIDA            PIC X(01) VALUE "N".
      *    lo que escribe la corrida reprocesada: se vacia en REPROC/
      *    para que el dia no se sume a lo que ya estaba
       01  WS-SALIDAS-INIC.
           05  FILLER  PIC X(12) VALUE "TABLASAL.DAT".
           05  FILLER  PIC X(12) VALUE "TABLAIX.DAT".
           05  FILLER  PIC X(12) VALUE "TABLAREP.DAT".
           05  FILLER  PIC X(12) VALUE "TABLA.CSV".
           05  FILLER  PIC X(12) VALUE "TABLASRE.DAT".
           05  FILLER  PIC X(12) VALUE "IFBANDH.DAT".
           05  FILLER  PIC X(12) VALUE "IFREP.DAT".
           05  FILLER  PIC X(12) VALUE "IFCHKP.DAT".
           05  FILLER  PIC X(12) VALUE "CIERREP.DAT".
           05  FILLER  PIC X(12) VALUE "INTERF.DAT".
       01  WS-SALIDAS REDEFINES WS-SALIDAS-INIC.
           05  WS-SALIDA OCCURS 10 TIMES PIC X(12).
       01  WS-SAL-IDX              PIC 9(02) VALUE 0.
       01  WS-CANT-DIFERENCIAS     PIC 9(05) VALUE 0.
       01  WS-NRO-RENGLON          PIC 9(05) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(120) VALUE SPACES.
       01  WS-SECUENCIA            PIC 9(06) VALUE 0.
       01  WS-CANT-ENVIADOS        PIC 9(07) VALUE 0.
       01  WS-SUPERVISOR           PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01) VALUE "N".
       01  WS-CONFIRMA             PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "REPROCESO".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           PERFORM leerControl.
           PERFORM menuReproceso UNTIL SALIR-REPROC.
           STOP RUN.
       menuReproceso.
           display " ".
           display "reproceso de un dia de negocio pasado (REPROC/)".
           if WS-FECHA-REPROC not = 0
               display "  en curso: fecha " WS-FECHA-REPROC " estado "
                   WS-ESTADO-TRABAJO
           end-if.
           display "  1 - preparar el reproceso de una fecha".
           display "  2 - correr tablas, ifElse, cierre e interfaz".
           display "  3 - comparar contra lo producido originalmente".
           display "  4 - aceptar y reenviar el extracto corregido".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-REPROC to true
               when 1
                   PERFORM prepararReproceso THRU
                       prepararReproceso-fin
               when 2
                   PERFORM correrReproceso THRU correrReproceso-fin
               when 3
                   PERFORM compararResultados THRU
                       compararResultados-fin
               when 4
                   move "reenvio reproceso" to WS-VENTANA-OPCION
                   CALL "ventlib" USING WS-AUDIT-PROGRAMA
                       WS-VENTANA-OPCION WS-VENTANA-OK
                   if WS-VENTANA-OK = "S"
                       PERFORM aceptarReproceso THRU
                           aceptarReproceso-fin
                   end-if
               when other
                   display "opcion invalida"
           end-evaluate.
      ******************************************************************
      * arma REPROC/ desde cero para la fecha pedida: solo fechas ya
      * procesadas que tengan generaciones en GENCAT.DAT.
      ******************************************************************
       prepararReproceso.
           move "fecha de negocio a reprocesar (AAAAMMDD)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR = 0
               or WS-NUMCHK-VALOR >= WS-FECHA-PROCESO
               display "la fecha tiene que ser anterior a la fecha de"
                   " proceso " WS-FECHA-PROCESO
               GO TO prepararReproceso-fin
           end-if.
           move WS-NUMCHK-VALOR to WS-FECHA-REPROC.
           PERFORM contarGeneraciones.
           if WS-CANT-GENERACIONES = 0
               display "GENCAT.DAT no tiene generaciones del "
                   WS-FECHA-REPROC ", no hay con que rearmar el dia"
               PERFORM leerControl
               GO TO prepararReproceso-fin
           end-if.
           move "rm -rf REPROC" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "mkdir -p REPROC/ORIGEN" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cp *.DAT *.CSV REPROC/ 2>/dev/null" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cp *.DAT *.CSV REPROC/ORIGEN/ 2>/dev/null"
               to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move spaces to WS-COMANDO.
           STRING "cp tablas ifElse cierre interfaz REPROC/"
                  " 2>/dev/null"
                  DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cp interfaz REPROC/ORIGEN/ 2>/dev/null"
               to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           PERFORM vaciarSalida VARYING WS-SAL-IDX FROM 1 BY 1
               UNTIL WS-SAL-IDX > 10.
           PERFORM rearmarEntradas.
           move "REPROC/CALENDAR.DAT" to WS-NOMBRE-CALEND.
           PERFORM copiarCalendario.
           move "REPROC/ORIGEN/CALENDAR.DAT" to WS-NOMBRE-CALEND.
           PERFORM copiarCalendario.
           move "PREPARADO" to WS-ESTADO-TRABAJO.
           PERFORM grabarControl.
           display "reproceso del " WS-FECHA-REPROC " preparado en"
               " REPROC/ con " WS-CANT-GENERACIONES " generaciones".
           display "si el departamento trae la entrada corregida,"
               " dejela en REPROC/ y despues corra la opcion 2.".
       prepararReproceso-fin.
           EXIT.
       contarGeneraciones.
           move 0 to WS-CANT-GENERACIONES.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerGeneracion UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CATALOGO.
       leerGeneracion.
           READ CATALOGO
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if GK-FECHA = WS-FECHA-REPROC
                       add 1 to WS-CANT-GENERACIONES
                   end-if
           END-READ.
       vaciarSalida.
           move spaces to WS-COMANDO.
           STRING "rm -f REPROC/" WS-SALIDA (WS-SAL-IDX)
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
      ******************************************************************
      * cada generacion del dia vuelve como archivo vivo en ORIGEN/
      * (lo que vio la noche original); en REPROC/ solo vuelven las
      * entradas, las salidas de la corrida quedan vacias.
      ******************************************************************
       rearmarEntradas.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM rearmarGeneracion UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CATALOGO.
       rearmarGeneracion.
           READ CATALOGO
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if GK-FECHA = WS-FECHA-REPROC
                       move spaces to WS-COMANDO
                       STRING "cp " GK-GENERACION DELIMITED BY SPACE
                              " REPROC/ORIGEN/" DELIMITED BY SIZE
                              GK-ARCHIVO DELIMITED BY SPACE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                       move "N" to WS-ES-SALIDA
                       PERFORM buscarSalida VARYING WS-SAL-IDX
                           FROM 1 BY 1 UNTIL WS-SAL-IDX > 10
                       if WS-ES-SALIDA = "N"
                           move spaces to WS-COMANDO
                           STRING "cp " GK-GENERACION DELIMITED BY SPACE
                                  " REPROC/" DELIMITED BY SIZE
                                  GK-ARCHIVO DELIMITED BY SPACE
                                  INTO WS-COMANDO
                           CALL "SYSTEM" USING WS-COMANDO
                       end-if
                   end-if
           END-READ.
       buscarSalida.
           if WS-SALIDA (WS-SAL-IDX) = GK-ARCHIVO
               move "S" to WS-ES-SALIDA
           end-if.
      ******************************************************************
      * el calendario de la copia lleva la fecha pedida como fecha de
      * proceso y los mismos feriados; el de produccion solo se lee.
      ******************************************************************
       copiarCalendario.
           move "N" to WS-FIN-ARCHIVO.
           OPEN OUTPUT CALENDARIO-COPIA.
           move spaces to CALENDARIO-COPIA-REC.
           move "P" to CC-TIPO.
           move WS-FECHA-REPROC to CC-FECHA.
           WRITE CALENDARIO-COPIA-REC.
           OPEN INPUT CALENDARIO.
           if WS-ESTADO-CALENDARIO = "00"
               PERFORM copiarFeriado UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CALENDARIO.
           CLOSE CALENDARIO-COPIA.
       copiarFeriado.
           READ CALENDARIO
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if CD-TIPO not = "P"
                       WRITE CALENDARIO-COPIA-REC FROM CALENDARIO-REC
                   end-if
           END-READ.
       correrReproceso.
           if WS-ESTADO-TRABAJO = spaces
               or WS-ESTADO-TRABAJO = "REENVIADO"
               display "no hay reproceso preparado (opcion 1)"
               GO TO correrReproceso-fin
           end-if.
           display "se corre el dia " WS-FECHA-REPROC " dentro de"
               " REPROC/ (los ACCEPT son de la copia; cuando interfaz"
               " pida la fecha responda 0)...".
           move "cd REPROC && ./tablas" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cd REPROC && ./ifElse" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cd REPROC && ./cierre" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "cd REPROC && ./interfaz" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           display "extracto original del dia en REPROC/ORIGEN/"
               " (responda 0 a la fecha)...".
           move "cd REPROC/ORIGEN && ./interfaz" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "CORRIDO" to WS-ESTADO-TRABAJO.
           PERFORM grabarControl.
           display "reproceso corrido; compare con la opcion 3.".
       correrReproceso-fin.
           EXIT.
       compararResultados.
           if WS-ESTADO-TRABAJO not = "CORRIDO"
               and WS-ESTADO-TRABAJO not = "COMPARADO"
               display "primero corra el reproceso (opcion 2)"
               GO TO compararResultados-fin
           end-if.
           move 0 to WS-CANT-DIFERENCIAS.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "reproceso del " WS-FECHA-REPROC
               " contra lo producido originalmente"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "REPROC/ORIGEN/INTERF.DAT" to WS-NOMBRE-ORIGEN.
           move "REPROC/INTERF.DAT" to WS-NOMBRE-REPROC.
           PERFORM compararArchivo.
           move "REPROC/ORIGEN/CIERREP.DAT" to WS-NOMBRE-ORIGEN.
           move "REPROC/CIERREP.DAT" to WS-NOMBRE-REPROC.
           PERFORM compararArchivo.
           move "REPROC/ORIGEN/IFREP.DAT" to WS-NOMBRE-ORIGEN.
           move "REPROC/IFREP.DAT" to WS-NOMBRE-REPROC.
           PERFORM compararArchivo.
           move spaces to WS-LINEA-REPORTE.
           STRING "renglones que se movieron: " WS-CANT-DIFERENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
           CLOSE REPORTE.
           move "COMPARADO" to WS-ESTADO-TRABAJO.
           PERFORM grabarControl.
           display "comparacion en REPROC/REPRREP.DAT".
       compararResultados-fin.
           EXIT.
      ******************************************************************
      * igual que ensayo: renglon a renglon, cada par distinto con el
      * valor original y el reprocesado.
      ******************************************************************
       compararArchivo.
           move spaces to WS-LINEA-REPORTE.
           STRING "--- " WS-NOMBRE-ORIGEN " contra " WS-NOMBRE-REPROC
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "N" to WS-FIN-ORIGEN WS-FIN-REPROC.
           move 0 to WS-NRO-RENGLON.
           OPEN INPUT LADO-ORIGEN.
           if WS-ESTADO-ORIGEN not = "00"
               move "S" to WS-FIN-ORIGEN
           end-if.
           OPEN INPUT LADO-REPROC.
           if WS-ESTADO-REPROC not = "00"
               move "S" to WS-FIN-REPROC
           end-if.
           if WS-FIN-ORIGEN = "S" or WS-FIN-REPROC = "S"
               move "  (falta uno de los dos archivos, no se"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move "  compara esta seccion)" to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               PERFORM compararRenglon
                   UNTIL WS-FIN-ORIGEN = "S" and WS-FIN-REPROC = "S"
           end-if.
           CLOSE LADO-ORIGEN.
           CLOSE LADO-REPROC.
       compararRenglon.
           add 1 to WS-NRO-RENGLON.
           move spaces to LADO-ORIGEN-REC.
           if WS-FIN-ORIGEN = "N"
               READ LADO-ORIGEN
                   AT END
                       move "S" to WS-FIN-ORIGEN
                       move spaces to LADO-ORIGEN-REC
               END-READ
           end-if.
           move spaces to LADO-REPROC-REC.
           if WS-FIN-REPROC = "N"
               READ LADO-REPROC
                   AT END
                       move "S" to WS-FIN-REPROC
                       move spaces to LADO-REPROC-REC
               END-READ
           end-if.
           if LADO-ORIGEN-REC not = LADO-REPROC-REC
               add 1 to WS-CANT-DIFERENCIAS
               move spaces to WS-LINEA-REPORTE
               STRING "  renglon " WS-NRO-RENGLON " original:   "
                      LADO-ORIGEN-REC (1:80)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move spaces to WS-LINEA-REPORTE
               STRING "  renglon " WS-NRO-RENGLON " reproceso:  "
                      LADO-REPROC-REC (1:80)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
      ******************************************************************
      * aceptacion: un SUPERVISOR activo que vio la comparacion manda
      * el extracto corregido como reenvio del dia con secuencia nueva;
      * es lo unico del reproceso que escribe en produccion.
      ******************************************************************
       aceptarReproceso.
           if WS-ESTADO-TRABAJO not = "COMPARADO"
               display "primero compare el reproceso (opcion 3)"
               GO TO aceptarReproceso-fin
           end-if.
           display "id del supervisor que acepta el reproceso".
           ACCEPT WS-SUPERVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se reenvia"
               GO TO aceptarReproceso-fin
           end-if.
           display "reenviar el extracto corregido del "
               WS-FECHA-REPROC "? (S/N)".
           ACCEPT WS-CONFIRMA.
           if WS-CONFIRMA not = "S" and WS-CONFIRMA not = "s"
               display "no se reenvia"
               GO TO aceptarReproceso-fin
           end-if.
           OPEN INPUT EXTRACTO-REPROC.
           if WS-ESTADO-EXTRACTO not = "00"
               display "no esta REPROC/INTERF.DAT, no se reenvia"
               GO TO aceptarReproceso-fin
           end-if.
           PERFORM proximaSecuencia.
           OPEN OUTPUT INTERCAMBIO.
           if WS-ESTADO-INTERC not = "00"
               display "no se pudo abrir INTERFRN.DAT, estado "
                   WS-ESTADO-INTERC
               CLOSE EXTRACTO-REPROC
               GO TO aceptarReproceso-fin
           end-if.
           move 0 to WS-CANT-ENVIADOS.
           move "N" to WS-FIN-ARCHIVO.
           PERFORM copiarRenglonEnvio UNTIL FIN-ARCHIVO.
           CLOSE EXTRACTO-REPROC.
           CLOSE INTERCAMBIO.
           PERFORM anotarSecuencia.
           move "REENVIADO" to WS-ESTADO-TRABAJO.
           PERFORM grabarControl.
           move "REENVIO" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING "dia " WS-FECHA-REPROC
               DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "sec " WS-SECUENCIA " " WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
           display "reenvio del " WS-FECHA-REPROC " en INTERFRN.DAT:"
               " secuencia " WS-SECUENCIA " registros "
               WS-CANT-ENVIADOS.
       aceptarReproceso-fin.
           EXIT.
      *    la cabecera lleva la secuencia nueva; los reversos (R y su
      *    control V) no se repiten en un reenvio
       copiarRenglonEnvio.
           READ EXTRACTO-REPROC
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if EX-TIPO not = "R" and EX-TIPO not = "V"
                       move EXTRACTO-REPROC-REC to INTERCAMBIO-REC
                       if INT-TIPO = "H"
                           move WS-SECUENCIA to INT-VALOR
                       end-if
                       WRITE INTERCAMBIO-REC
                       add 1 to WS-CANT-ENVIADOS
                   end-if
           END-READ.
       proximaSecuencia.
           move 0 to WS-SECUENCIA.
           move "N" to WS-FIN-ORIGEN.
           OPEN INPUT SECUENCIAS.
           if WS-ESTADO-SECUENCIAS = "00"
               PERFORM leerSecuencia UNTIL WS-FIN-ORIGEN = "S"
           end-if.
           CLOSE SECUENCIAS.
           add 1 to WS-SECUENCIA.
       leerSecuencia.
           READ SECUENCIAS
               AT END move "S" to WS-FIN-ORIGEN
               NOT AT END
                   if IS-SECUENCIA > WS-SECUENCIA
                       move IS-SECUENCIA to WS-SECUENCIA
                   end-if
           END-READ.
       anotarSecuencia.
           OPEN EXTEND SECUENCIAS.
           if WS-ESTADO-SECUENCIAS = "35"
               OPEN OUTPUT SECUENCIAS
               CLOSE SECUENCIAS
               OPEN EXTEND SECUENCIAS
           end-if.
           move spaces to SECUENCIAS-REC.
           move WS-SECUENCIA to IS-SECUENCIA.
           move WS-FECHA-REPROC to IS-FECHA-NEGOCIO.
           move WS-FECHA-PROCESO to IS-FECHA-ENVIO.
           WRITE SECUENCIAS-REC.
           CLOSE SECUENCIAS.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-SUPERVISOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           and OP-ROL = "SUPERVISOR"
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       leerControl.
           move 0 to WS-FECHA-REPROC.
           move spaces to WS-ESTADO-TRABAJO.
           OPEN INPUT CONTROL-REPROC.
           if WS-ESTADO-CONTROL = "00"
               READ CONTROL-REPROC
                   AT END CONTINUE
                   NOT AT END
                       move RP-FECHA to WS-FECHA-REPROC
                       move RP-ESTADO to WS-ESTADO-TRABAJO
               END-READ
           end-if.
           CLOSE CONTROL-REPROC.
       grabarControl.
           OPEN OUTPUT CONTROL-REPROC.
           move spaces to CONTROL-REPROC-REC.
           move WS-FECHA-REPROC to RP-FECHA.
           move WS-ESTADO-TRABAJO to RP-ESTADO.
           WRITE CONTROL-REPROC-REC.
           CLOSE CONTROL-REPROC.
       END PROGRAM reproceso.
