      *          comando(20) blanco frecuencia(1) blanco dia(1, resto
      *          de semana para S: 3=lunes 4=martes 5=miercoles
      *          6=jueves 0=viernes) blanco depende(12).
      *          Ademas de la pasada diaria, planifi se agenda cada
      *          pocos minutos en el dia para los disparos por llegada
      *          de archivo (frecuencia A): en la linea A siguen al
      *          depende archivo(12) blanco estable(3, minutos sin
      *          cambio de tamano) blanco desde(4, HHMM) blanco
      *          hasta(4, HHMM, 0000=fin del dia) blanco maximo(2,
      *          disparos por dia, 00=sin tope) blanco limite(4, HHMM
      *          en dia habil para escalar a TALLEREX.DAT si no llego,
      *          0000=sin limite). Los jobs E (encadenados) corren en
      *          la misma pasada detras del job de su depende cuando
      *          este disparo y termino bien. Por ejemplo:
      *          "PREEDIT      ./preedit            A 0
      *          IFNUMRAW.DAT 010 0800 1800 04 1100" (en una sola
      *          linea, con el depende en blanco) seguida de
      *          "IFPREP       ./ifprep             E 0 PREEDIT".
      *          Cada disparo queda en PLANRUN.DAT con el archivo que
      *          lo provoco y al final de la pasada el archivo se
      *          aparta como archivo.DaaaammddHHMM para que no vuelva a
      *          disparar. El seguimiento de estabilidad queda en
      *          PLANARR.DAT (hasta 30 job/archivo; si se llena, el
      *          disparo nuevo se informa y no se evalua). Las pasadas
      *          de cada pocos minutos se agendan con el argumento A
      *          ("./planifi A"): solo evaluan las lineas A y E. La
      *          pasada diaria (sin argumento) evalua todo el plan; un
      *          job de calendario que ya termino bien hoy no se
      *          relanza, uno que termino con error si.
      * Tectonics: cobc -x -o planifi planifi.cbl fechalib.cbl
      *            replib.cbl totlib.cbl retlib.cbl
      * Modification History:
      *   15/10/2026 - despues de cada job lanzado se guardan en el
      *                repositorio de reportes (replib) los reportes
      *                que REPDEF.DAT asocia a ese job.
      *   15/10/2026 - disparos por llegada de archivo (frecuencia A)
      *                con estabilidad, ventana horaria, tope diario y
      *                limite escalado a TALLEREX.DAT; jobs E
      *                encadenados; el archivo se asienta en PLANRUN.DAT
      *                y se aparta despues del disparo; los jobs de
      *                calendario ya lanzados hoy no se relanzan.
      *   15/10/2026 - argumento A para las pasadas de disparos (solo
      *                lineas A y E); la pasada diaria solo salta los
      *                jobs de calendario que ya terminaron bien hoy;
      *                con la tabla de arribos llena el disparo nuevo
      *                se informa y no se evalua.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planifi.
           SELECT OPTIONAL BITACORA ASSIGN TO "PLANRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BITACORA.
           SELECT OPTIONAL ARRIBOS ASSIGN TO "PLANARR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARRIBOS.
           SELECT VIGILADO ASSIGN TO DYNAMIC WS-NOMBRE-VIGILADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VIGILADO.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT REPORTE ASSIGN TO "PLANREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  SJ-DIA              PIC 9(01).
           05  FILLER              PIC X(01).
           05  SJ-DEPENDE          PIC X(12).
           05  FILLER              PIC X(01).
           05  SJ-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  SJ-ESTABLE          PIC 9(03).
           05  FILLER              PIC X(01).
           05  SJ-DESDE            PIC 9(04).
           05  FILLER              PIC X(01).
           05  SJ-HASTA            PIC 9(04).
           05  FILLER              PIC X(01).
           05  SJ-MAXIMO           PIC 9(02).
           05  FILLER              PIC X(01).
           05  SJ-LIMITE           PIC 9(04).
       FD  BITACORA.
       01  BITACORA-REC            PIC X(80).
       FD  ARRIBOS.
       01  ARRIBOS-REC.
           05  AR-JOB              PIC X(12).
           05  FILLER              PIC X(01).
           05  AR-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  AR-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AR-HORA             PIC 9(04).
           05  FILLER              PIC X(01).
           05  AR-REGISTROS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  AR-BYTES            PIC 9(09).
           05  FILLER              PIC X(01).
           05  AR-ESCALADO         PIC 9(08).
       FD  VIGILADO.
       01  VIGILADO-REC            PIC X(133).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO           PIC X(55).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PLAN          PIC X(02).
       01  WS-ESTADO-BITACORA      PIC X(02).
       01  WS-ESTADO-ARRIBOS       PIC X(02).
       01  WS-ESTADO-VIGILADO      PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-FIN-PLAN             PIC X(01) VALUE "N".
           88  FIN-PLAN            VALUE "S".
       01  WS-FIN-BITACORA         PIC X(01) VALUE "N".
           88  FIN-BITACORA        VALUE "S".
       01  WS-FIN-ARRIBOS          PIC X(01) VALUE "N".
           88  FIN-ARRIBOS         VALUE "S".
       01  WS-FIN-VIGILADO         PIC X(01) VALUE "N".
           88  FIN-VIGILADO        VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08).
      *    hora de la pasada, tomada al empezar
       01  WS-HORA-PASADA          PIC 9(08).
       01  WS-HORA-PASADA-R REDEFINES WS-HORA-PASADA.
           05  WS-HHMM-PASADA      PIC 9(04).
           05  FILLER              PIC 9(04).
       01  WS-HORA-PASADA-HM REDEFINES WS-HORA-PASADA.
           05  WS-HH-PASADA        PIC 9(02).
           05  WS-MM-PASADA        PIC 9(02).
           05  FILLER              PIC 9(04).
       01  WS-MIN-PASADA           PIC 9(04) VALUE 0.
       01  WS-MIN-VISTO            PIC 9(04) VALUE 0.
       01  WS-MIN-ESTABLE          PIC S9(05) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-RC-JOB               PIC S9(09) VALUE 0.
       01  WS-REP-PROGRAMA         PIC X(15).
       01  WS-REP-REPORTE          PIC X(12) VALUE SPACES.
       01  WS-COMANDO              PIC X(40).
       01  WS-LINEA-BITACORA       PIC X(80) VALUE SPACES.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-DEBIDO               PIC X(01).
       01  WS-DEPENDE-OK           PIC X(01).
       01  WS-CANT-LANZADOS        PIC 9(03) VALUE 0.
       01  WS-CANT-NO-CORRIDOS     PIC 9(03) VALUE 0.
       01  WS-CANT-DISPAROS        PIC 9(03) VALUE 0.
       01  WS-CANT-DISPARADOS      PIC 9(03) VALUE 0.
       01  WS-CANT-APARTADOS       PIC 9(03) VALUE 0.
       01  WS-CANT-ESCALADOS       PIC 9(03) VALUE 0.
      *    archivo que provoco el lanzamiento en curso (blancos para
      *    los jobs de calendario)
       01  WS-ARCHIVO-DISPARO      PIC X(12) VALUE SPACES.
       01  WS-NOMBRE-VIGILADO      PIC X(30).
       01  WS-VIG-EXISTE           PIC X(01).
       01  WS-VIG-REGISTROS        PIC 9(07) VALUE 0.
       01  WS-VIG-BYTES            PIC 9(09) VALUE 0.
       01  WS-LARGO-LINEA          PIC 9(03) VALUE 0.
       01  WS-SCAN-IDX             PIC S9(04) VALUE 0.
       01  WS-COMANDO-APARTAR      PIC X(80).
       01  WS-RC-APARTAR           PIC S9(09) VALUE 0.
       01  WS-YA-LANZADO           PIC X(01).
      *    argumento de la linea de comando: A = pasada de disparos
       01  WS-MODO-PASADA          PIC X(01) VALUE SPACE.
           88  PASADA-DISPAROS     VALUE "A".
      *    jobs que ya terminaron bien hoy (de PLANRUN.DAT o de esta
      *    corrida), para resolver las dependencias del plan.
       01  WS-OK-CANT              PIC 9(02) VALUE 0.
       01  WS-OK-IDX               PIC 9(02) VALUE 0.
       01  WS-OK-TABLA.
           05  WS-OK-JOB OCCURS 50 TIMES PIC X(12).
      *    jobs de calendario que ya terminaron bien hoy
       01  WS-HOY-CANT             PIC 9(02) VALUE 0.
       01  WS-HOY-MAX              PIC 9(02) VALUE 50.
       01  WS-HOY-IDX              PIC 9(02) VALUE 0.
       01  WS-HOY-TABLA.
           05  WS-HOY-JOB OCCURS 50 TIMES PIC X(12).
      *    disparos por archivo de hoy por job, para el tope diario
       01  WS-DSP-CANT             PIC 9(02) VALUE 0.
       01  WS-DSP-MAX              PIC 9(02) VALUE 30.
       01  WS-DSP-IDX              PIC 9(02) VALUE 0.
       01  WS-DSP-HALLADO          PIC 9(02) VALUE 0.
       01  WS-DSP-BUSCADO          PIC X(12).
       01  WS-DSP-TABLA.
           05  WS-DSP-ENTRADA OCCURS 30 TIMES.
               10  WS-DSP-JOB          PIC X(12).
               10  WS-DSP-VECES        PIC 9(03).
      *    jobs lanzados en esta pasada, para los encadenados
       01  WS-PAS-CANT             PIC 9(02) VALUE 0.
       01  WS-PAS-MAX              PIC 9(02) VALUE 50.
       01  WS-PAS-IDX              PIC 9(02) VALUE 0.
       01  WS-PAS-HALLADO          PIC 9(02) VALUE 0.
       01  WS-PAS-TABLA.
           05  WS-PAS-ENTRADA OCCURS 50 TIMES.
               10  WS-PAS-JOB          PIC X(12).
               10  WS-PAS-OK           PIC X(01).
               10  WS-PAS-ARCHIVO      PIC X(12).
      *    archivos que dispararon, a apartar al final de la pasada
       01  WS-APA-CANT             PIC 9(02) VALUE 0.
       01  WS-APA-MAX              PIC 9(02) VALUE 30.
       01  WS-APA-IDX              PIC 9(02) VALUE 0.
       01  WS-APA-TABLA.
           05  WS-APA-ARCHIVO OCCURS 30 TIMES PIC X(12).
      *    seguimiento de los archivos esperados (PLANARR.DAT)
       01  WS-ARR-CANT             PIC 9(02) VALUE 0.
       01  WS-ARR-MAX              PIC 9(02) VALUE 30.
       01  WS-ARR-IDX              PIC 9(02) VALUE 0.
       01  WS-ARR-HALLADO          PIC 9(02) VALUE 0.
       01  WS-ARR-TABLA.
           05  WS-ARR-ENTRADA OCCURS 30 TIMES.
               10  WS-ARR-JOB          PIC X(12).
               10  WS-ARR-ARCHIVO      PIC X(12).
               10  WS-ARR-FECHA        PIC 9(08).
               10  WS-ARR-HORA         PIC 9(04).
               10  WS-ARR-HORA-R REDEFINES WS-ARR-HORA.
                   15  WS-ARR-HH           PIC 9(02).
                   15  WS-ARR-MM           PIC 9(02).
               10  WS-ARR-REGISTROS    PIC 9(07).
               10  WS-ARR-BYTES        PIC 9(09).
               10  WS-ARR-ESCALADO     PIC 9(08).
      *    layout de la bitacora propia (fecha, hora, job, rc y el
      *    archivo que disparo, si lo hubo)
       01  WS-BITACORA-LAYOUT.
           05  PL-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  PL-JOB              PIC X(12).
           05  FILLER              PIC X(04).
           05  PL-RC               PIC S9(09).
           05  FILLER              PIC X(09).
           05  PL-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(12).
      *    condicion del dia segun las entradas comunes de fechalib
       01  WS-ES-FIN-DE-MES        PIC X(01).
       01  WS-FECHA-FIN-MES        PIC 9(08) VALUE 0.
           else
               move "N" to WS-ES-FIN-DE-MES
           end-if.
           ACCEPT WS-MODO-PASADA FROM COMMAND-LINE.
           ACCEPT WS-HORA-PASADA FROM TIME.
           compute WS-MIN-PASADA = WS-HH-PASADA * 60 + WS-MM-PASADA.
           PERFORM leerCorrida.
           PERFORM cargarCorridosHoy.
           PERFORM cargarArribos.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "plan de jobs del " WS-FECHA-HOY
                  " (habil=" WS-HABIL-HOY
                  " fin de mes=" WS-ES-FIN-DE-MES ") pasada "
                  WS-HHMM-PASADA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           if PASADA-DISPAROS
               move " (solo disparos)" to WS-LINEA-REPORTE (61:16)
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           OPEN INPUT PLAN.
           if WS-ESTADO-PLAN not = "00"
               PERFORM procesarJob UNTIL FIN-PLAN
               CLOSE PLAN
           end-if.
           PERFORM apartarArchivo VARYING WS-APA-IDX FROM 1 BY 1
               UNTIL WS-APA-IDX > WS-APA-CANT.
           PERFORM regrabarArribos.
           move spaces to WS-LINEA-REPORTE.
           STRING "lanzados=" WS-CANT-LANZADOS
                  " debidos sin correr=" WS-CANT-NO-CORRIDOS
                  " disparos=" WS-CANT-DISPARADOS
                  " apartados=" WS-CANT-APARTADOS
                  " escalados=" WS-CANT-ESCALADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           CLOSE REPORTE.
                   PERFORM evaluarJob
           END-READ.
       evaluarJob.
           evaluate SJ-FRECUENCIA
               when "A"
                   PERFORM evaluarDisparo THRU evaluarDisparo-fin
               when "E"
                   PERFORM evaluarEncadenado
               when other
                   if PASADA-DISPAROS
                       move spaces to WS-LINEA-REPORTE
                       STRING "  " SJ-JOB " de calendario, no se evalua"
                              " en la pasada de disparos"
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   else
                       PERFORM evaluarCalendario
                           THRU evaluarCalendario-fin
                   end-if
           end-evaluate.
       evaluarCalendario.
           move spaces to WS-ARCHIVO-DISPARO.
           PERFORM controlaDebido.
           if WS-DEBIDO not = "S"
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " no debido hoy (" SJ-FRECUENCIA ")"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarCalendario-fin
           end-if.
           move "N" to WS-YA-LANZADO.
           PERFORM buscarLanzadoHoy VARYING WS-HOY-IDX FROM 1 BY 1
               UNTIL WS-HOY-IDX > WS-HOY-CANT.
           if WS-YA-LANZADO = "S"
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " ya corrio bien hoy, ver"
                      " PLANRUN.DAT"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarCalendario-fin
           end-if.
           PERFORM controlaDependencia.
           if WS-DEPENDE-OK = "S"
               PERFORM lanzarJob
           else
               add 1 to WS-CANT-NO-CORRIDOS
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " DEBIDO Y NO CORRIDO:"
                      " depende de " SJ-DEPENDE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       evaluarCalendario-fin.
           EXIT.
       buscarLanzadoHoy.
           if WS-HOY-JOB (WS-HOY-IDX) = SJ-JOB
               move "S" to WS-YA-LANZADO
           end-if.
       controlaDebido.
           move "N" to WS-DEBIDO.
           if WS-OK-JOB (WS-OK-IDX) = SJ-DEPENDE
               move "S" to WS-DEPENDE-OK
           end-if.
      ******************************************************************
      * disparo por llegada de archivo: si el archivo no esta se
      * controla el limite; si esta, dentro de la ventana y sin pasar
      * el tope del dia, se compara su tamano con el visto en la
      * pasada anterior (PLANARR.DAT) y se lanza cuando lleva los
      * minutos pedidos sin cambiar.
      ******************************************************************
       evaluarDisparo.
           if SJ-ARCHIVO = spaces
               or SJ-ESTABLE is not NUMERIC
               or SJ-DESDE is not NUMERIC
               or SJ-HASTA is not NUMERIC
               or SJ-MAXIMO is not NUMERIC
               or SJ-LIMITE is not NUMERIC
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " disparo mal definido en el plan,"
                      " no se evalua"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarDisparo-fin
           end-if.
           PERFORM buscarArribo.
           if WS-ARR-HALLADO = 0
               GO TO evaluarDisparo-fin
           end-if.
           move SJ-JOB to WS-DSP-BUSCADO.
           PERFORM buscarDisparos.
           move 0 to WS-CANT-DISPAROS.
           if WS-DSP-HALLADO not = 0
               move WS-DSP-VECES (WS-DSP-HALLADO) to WS-CANT-DISPAROS
           end-if.
           move SJ-ARCHIVO to WS-NOMBRE-VIGILADO.
           PERFORM medirVigilado.
           if WS-VIG-EXISTE = "N"
               PERFORM controlarLimite
               GO TO evaluarDisparo-fin
           end-if.
           if SJ-MAXIMO not = 0
               and WS-CANT-DISPAROS not < SJ-MAXIMO
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " " SJ-ARCHIVO " presente pero ya"
                      " disparo " WS-CANT-DISPAROS " veces hoy (tope "
                      SJ-MAXIMO ")"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarDisparo-fin
           end-if.
           if WS-HHMM-PASADA < SJ-DESDE
               or (SJ-HASTA not = 0 and WS-HHMM-PASADA > SJ-HASTA)
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " " SJ-ARCHIVO " presente, fuera de"
                      " la ventana " SJ-DESDE "-" SJ-HASTA
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarDisparo-fin
           end-if.
           if WS-ARR-FECHA (WS-ARR-HALLADO) not = WS-FECHA-HOY
               or WS-ARR-REGISTROS (WS-ARR-HALLADO)
                   not = WS-VIG-REGISTROS
               or WS-ARR-BYTES (WS-ARR-HALLADO) not = WS-VIG-BYTES
               move WS-FECHA-HOY to WS-ARR-FECHA (WS-ARR-HALLADO)
               move WS-HHMM-PASADA to WS-ARR-HORA (WS-ARR-HALLADO)
               move WS-VIG-REGISTROS
                   to WS-ARR-REGISTROS (WS-ARR-HALLADO)
               move WS-VIG-BYTES to WS-ARR-BYTES (WS-ARR-HALLADO)
               move 0 to WS-MIN-ESTABLE
           else
               compute WS-MIN-VISTO =
                   WS-ARR-HH (WS-ARR-HALLADO) * 60
                   + WS-ARR-MM (WS-ARR-HALLADO)
               compute WS-MIN-ESTABLE = WS-MIN-PASADA - WS-MIN-VISTO
           end-if.
           if WS-MIN-ESTABLE < SJ-ESTABLE
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " " SJ-ARCHIVO " presente, estable"
                      " hace " WS-MIN-ESTABLE " min de " SJ-ESTABLE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarDisparo-fin
           end-if.
           PERFORM controlaDependencia.
           if WS-DEPENDE-OK not = "S"
               add 1 to WS-CANT-NO-CORRIDOS
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " " SJ-ARCHIVO " listo Y NO CORRIDO:"
                      " depende de " SJ-DEPENDE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               GO TO evaluarDisparo-fin
           end-if.
           PERFORM dispararJob.
       evaluarDisparo-fin.
           EXIT.
       dispararJob.
           move SJ-ARCHIVO to WS-ARCHIVO-DISPARO.
           PERFORM lanzarJob.
           if WS-DSP-HALLADO = 0
               if WS-DSP-CANT < WS-DSP-MAX
                   add 1 to WS-DSP-CANT
                   move SJ-JOB to WS-DSP-JOB (WS-DSP-CANT)
                   move 1 to WS-DSP-VECES (WS-DSP-CANT)
               end-if
           else
               add 1 to WS-DSP-VECES (WS-DSP-HALLADO)
           end-if.
           add 1 to WS-CANT-DISPARADOS.
      *    el archivo se aparta al final de la pasada, despues de la
      *    cadena; el seguimiento vuelve a cero para el proximo arribo
           if WS-APA-CANT < WS-APA-MAX
               add 1 to WS-APA-CANT
               move SJ-ARCHIVO to WS-APA-ARCHIVO (WS-APA-CANT)
           end-if.
           move 0 to WS-ARR-FECHA (WS-ARR-HALLADO)
                     WS-ARR-HORA (WS-ARR-HALLADO)
                     WS-ARR-REGISTROS (WS-ARR-HALLADO)
                     WS-ARR-BYTES (WS-ARR-HALLADO).
      ******************************************************************
      * un archivo esperado que en dia habil no llego a su hora limite
      * y no disparo en el dia se escala al taller, una sola vez por
      * dia (queda la fecha de escalado en PLANARR.DAT).
      ******************************************************************
       controlarLimite.
           if SJ-LIMITE not = 0
               and WS-HABIL-HOY = "S"
               and WS-HHMM-PASADA > SJ-LIMITE
               and WS-CANT-DISPAROS = 0
               if WS-ARR-ESCALADO (WS-ARR-HALLADO) not = WS-FECHA-HOY
                   PERFORM escalarFaltante
               end-if
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " *** " SJ-ARCHIVO " NO LLEGO,"
                      " limite " SJ-LIMITE " (escalado a TALLEREX.DAT)"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " sin archivo " SJ-ARCHIVO
                      " (disparos hoy " WS-CANT-DISPAROS ")"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       escalarFaltante.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "PLANIFI" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING SJ-ARCHIVO " no llego a las " SJ-LIMITE
                  " para " SJ-JOB
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
           move WS-FECHA-HOY to WS-ARR-ESCALADO (WS-ARR-HALLADO).
           add 1 to WS-CANT-ESCALADOS.
      ******************************************************************
      * un job encadenado corre en la misma pasada detras del job de
      * su depende, solo si ese job se lanzo en esta pasada y termino
      * bien; lleva a la bitacora el archivo del disparo.
      ******************************************************************
       evaluarEncadenado.
           move 0 to WS-PAS-HALLADO.
           PERFORM buscarEnPasada VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-PAS-CANT.
           if WS-PAS-HALLADO = 0
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " encadenado, sin lanzamiento de "
                      SJ-DEPENDE " en esta pasada"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               if WS-PAS-OK (WS-PAS-HALLADO) = "S"
                   move WS-PAS-ARCHIVO (WS-PAS-HALLADO)
                       to WS-ARCHIVO-DISPARO
                   PERFORM lanzarJob
               else
                   add 1 to WS-CANT-NO-CORRIDOS
                   move spaces to WS-LINEA-REPORTE
                   STRING "  " SJ-JOB " ENCADENADO Y NO CORRIDO: "
                          SJ-DEPENDE " termino con error"
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               end-if
           end-if.
       buscarEnPasada.
           if WS-PAS-JOB (WS-PAS-IDX) = SJ-DEPENDE
               move WS-PAS-IDX to WS-PAS-HALLADO
           end-if.
       lanzarJob.
           display "planifi: se lanza " SJ-JOB.
           move SJ-COMANDO to WS-COMANDO.
           compute WS-RC-JOB = RETURN-CODE / 256.
           add 1 to WS-CANT-LANZADOS.
           PERFORM grabaBitacora.
           move SJ-JOB to WS-REP-PROGRAMA.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
           if WS-RC-JOB = 0
               if WS-OK-CANT < WS-OK-MAX
                   add 1 to WS-OK-CANT
                   move SJ-JOB to WS-OK-JOB (WS-OK-CANT)
               end-if
           end-if.
           if WS-PAS-CANT < WS-PAS-MAX
               add 1 to WS-PAS-CANT
               move SJ-JOB to WS-PAS-JOB (WS-PAS-CANT)
               move WS-ARCHIVO-DISPARO to WS-PAS-ARCHIVO (WS-PAS-CANT)
               if WS-RC-JOB = 0
                   move "S" to WS-PAS-OK (WS-PAS-CANT)
               else
                   move "N" to WS-PAS-OK (WS-PAS-CANT)
               end-if
           end-if.
           if WS-ARCHIVO-DISPARO = spaces and WS-RC-JOB = 0
               and WS-HOY-CANT < WS-HOY-MAX
               add 1 to WS-HOY-CANT
               move SJ-JOB to WS-HOY-JOB (WS-HOY-CANT)
           end-if.
           move spaces to WS-LINEA-REPORTE.
           if WS-ARCHIVO-DISPARO = spaces
               STRING "  " SJ-JOB " lanzado, return-code=" WS-RC-JOB
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               STRING "  " SJ-JOB " lanzado por " WS-ARCHIVO-DISPARO
                      ", return-code=" WS-RC-JOB
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       grabaBitacora.
           OPEN EXTEND BITACORA.
                  SJ-JOB           DELIMITED BY SIZE
                  " rc="           DELIMITED BY SIZE
                  WS-RC-JOB        DELIMITED BY SIZE
                  " archivo="      DELIMITED BY SIZE
                  WS-ARCHIVO-DISPARO DELIMITED BY SIZE
                  INTO WS-LINEA-BITACORA.
           WRITE BITACORA-REC FROM WS-LINEA-BITACORA.
           CLOSE BITACORA.
      ******************************************************************
      * los jobs que ya corrieron bien hoy (segun PLANRUN.DAT) cuentan
      * para las dependencias, asi una segunda pasada del dia no exige
      * relanzar lo ya hecho. De la misma bitacora salen los jobs de
      * calendario que ya terminaron bien hoy y los disparos por
      * archivo del dia.
      ******************************************************************
       cargarCorridosHoy.
           move "N" to WS-FIN-BITACORA.
                           move PL-JOB to WS-OK-JOB (WS-OK-CANT)
                       end-if
                   end-if
                   if PL-FECHA = WS-FECHA-HOY
                       PERFORM contarLanzadoHoy
                   end-if
           END-READ.
       contarLanzadoHoy.
           if PL-ARCHIVO = spaces
               if PL-RC is NUMERIC and PL-RC = ZERO
                   and WS-HOY-CANT < WS-HOY-MAX
                   add 1 to WS-HOY-CANT
                   move PL-JOB to WS-HOY-JOB (WS-HOY-CANT)
               end-if
           else
               move PL-JOB to WS-DSP-BUSCADO
               PERFORM buscarDisparos
               if WS-DSP-HALLADO = 0
                   if WS-DSP-CANT < WS-DSP-MAX
                       add 1 to WS-DSP-CANT
                       move PL-JOB to WS-DSP-JOB (WS-DSP-CANT)
                       move 1 to WS-DSP-VECES (WS-DSP-CANT)
                   end-if
               else
                   add 1 to WS-DSP-VECES (WS-DSP-HALLADO)
               end-if
           end-if.
       buscarDisparos.
           move 0 to WS-DSP-HALLADO.
           PERFORM compararDisparo VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-CANT.
       compararDisparo.
           if WS-DSP-JOB (WS-DSP-IDX) = WS-DSP-BUSCADO
               move WS-DSP-IDX to WS-DSP-HALLADO
           end-if.
      ******************************************************************
      * seguimiento de los archivos esperados: tamano y hora en que se
      * vio por ultima vez cambiar, y fecha del ultimo escalado.
      ******************************************************************
       cargarArribos.
           OPEN INPUT ARRIBOS.
           if WS-ESTADO-ARRIBOS = "00"
               PERFORM leerArribo UNTIL FIN-ARRIBOS
           end-if.
           CLOSE ARRIBOS.
       leerArribo.
           READ ARRIBOS
               AT END set FIN-ARRIBOS to true
               NOT AT END
                   if WS-ARR-CANT < WS-ARR-MAX
                       add 1 to WS-ARR-CANT
                       move AR-JOB to WS-ARR-JOB (WS-ARR-CANT)
                       move AR-ARCHIVO to WS-ARR-ARCHIVO (WS-ARR-CANT)
                       move AR-FECHA to WS-ARR-FECHA (WS-ARR-CANT)
                       move AR-HORA to WS-ARR-HORA (WS-ARR-CANT)
                       move AR-REGISTROS
                           to WS-ARR-REGISTROS (WS-ARR-CANT)
                       move AR-BYTES to WS-ARR-BYTES (WS-ARR-CANT)
                       move AR-ESCALADO
                           to WS-ARR-ESCALADO (WS-ARR-CANT)
                   end-if
           END-READ.
      *    entrada del job y archivo del plan; si no esta se agrega, y
      *    con la tabla llena queda en 0 y el disparo no se evalua
       buscarArribo.
           move 0 to WS-ARR-HALLADO.
           PERFORM compararArribo VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-CANT.
           if WS-ARR-HALLADO = 0 and WS-ARR-CANT not < WS-ARR-MAX
               display "planifi: tabla de arribos llena, " SJ-JOB " "
                   SJ-ARCHIVO " no se evalua"
               move spaces to WS-LINEA-REPORTE
               STRING "  " SJ-JOB " " SJ-ARCHIVO " no se evalua: tabla"
                      " de arribos llena (" WS-ARR-MAX ")"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               if WS-ARR-HALLADO = 0
                   PERFORM agregarArribo
               end-if
           end-if.
       agregarArribo.
           add 1 to WS-ARR-CANT.
           move WS-ARR-CANT to WS-ARR-HALLADO.
           move SJ-JOB to WS-ARR-JOB (WS-ARR-HALLADO).
           move SJ-ARCHIVO to WS-ARR-ARCHIVO (WS-ARR-HALLADO).
           move 0 to WS-ARR-FECHA (WS-ARR-HALLADO)
                     WS-ARR-HORA (WS-ARR-HALLADO)
                     WS-ARR-REGISTROS (WS-ARR-HALLADO)
                     WS-ARR-BYTES (WS-ARR-HALLADO)
                     WS-ARR-ESCALADO (WS-ARR-HALLADO).
       compararArribo.
           if WS-ARR-JOB (WS-ARR-IDX) = SJ-JOB
               and WS-ARR-ARCHIVO (WS-ARR-IDX) = SJ-ARCHIVO
               move WS-ARR-IDX to WS-ARR-HALLADO
           end-if.
       regrabarArribos.
           OPEN OUTPUT ARRIBOS.
           PERFORM grabarArribo VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-CANT.
           CLOSE ARRIBOS.
       grabarArribo.
           move spaces to ARRIBOS-REC.
           move WS-ARR-JOB (WS-ARR-IDX) to AR-JOB.
           move WS-ARR-ARCHIVO (WS-ARR-IDX) to AR-ARCHIVO.
           move WS-ARR-FECHA (WS-ARR-IDX) to AR-FECHA.
           move WS-ARR-HORA (WS-ARR-IDX) to AR-HORA.
           move WS-ARR-REGISTROS (WS-ARR-IDX) to AR-REGISTROS.
           move WS-ARR-BYTES (WS-ARR-IDX) to AR-BYTES.
           move WS-ARR-ESCALADO (WS-ARR-IDX) to AR-ESCALADO.
           WRITE ARRIBOS-REC.
      *    registros y bytes del archivo vigilado, como cuenta volstat
       medirVigilado.
           move 0 to WS-VIG-REGISTROS WS-VIG-BYTES.
           move "N" to WS-FIN-VIGILADO.
           OPEN INPUT VIGILADO.
           if WS-ESTADO-VIGILADO = "00"
               move "S" to WS-VIG-EXISTE
               PERFORM contarVigilado UNTIL FIN-VIGILADO
               CLOSE VIGILADO
           else
               move "N" to WS-VIG-EXISTE
           end-if.
       contarVigilado.
           READ VIGILADO
               AT END set FIN-VIGILADO to true
               NOT AT END
                   add 1 to WS-VIG-REGISTROS
                   PERFORM medirLinea
                   add WS-LARGO-LINEA to WS-VIG-BYTES
           END-READ.
      *    largo util de la linea: ultima posicion no blanca
       medirLinea.
           move 0 to WS-LARGO-LINEA.
           PERFORM buscarLargo VARYING WS-SCAN-IDX FROM 133 BY -1
               UNTIL WS-SCAN-IDX < 1 OR WS-LARGO-LINEA not = 0.
       buscarLargo.
           if VIGILADO-REC (WS-SCAN-IDX:1) not = space
               move WS-SCAN-IDX to WS-LARGO-LINEA
           end-if.
      ******************************************************************
      * el archivo que disparo se aparta con la fecha y hora de la
      * pasada; si el job ya lo movio (gateway lo deja como .PRO) no
      * queda nada que apartar.
      ******************************************************************
       apartarArchivo.
           move WS-APA-ARCHIVO (WS-APA-IDX) to WS-NOMBRE-VIGILADO.
           OPEN INPUT VIGILADO.
           if WS-ESTADO-VIGILADO = "00"
               CLOSE VIGILADO
               move spaces to WS-COMANDO-APARTAR
               STRING "mv "                    DELIMITED BY SIZE
                      WS-APA-ARCHIVO (WS-APA-IDX) DELIMITED BY SPACE
                      " "                      DELIMITED BY SIZE
                      WS-APA-ARCHIVO (WS-APA-IDX) DELIMITED BY SPACE
                      ".D"                     DELIMITED BY SIZE
                      WS-FECHA-HOY             DELIMITED BY SIZE
                      WS-HHMM-PASADA           DELIMITED BY SIZE
                      INTO WS-COMANDO-APARTAR
               CALL "SYSTEM" USING WS-COMANDO-APARTAR
               compute WS-RC-APARTAR = RETURN-CODE / 256
               move spaces to WS-LINEA-REPORTE
               if WS-RC-APARTAR = 0
                   add 1 to WS-CANT-APARTADOS
                   STRING "  apartado: " WS-COMANDO-APARTAR (4:)
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               else
                   STRING "  *** no se pudo apartar "
                          WS-APA-ARCHIVO (WS-APA-IDX)
                          " rc=" WS-RC-APARTAR
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               end-if
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               move spaces to WS-LINEA-REPORTE
               STRING "  " WS-APA-ARCHIVO (WS-APA-IDX)
                      " ya no esta, nada que apartar"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-HOY
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       END PROGRAM planifi.
