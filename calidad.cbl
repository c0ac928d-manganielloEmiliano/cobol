      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: tablero de calidad de las entregas batch por
      *          remitente - los rechazos de preedit (NUMERREJ.DAT,
      *          IFNUMREJ.DAT), los duplicados de ifprep y las entregas
      *          cuyo sobre de control no cerro se pisaban o rotaban
      *          todos los dias y nadie veia la tendencia. preedit e
      *          ifprep dejan un renglon por entrega en CALIDIA.DAT;
      *          este paso nocturno de findia los suma por dia y
      *          remitente en el historico CALIHIST.DAT y vacia el del
      *          dia. El ultimo dia habil del mes arma ademas el
      *          tablero CALIREP.DAT: remitentes ordenados por tasa de
      *          error del mes (rechazos NONUM y RANGO, duplicados y
      *          registros de entregas rechazadas por el sobre, sobre
      *          los recibidos), con la tasa de cada uno de los tres
      *          meses anteriores y la marca EMPEORO cuando la del mes
      *          supera la de esos tres meses juntos, para llevarle
      *          numeros a los jefes de departamento.
      *          Layout de CALIDIA.DAT y CALIHIST.DAT: fecha(8)
      *          remitente(6) entregas(3) recibidos(7) nonum(7)
      *          rango(7) duplicados(7) sobres-malos(3)
      *          registros-de-sobres-malos(7), separados por blanco.
      * Tectonics: cobc -x -o calidad calidad.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calidad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALIDAD-DIA ASSIGN TO "CALIDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIA.
           SELECT OPTIONAL CALIDAD-HIST ASSIGN TO "CALIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           SELECT REPORTE ASSIGN TO "CALIREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CALIDAD-DIA.
       01  CALIDAD-DIA-REC.
           05  CD-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CD-REMITENTE        PIC X(06).
           05  FILLER              PIC X(01).
           05  CD-ENTREGAS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  CD-RECIBIDOS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-NONUM            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-RANGO            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-DUPLICADOS       PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-SOBRES-MALOS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  CD-REG-SOBRE-MALO   PIC 9(07).
       FD  CALIDAD-HIST.
       01  CALIDAD-HIST-REC.
           05  CH-FECHA            PIC 9(08).
           05  CH-MES REDEFINES CH-FECHA.
               10  CH-ANIO             PIC 9(04).
               10  CH-NRO-MES          PIC 9(02).
               10  FILLER              PIC 9(02).
           05  FILLER              PIC X(01).
           05  CH-REMITENTE        PIC X(06).
           05  FILLER              PIC X(01).
           05  CH-ENTREGAS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  CH-RECIBIDOS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  CH-NONUM            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CH-RANGO            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CH-DUPLICADOS       PIC 9(07).
           05  FILLER              PIC X(01).
           05  CH-SOBRES-MALOS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  CH-REG-SOBRE-MALO   PIC 9(07).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DIA           PIC X(02).
       01  WS-ESTADO-HIST          PIC X(02).
       01  WS-ESTADO-REPORTE       PIC X(02).
       01  WS-FIN-DIA              PIC X(01) VALUE "N".
           88  FIN-DIA             VALUE "S".
       01  WS-FIN-HIST             PIC X(01) VALUE "N".
           88  FIN-HIST            VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO         PIC 9(04).
           05  WS-HOY-MES          PIC 9(02).
           05  WS-HOY-DIA          PIC 9(02).
       01  WS-FECHA-FIN-MES        PIC 9(08) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
      *    renglones del dia sumados por fecha y remitente
       01  WS-DIA-CANT             PIC 9(03) VALUE 0.
       01  WS-DIA-MAX              PIC 9(03) VALUE 100.
       01  WS-DIA-IDX              PIC 9(03) VALUE 0.
       01  WS-DIA-HALLADO          PIC 9(03) VALUE 0.
       01  WS-DIA-TABLA.
           05  WS-DIA-ENT OCCURS 100 TIMES.
               10  WS-DIA-FECHA        PIC 9(08).
               10  WS-DIA-REMITENTE    PIC X(06).
               10  WS-DIA-ENTREGAS     PIC 9(03).
               10  WS-DIA-RECIBIDOS    PIC 9(07).
               10  WS-DIA-NONUM        PIC 9(07).
               10  WS-DIA-RANGO        PIC 9(07).
               10  WS-DIA-DUPLICADOS   PIC 9(07).
               10  WS-DIA-SOBRES       PIC 9(03).
               10  WS-DIA-REG-SOBRE    PIC 9(07).
      *    tablero: por remitente, el mes (4) y los tres anteriores
      *    (1 a 3, del mas viejo al mas nuevo)
       01  WS-MES-ORDINAL          PIC 9(06) VALUE 0.
       01  WS-REG-ORDINAL          PIC 9(06) VALUE 0.
       01  WS-DISTANCIA            PIC S9(06) VALUE 0.
       01  WS-MES-IDX              PIC 9(01) VALUE 0.
       01  WS-REM-CANT             PIC 9(02) VALUE 0.
       01  WS-REM-MAX              PIC 9(02) VALUE 50.
       01  WS-REM-IDX              PIC 9(02) VALUE 0.
       01  WS-REM-HALLADO          PIC 9(02) VALUE 0.
       01  WS-REMITENTES.
           05  WS-REM-ENT OCCURS 50 TIMES.
               10  WS-REM-CODIGO       PIC X(06).
               10  WS-REM-LISTADO      PIC X(01).
               10  WS-REM-MES OCCURS 4 TIMES.
                   15  WS-REM-RECIBIDOS    PIC 9(08).
                   15  WS-REM-ERRORES      PIC 9(08).
                   15  WS-REM-SOBRES       PIC 9(04).
                   15  WS-REM-TASA         PIC 9(03)V99.
               10  WS-REM-PREV-RECIB   PIC 9(08).
               10  WS-REM-PREV-ERROR   PIC 9(08).
               10  WS-REM-PREV-TASA    PIC 9(03)V99.
       01  WS-ERRORES-REG          PIC 9(08) VALUE 0.
       01  WS-PUESTO               PIC 9(02) VALUE 0.
       01  WS-MAYOR                PIC 9(02) VALUE 0.
       01  WS-CANT-EMPEORO         PIC 9(02) VALUE 0.
       01  WS-REMITENTE-VER        PIC X(11).
       01  WS-MARCA                PIC X(08).
       01  WS-ED-PUESTO            PIC Z9.
       01  WS-ED-RECIBIDOS         PIC ZZZZZZ9.
       01  WS-ED-ERRORES           PIC ZZZZZZ9.
       01  WS-ED-SOBRES            PIC ZZ9.
       01  WS-ED-TASAS.
           05  WS-ED-TASA OCCURS 4 TIMES PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM acumularDia.
           CALL "finDeMesHabil" USING WS-FECHA-HOY WS-FECHA-FIN-MES.
           if WS-FECHA-HOY = WS-FECHA-FIN-MES
               PERFORM armarTablero
           end-if.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * los renglones de CALIDIA.DAT (uno por entrega de preedit y uno
      * por pasada de ifprep) se suman por fecha y remitente, se
      * agregan al historico y el del dia queda vacio.
      ******************************************************************
       acumularDia.
           OPEN INPUT CALIDAD-DIA.
           if WS-ESTADO-DIA = "00"
               PERFORM leerDia UNTIL FIN-DIA
           end-if.
           CLOSE CALIDAD-DIA.
           if WS-DIA-CANT not = 0
               OPEN EXTEND CALIDAD-HIST
               if WS-ESTADO-HIST = "35"
                   OPEN OUTPUT CALIDAD-HIST
                   CLOSE CALIDAD-HIST
                   OPEN EXTEND CALIDAD-HIST
               end-if
               PERFORM grabarHistorico VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CANT
               CLOSE CALIDAD-HIST
               OPEN OUTPUT CALIDAD-DIA
               CLOSE CALIDAD-DIA
           end-if.
           display "calidad: " WS-DIA-CANT " renglones dia/remitente"
               " al historico CALIHIST.DAT".
       leerDia.
           READ CALIDAD-DIA
               AT END set FIN-DIA to true
               NOT AT END
                   PERFORM ubicarDia
                   if WS-DIA-HALLADO not = 0
                       PERFORM sumarDia
                   end-if
           END-READ.
       ubicarDia.
           move 0 to WS-DIA-HALLADO.
           PERFORM buscaDia VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-CANT OR WS-DIA-HALLADO > 0.
           if WS-DIA-HALLADO = 0 and WS-DIA-CANT < WS-DIA-MAX
               add 1 to WS-DIA-CANT
               move WS-DIA-CANT to WS-DIA-HALLADO
               move CD-FECHA to WS-DIA-FECHA (WS-DIA-CANT)
               move CD-REMITENTE to WS-DIA-REMITENTE (WS-DIA-CANT)
               move 0 to WS-DIA-ENTREGAS (WS-DIA-CANT)
                         WS-DIA-RECIBIDOS (WS-DIA-CANT)
                         WS-DIA-NONUM (WS-DIA-CANT)
                         WS-DIA-RANGO (WS-DIA-CANT)
                         WS-DIA-DUPLICADOS (WS-DIA-CANT)
                         WS-DIA-SOBRES (WS-DIA-CANT)
                         WS-DIA-REG-SOBRE (WS-DIA-CANT)
           end-if.
       buscaDia.
           if WS-DIA-FECHA (WS-DIA-IDX) = CD-FECHA
               and WS-DIA-REMITENTE (WS-DIA-IDX) = CD-REMITENTE
               move WS-DIA-IDX to WS-DIA-HALLADO
           end-if.
       sumarDia.
           add CD-ENTREGAS to WS-DIA-ENTREGAS (WS-DIA-HALLADO).
           add CD-RECIBIDOS to WS-DIA-RECIBIDOS (WS-DIA-HALLADO).
           add CD-NONUM to WS-DIA-NONUM (WS-DIA-HALLADO).
           add CD-RANGO to WS-DIA-RANGO (WS-DIA-HALLADO).
           add CD-DUPLICADOS to WS-DIA-DUPLICADOS (WS-DIA-HALLADO).
           add CD-SOBRES-MALOS to WS-DIA-SOBRES (WS-DIA-HALLADO).
           add CD-REG-SOBRE-MALO to WS-DIA-REG-SOBRE (WS-DIA-HALLADO).
       grabarHistorico.
           move spaces to CALIDAD-HIST-REC.
           move WS-DIA-FECHA (WS-DIA-IDX) to CH-FECHA.
           move WS-DIA-REMITENTE (WS-DIA-IDX) to CH-REMITENTE.
           move WS-DIA-ENTREGAS (WS-DIA-IDX) to CH-ENTREGAS.
           move WS-DIA-RECIBIDOS (WS-DIA-IDX) to CH-RECIBIDOS.
           move WS-DIA-NONUM (WS-DIA-IDX) to CH-NONUM.
           move WS-DIA-RANGO (WS-DIA-IDX) to CH-RANGO.
           move WS-DIA-DUPLICADOS (WS-DIA-IDX) to CH-DUPLICADOS.
           move WS-DIA-SOBRES (WS-DIA-IDX) to CH-SOBRES-MALOS.
           move WS-DIA-REG-SOBRE (WS-DIA-IDX) to CH-REG-SOBRE-MALO.
           WRITE CALIDAD-HIST-REC.
      ******************************************************************
      * tablero mensual: el historico se reparte por remitente en el
      * mes de la fecha de proceso y los tres anteriores (los meses se
      * cuentan como anio * 12 + mes para cruzar el fin de anio).
      ******************************************************************
       armarTablero.
           compute WS-MES-ORDINAL = WS-HOY-ANIO * 12 + WS-HOY-MES.
           OPEN INPUT CALIDAD-HIST.
           if WS-ESTADO-HIST = "00"
               PERFORM leerHistorico UNTIL FIN-HIST
           end-if.
           CLOSE CALIDAD-HIST.
           PERFORM calcularTasas VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-CANT.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "tablero de calidad de entregas por remitente - mes "
                  WS-FECHA-HOY (1:6)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "tasa = (nonum + rango + duplicados + registros de"
               to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "        sobres que no cerraron) * 100 / recibidos"
               to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "   remitente   recib. errores sob"
                  "    m-3    m-2    m-1    mes"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-REM-CANT = 0
               move "  (sin entregas registradas en el periodo)"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
           PERFORM listarPuesto VARYING WS-PUESTO FROM 1 BY 1
               UNTIL WS-PUESTO > WS-REM-CANT.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "remitentes=" WS-REM-CANT
                  " que empeoraron=" WS-CANT-EMPEORO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           CLOSE REPORTE.
           display "calidad: tablero mensual en CALIREP.DAT, "
               WS-CANT-EMPEORO " remitentes empeoraron".
       leerHistorico.
           READ CALIDAD-HIST
               AT END set FIN-HIST to true
               NOT AT END
                   compute WS-REG-ORDINAL = CH-ANIO * 12 + CH-NRO-MES
                   compute WS-DISTANCIA =
                       WS-MES-ORDINAL - WS-REG-ORDINAL
                   if WS-DISTANCIA >= 0 and WS-DISTANCIA <= 3
                       compute WS-MES-IDX = 4 - WS-DISTANCIA
                       PERFORM ubicarRemitente
                       if WS-REM-HALLADO not = 0
                           PERFORM sumarRemitente
                       end-if
                   end-if
           END-READ.
       ubicarRemitente.
           move 0 to WS-REM-HALLADO.
           PERFORM buscaRemitente VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-CANT OR WS-REM-HALLADO > 0.
           if WS-REM-HALLADO = 0 and WS-REM-CANT < WS-REM-MAX
               add 1 to WS-REM-CANT
               move WS-REM-CANT to WS-REM-HALLADO
               move CH-REMITENTE to WS-REM-CODIGO (WS-REM-CANT)
               move "N" to WS-REM-LISTADO (WS-REM-CANT)
               move 0 to WS-REM-PREV-RECIB (WS-REM-CANT)
                         WS-REM-PREV-ERROR (WS-REM-CANT)
               PERFORM limpiarMes VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 4
               compute WS-MES-IDX = 4 - WS-DISTANCIA
           end-if.
       limpiarMes.
           move 0 to WS-REM-RECIBIDOS (WS-REM-CANT WS-MES-IDX)
                     WS-REM-ERRORES (WS-REM-CANT WS-MES-IDX)
                     WS-REM-SOBRES (WS-REM-CANT WS-MES-IDX).
       buscaRemitente.
           if WS-REM-CODIGO (WS-REM-IDX) = CH-REMITENTE
               move WS-REM-IDX to WS-REM-HALLADO
           end-if.
       sumarRemitente.
           compute WS-ERRORES-REG = CH-NONUM + CH-RANGO
               + CH-DUPLICADOS + CH-REG-SOBRE-MALO.
           add CH-RECIBIDOS
               to WS-REM-RECIBIDOS (WS-REM-HALLADO WS-MES-IDX).
           add WS-ERRORES-REG
               to WS-REM-ERRORES (WS-REM-HALLADO WS-MES-IDX).
           add CH-SOBRES-MALOS
               to WS-REM-SOBRES (WS-REM-HALLADO WS-MES-IDX).
           if WS-MES-IDX < 4
               add CH-RECIBIDOS to WS-REM-PREV-RECIB (WS-REM-HALLADO)
               add WS-ERRORES-REG
                   to WS-REM-PREV-ERROR (WS-REM-HALLADO)
           end-if.
      ******************************************************************
      * tasa de error por mes y de los tres meses anteriores juntos;
      * un mes sin recibidos pero con sobres rechazados cuenta 100.
      ******************************************************************
       calcularTasas.
           PERFORM calcularTasaMes VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 4.
           move 0 to WS-REM-PREV-TASA (WS-REM-IDX).
           if WS-REM-PREV-RECIB (WS-REM-IDX) not = 0
               compute WS-REM-PREV-TASA (WS-REM-IDX) ROUNDED =
                   WS-REM-PREV-ERROR (WS-REM-IDX) * 100
                   / WS-REM-PREV-RECIB (WS-REM-IDX)
                   ON SIZE ERROR
                       move 999.99 to WS-REM-PREV-TASA (WS-REM-IDX)
               END-COMPUTE
           end-if.
       calcularTasaMes.
           move 0 to WS-REM-TASA (WS-REM-IDX WS-MES-IDX).
           if WS-REM-RECIBIDOS (WS-REM-IDX WS-MES-IDX) not = 0
               compute WS-REM-TASA (WS-REM-IDX WS-MES-IDX) ROUNDED =
                   WS-REM-ERRORES (WS-REM-IDX WS-MES-IDX) * 100
                   / WS-REM-RECIBIDOS (WS-REM-IDX WS-MES-IDX)
                   ON SIZE ERROR
                       move 999.99
                           to WS-REM-TASA (WS-REM-IDX WS-MES-IDX)
               END-COMPUTE
           else
               if WS-REM-SOBRES (WS-REM-IDX WS-MES-IDX) not = 0
                   move 100 to WS-REM-TASA (WS-REM-IDX WS-MES-IDX)
               end-if
           end-if.
      ******************************************************************
      * ranking: en cada puesto sale el remitente todavia no listado
      * con la mayor tasa del mes.
      ******************************************************************
       listarPuesto.
           move 0 to WS-MAYOR.
           PERFORM compararTasa VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-CANT.
           move "S" to WS-REM-LISTADO (WS-MAYOR).
           move WS-MAYOR to WS-REM-IDX.
           PERFORM lineaRemitente.
       compararTasa.
           if WS-REM-LISTADO (WS-REM-IDX) = "N"
               if WS-MAYOR = 0
                   move WS-REM-IDX to WS-MAYOR
               else
                   if WS-REM-TASA (WS-REM-IDX 4)
                       > WS-REM-TASA (WS-MAYOR 4)
                       move WS-REM-IDX to WS-MAYOR
                   end-if
               end-if
           end-if.
       lineaRemitente.
           if WS-REM-CODIGO (WS-REM-IDX) = spaces
               move "(sin sobre)" to WS-REMITENTE-VER
           else
               move WS-REM-CODIGO (WS-REM-IDX) to WS-REMITENTE-VER
           end-if.
           move spaces to WS-MARCA.
           if WS-REM-PREV-RECIB (WS-REM-IDX) = 0
               move "NUEVO" to WS-MARCA
           else
               if WS-REM-TASA (WS-REM-IDX 4)
                   > WS-REM-PREV-TASA (WS-REM-IDX)
                   move "EMPEORO" to WS-MARCA
                   add 1 to WS-CANT-EMPEORO
               end-if
           end-if.
           move WS-PUESTO to WS-ED-PUESTO.
           move WS-REM-RECIBIDOS (WS-REM-IDX 4) to WS-ED-RECIBIDOS.
           move WS-REM-ERRORES (WS-REM-IDX 4) to WS-ED-ERRORES.
           move WS-REM-SOBRES (WS-REM-IDX 4) to WS-ED-SOBRES.
           PERFORM editarTasa VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 4.
           move spaces to WS-LINEA-REPORTE.
           STRING WS-ED-PUESTO " " WS-REMITENTE-VER
                  WS-ED-RECIBIDOS " " WS-ED-ERRORES " " WS-ED-SOBRES
                  " " WS-ED-TASA (1) " " WS-ED-TASA (2)
                  " " WS-ED-TASA (3) " " WS-ED-TASA (4)
                  " " WS-MARCA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       editarTasa.
           move WS-REM-TASA (WS-REM-IDX WS-MES-IDX)
               to WS-ED-TASA (WS-MES-IDX).
       END PROGRAM calidad.
