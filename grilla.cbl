      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: tabla pitagorica del archivo de tablas - TABLAREP.DAT
      *          sale una tabla por vez en una columna larga, que no
      *          sirve como cartel para la recepcion. Este programa lee
      *          las filas de un dia elegido y de una operacion (*, +,
      *          -, ^, /) entrando por el companero indexado
      *          TABLAIX.DAT, o recorriendo TABLASAL.DAT y, si el vivo
      *          ya no tiene el dia, la generacion TABLASAL.DAT.G<fecha>
      *          (igual que tabrowse), y arma una grilla: los numeros
      *          de tabla hacia abajo, los multiplicadores a lo ancho y
      *          los resultados en las celdas. Un renglon del spool
      *          lleva nueve multiplicadores; un rango mas ancho se
      *          parte en franjas, cada una con sus propias paginas. La
      *          grilla va a la cola TABLASPL.DAT con el byte de control
      *          de impresora de siempre para que despool la saque al
      *          papel. Una celda sin fila archivada sale marcada FALTA
      *          y una que tablas omitio por desborde (asentada en
      *          TALLEREX.DAT) sale marcada DESB*, nunca en blanco.
      * Tectonics: cobc -x -o grilla grilla.cbl numchk.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grilla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INDICE-TABLAS ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT ARCHIVO-TABLAS ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT EXCEP-TALLER ASSIGN TO DYNAMIC WS-NOMBRE-EXCEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCEP.
           SELECT SPOOL-TABLAS ASSIGN TO "TABLASPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SPOOL.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-TABLAS.
       01  INDICE-TABLAS-REC.
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  ARCHIVO-TABLAS.
       01  ARCHIVO-TABLAS-REC.
           05  TS-FECHA            PIC 9(8).
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO.
               10  EXT-MARCA       PIC X(16).
               10  EXT-NUMERO      PIC X(02).
               10  FILLER          PIC X(15).
               10  EXT-MULTIPLICADOR PIC X(03).
               10  EXT-MARCA-OPER  PIC X(11).
               10  EXT-OPERACION   PIC X(01).
               10  FILLER          PIC X(07).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  SPOOL-TABLAS.
       01  SPOOL-TABLAS-REC.
           05  SP-CONTROL          PIC X(01).
           05  SP-FECHA            PIC 9(08).
           05  SP-IMPRESO          PIC X(01).
           05  SP-TEXTO            PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-EXCEP         PIC X(02).
       01  WS-ESTADO-SPOOL         PIC X(02).
       01  WS-NOMBRE-TABLAS        PIC X(30).
       01  WS-NOMBRE-EXCEP         PIC X(30).
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       01  WS-FECHA-ELEGIDA        PIC 9(08) VALUE 0.
       01  WS-OPERACION-ELEGIDA    PIC X(01) VALUE "*".
           88  OPERACION-VALIDA    VALUE "*" "+" "-" "^" "/".
       01  WS-FILA-NUMERO          PIC 9(02) VALUE 0.
       01  WS-FILA-MULT            PIC 9(03) VALUE 0.
       01  WS-FILA-RESULTADO       PIC 9(05) VALUE 0.
       01  WS-FILA-OPERACION       PIC X(01).
       01  WS-CANT-FILAS           PIC 9(07) VALUE 0.
       01  WS-CANT-DESBORDES       PIC 9(05) VALUE 0.
       01  WS-CANT-FALTAN          PIC 9(07) VALUE 0.
      *    la grilla del dia: estado por celda (N = sin fila, S = fila
      *    archivada, D = desborde) y resultado, y las tablas que
      *    tienen al menos una celda
       01  WS-GRILLA-ESTADO.
           05  WS-EST-TABLA OCCURS 99 TIMES.
               10  WS-EST-CELDA OCCURS 999 TIMES PIC X(01).
       01  WS-GRILLA-RESULTADO.
           05  WS-RES-TABLA OCCURS 99 TIMES.
               10  WS-RES-CELDA OCCURS 999 TIMES PIC 9(05).
       01  WS-TABLAS-USADAS.
           05  WS-TABLA-USADA OCCURS 99 TIMES PIC X(01).
       01  WS-MULT-DESDE           PIC 9(03) VALUE 999.
       01  WS-MULT-HASTA           PIC 9(03) VALUE 0.
      *    nueve multiplicadores por renglon del spool (60 posiciones)
       01  WS-ANCHO-FRANJA         PIC 9(02) VALUE 9.
       01  WS-MAX-RENGLONES        PIC 9(02) VALUE 40.
       01  WS-FRANJA-DESDE         PIC 9(04) VALUE 0.
       01  WS-FRANJA-HASTA         PIC 9(04) VALUE 0.
       01  WS-NUM-IDX              PIC 9(03) VALUE 0.
       01  WS-MULT-IDX             PIC 9(04) VALUE 0.
       01  WS-POSICION             PIC 9(02) VALUE 0.
       01  WS-PAGINA               PIC 9(03) VALUE 0.
       01  WS-RENGLONES-PAGINA     PIC 9(02) VALUE 0.
       01  WS-LINEA-FILA           PIC X(60) VALUE SPACES.
       01  WS-CELDA                PIC X(06).
       01  WS-CELDA-NUM            PIC Z(5)9.
       01  WS-CABEZA-NUM           PIC ZZZZZ9.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           display "tabla pitagorica del archivo de tablas".
           move "fecha a imprimir (AAAAMMDD, 0=hoy)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR = 0
               move WS-FECHA-PROCESO to WS-FECHA-ELEGIDA
           else
               move WS-NUMCHK-VALOR to WS-FECHA-ELEGIDA
           end-if.
           PERFORM pedirOperacion.
           move all "N" to WS-GRILLA-ESTADO.
           move all "N" to WS-TABLAS-USADAS.
           PERFORM recorrerFecha.
           PERFORM recorrerDesbordes.
           if WS-CANT-FILAS = 0 and WS-CANT-DESBORDES = 0
               display "no hay filas de la operacion "
                   WS-OPERACION-ELEGIDA " el " WS-FECHA-ELEGIDA
                   ", no se encola nada"
               STOP RUN
           end-if.
           OPEN EXTEND SPOOL-TABLAS.
           if WS-ESTADO-SPOOL = "35"
               OPEN OUTPUT SPOOL-TABLAS
               CLOSE SPOOL-TABLAS
               OPEN EXTEND SPOOL-TABLAS
           end-if.
           PERFORM imprimirFranja VARYING WS-FRANJA-DESDE
               FROM WS-MULT-DESDE BY WS-ANCHO-FRANJA
               UNTIL WS-FRANJA-DESDE > WS-MULT-HASTA.
           CLOSE SPOOL-TABLAS.
           display "grilla del " WS-FECHA-ELEGIDA " ("
               WS-OPERACION-ELEGIDA ") encolada en TABLASPL.DAT:"
               " paginas=" WS-PAGINA " filas=" WS-CANT-FILAS.
           display "  celdas FALTA=" WS-CANT-FALTAN
               " desbordes=" WS-CANT-DESBORDES.
           STOP RUN.
       pedirOperacion.
           display "operacion de la tabla: * + - ^ / (blanco = *)".
           ACCEPT WS-OPERACION-ELEGIDA.
           if WS-OPERACION-ELEGIDA = space
               move "*" to WS-OPERACION-ELEGIDA
           end-if.
           if not OPERACION-VALIDA
               display "operacion invalida"
               go to pedirOperacion
           end-if.
      ******************************************************************
      * las filas del dia, con el mismo orden de busqueda que tabrowse:
      * el companero indexado; si no tiene el dia, el vivo
      * TABLASAL.DAT; si tampoco, la generacion fechada de genroll.
      ******************************************************************
       recorrerFecha.
           move 0 to WS-CANT-FILAS.
           PERFORM recorrerIndice.
           if WS-CANT-FILAS = 0
               move "TABLASAL.DAT" to WS-NOMBRE-TABLAS
               PERFORM recorrerArchivo
               if WS-CANT-FILAS = 0
                   move spaces to WS-NOMBRE-TABLAS
                   STRING "TABLASAL.DAT.G" WS-FECHA-ELEGIDA
                       DELIMITED BY SIZE INTO WS-NOMBRE-TABLAS
                   PERFORM recorrerArchivo
               end-if
           end-if.
       recorrerIndice.
           move "N" to WS-FIN-INDICE.
           OPEN INPUT INDICE-TABLAS.
           if WS-ESTADO-INDICE not = "00"
               CLOSE INDICE-TABLAS
           else
               move WS-FECHA-ELEGIDA to TX-FECHA
               move 0 to TX-NUMERO TX-MULTIPLICADOR
               move low-value to TX-OPERACION
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY set FIN-INDICE to true
               END-START
               PERFORM leerFilaIndice UNTIL FIN-INDICE
               CLOSE INDICE-TABLAS
           end-if.
       leerFilaIndice.
           READ INDICE-TABLAS NEXT RECORD
               AT END set FIN-INDICE to true
               NOT AT END
                   if TX-FECHA not = WS-FECHA-ELEGIDA
                       set FIN-INDICE to true
                   else
                       move TX-NUMERO to WS-FILA-NUMERO
                       move TX-MULTIPLICADOR to WS-FILA-MULT
                       move TX-RESULTADO to WS-FILA-RESULTADO
                       move TX-OPERACION to WS-FILA-OPERACION
                       PERFORM cargarCelda
                   end-if
           END-READ.
       recorrerArchivo.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-TABLAS.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerFilaArchivo UNTIL FIN-ARCHIVO
               CLOSE ARCHIVO-TABLAS
           end-if.
       leerFilaArchivo.
           READ ARCHIVO-TABLAS
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if TS-FECHA = WS-FECHA-ELEGIDA
                       move TS-NUMERO to WS-FILA-NUMERO
                       move TS-MULTIPLICADOR to WS-FILA-MULT
                       move TS-RESULTADO to WS-FILA-RESULTADO
                       move TS-OPERACION to WS-FILA-OPERACION
                       PERFORM cargarCelda
                   end-if
           END-READ.
       cargarCelda.
           if WS-FILA-OPERACION = space
               move "*" to WS-FILA-OPERACION
           end-if.
           if WS-FILA-OPERACION = WS-OPERACION-ELEGIDA
               and WS-FILA-NUMERO > 0 and WS-FILA-MULT > 0
               move "S" to WS-EST-CELDA (WS-FILA-NUMERO WS-FILA-MULT)
               move WS-FILA-RESULTADO
                   to WS-RES-CELDA (WS-FILA-NUMERO WS-FILA-MULT)
               PERFORM marcarTabla
               add 1 to WS-CANT-FILAS
           end-if.
       marcarTabla.
           move "S" to WS-TABLA-USADA (WS-FILA-NUMERO).
           if WS-FILA-MULT < WS-MULT-DESDE
               move WS-FILA-MULT to WS-MULT-DESDE
           end-if.
           if WS-FILA-MULT > WS-MULT-HASTA
               move WS-FILA-MULT to WS-MULT-HASTA
           end-if.
      ******************************************************************
      * los desbordes no llegan al archivo: tablas los deja en
      * TALLEREX.DAT como "desborde numero=NN multiplicador=MMM
      * operacion=X" (sin operacion los anteriores a las operaciones,
      * que eran de multiplicar). Se busca en el vivo y, si no tiene
      * el dia, en su generacion fechada.
      ******************************************************************
       recorrerDesbordes.
           move 0 to WS-CANT-DESBORDES.
           move "TALLEREX.DAT" to WS-NOMBRE-EXCEP.
           PERFORM leerExcepciones.
           if WS-CANT-DESBORDES = 0
               move spaces to WS-NOMBRE-EXCEP
               STRING "TALLEREX.DAT.G" WS-FECHA-ELEGIDA
                   DELIMITED BY SIZE INTO WS-NOMBRE-EXCEP
               PERFORM leerExcepciones
           end-if.
       leerExcepciones.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT EXCEP-TALLER.
           if WS-ESTADO-EXCEP = "00"
               PERFORM leerExcepcion UNTIL FIN-ARCHIVO
               CLOSE EXCEP-TALLER
           end-if.
       leerExcepcion.
           READ EXCEP-TALLER
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if EXT-FECHA = WS-FECHA-ELEGIDA
                       and EXT-PROGRAMA = "TABLAS"
                       and EXT-MARCA = "desborde numero="
                       and EXT-NUMERO is NUMERIC
                       and EXT-MULTIPLICADOR is NUMERIC
                       PERFORM cargarDesborde
                   end-if
           END-READ.
       cargarDesborde.
           move EXT-NUMERO to WS-FILA-NUMERO.
           move EXT-MULTIPLICADOR to WS-FILA-MULT.
           if EXT-MARCA-OPER = " operacion="
               move EXT-OPERACION to WS-FILA-OPERACION
           else
               move "*" to WS-FILA-OPERACION
           end-if.
           if WS-FILA-OPERACION = WS-OPERACION-ELEGIDA
               and WS-FILA-NUMERO > 0 and WS-FILA-MULT > 0
               move "D" to WS-EST-CELDA (WS-FILA-NUMERO WS-FILA-MULT)
               PERFORM marcarTabla
               add 1 to WS-CANT-DESBORDES
           end-if.
      ******************************************************************
      * una franja son hasta nueve multiplicadores consecutivos; cada
      * franja empieza pagina y repite el encabezado cada
      * WS-MAX-RENGLONES tablas.
      ******************************************************************
       imprimirFranja.
           compute WS-FRANJA-HASTA =
               WS-FRANJA-DESDE + WS-ANCHO-FRANJA - 1.
           if WS-FRANJA-HASTA > WS-MULT-HASTA
               move WS-MULT-HASTA to WS-FRANJA-HASTA
           end-if.
           PERFORM encabezadoPagina.
           PERFORM imprimirTabla VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > 99.
       encabezadoPagina.
           add 1 to WS-PAGINA.
           move 0 to WS-RENGLONES-PAGINA.
           move spaces to WS-LINEA-FILA.
           STRING "TABLA PITAGORICA (" WS-OPERACION-ELEGIDA
                  ")  fecha " WS-FECHA-ELEGIDA
                  "  pag " WS-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-FILA.
           move "1" to SP-CONTROL.
           PERFORM grabarRenglon.
           move spaces to WS-LINEA-FILA.
           STRING "multiplicadores " WS-FRANJA-DESDE (2:3)
                  " a " WS-FRANJA-HASTA (2:3)
                  "  FALTA=sin fila  DESB*=desborde"
                  DELIMITED BY SIZE INTO WS-LINEA-FILA.
           PERFORM grabarRenglon.
           move spaces to WS-LINEA-FILA.
           move "  " to WS-LINEA-FILA (1:2).
           move WS-OPERACION-ELEGIDA to WS-LINEA-FILA (3:1).
           move "|" to WS-LINEA-FILA (4:1).
           move 5 to WS-POSICION.
           PERFORM armarCabezaColumna VARYING WS-MULT-IDX
               FROM WS-FRANJA-DESDE BY 1
               UNTIL WS-MULT-IDX > WS-FRANJA-HASTA.
           PERFORM grabarRenglon.
           move all "-" to WS-LINEA-FILA.
           move "+" to WS-LINEA-FILA (4:1).
           PERFORM grabarRenglon.
       armarCabezaColumna.
           move WS-MULT-IDX to WS-CABEZA-NUM.
           move WS-CABEZA-NUM to WS-LINEA-FILA (WS-POSICION:6).
           add 6 to WS-POSICION.
       imprimirTabla.
           if WS-TABLA-USADA (WS-NUM-IDX) = "S"
               if WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM encabezadoPagina
               end-if
               move spaces to WS-LINEA-FILA
               move WS-NUM-IDX (2:2) to WS-LINEA-FILA (1:2)
               move "|" to WS-LINEA-FILA (4:1)
               move 5 to WS-POSICION
               PERFORM armarCelda VARYING WS-MULT-IDX
                   FROM WS-FRANJA-DESDE BY 1
                   UNTIL WS-MULT-IDX > WS-FRANJA-HASTA
               PERFORM grabarRenglon
               add 1 to WS-RENGLONES-PAGINA
           end-if.
       armarCelda.
           evaluate WS-EST-CELDA (WS-NUM-IDX WS-MULT-IDX)
               when "S"
                   move WS-RES-CELDA (WS-NUM-IDX WS-MULT-IDX)
                       to WS-CELDA-NUM
                   move WS-CELDA-NUM to WS-CELDA
               when "D"
                   move " DESB*" to WS-CELDA
               when other
                   move " FALTA" to WS-CELDA
                   add 1 to WS-CANT-FALTAN
           end-evaluate.
           move WS-CELDA to WS-LINEA-FILA (WS-POSICION:6).
           add 6 to WS-POSICION.
       grabarRenglon.
           move WS-FECHA-ELEGIDA to SP-FECHA.
           move "N" to SP-IMPRESO.
           move WS-LINEA-FILA to SP-TEXTO.
           WRITE SPOOL-TABLAS-REC.
           move " " to SP-CONTROL.
       END PROGRAM grilla.
